      *> Stornierung gesperrt. KUNDEN-KONTO wird um den Gegenbetrag
      *> berichtigt und die Aenderung journalisiert. Erreichbar nur
      *> fuer Supervisoren (Rollenpruefung in BANKMAIN).
      *> Automatenumsaetze mit laufender oder anerkannter
      *> Reklamation und die Reklamationsbuchungen selbst werden
      *> nur ueber REKLAMATIONPFLEGE abgewickelt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT REKLAMATION-DATEI ASSIGN TO "reklamationen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-NR
               FILE STATUS IS WS-RK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD REKLAMATION-DATEI.
           COPY REKLAMATION.

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-RK-STATUS         PIC XX.
       01 RK-EOF-FLAGGE        PIC X VALUE 'N'.
       01 REKLAMIERT-FLAGGE    PIC X VALUE 'N'.
       01 SUCH-NR              PIC 9(5).
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 BEWEGUNG-EOF-FLAGGE  PIC X VALUE 'N'.
               10 SL-ZEIT      PIC 9(8).
               10 SL-ART       PIC X(16).
               10 SL-BETRAG    PIC S9(7)V99.
               10 SL-VALUTA    PIC 9(8).
       01 AUSWAHL-NR           PIC 9(3).
       01 L-INDEX              PIC 9(3).
       01 ORIGINAL-DATUM       PIC 9(8).
       01 ORIGINAL-ZEIT        PIC 9(8).
       01 ORIGINAL-ART         PIC X(16).
       01 ORIGINAL-BETRAG      PIC S9(7)V99.
       01 ORIGINAL-VALUTA      PIC 9(8).
       01 BEREITS-STORNIERT    PIC X VALUE 'N'.
       01 NEUER-SALDO          PIC S9(9)V99.
       01 BESTAETIGT-FLAGGE    PIC X VALUE 'N'.
       01 SPERRE-NR            PIC 9(5).
       01 SPERRE-OK-FLAGGE     PIC X.
       01 SPERRE-LOG-STATUS    PIC XX VALUE "00".
      *> Pruefung auf Mitarbeitergeschaefte (MITARBEITERPRUEF).
       01 MP-FUNKTION          PIC X.
       01 MP-ERGEBNIS          PIC X.
       01 MP-BEZUG             PIC X(40).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X.
       01 BP-PROGRAMM          PIC X(20) VALUE "STORNO".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
       BEGIN.
           DISPLAY " "
           DISPLAY "--- STORNO EINER BUCHUNG ---"
           PERFORM PERIODE-PRUEFEN
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF
           DISPLAY "Bitte Kundennummer eingeben: "
           ACCEPT SUCH-NR
           MOVE 'N' TO ABBRUCH-FLAGGE
                   "moeglich."
           END-IF

      *> Keine Stornos auf eigenen oder verbundenen Konten des
      *> angemeldeten Mitarbeiters.
           IF ABBRUCH-FLAGGE = 'N'
               MOVE 'P' TO MP-FUNKTION
               CALL "MITARBEITERPRUEF" USING MP-FUNKTION
                   LP-MITARBEITER-ID SUCH-NR KUNDEN-PERSONEN-NR
                   MP-ERGEBNIS MP-BEZUG
               IF MP-ERGEBNIS = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O BEWEGUNGEN-DATEI
               IF WS-BEWEGUNGEN-STATUS NOT = "00"
           PERFORM SATZ-FREIGEBEN
           GOBACK.

      *> Buchungsperiodensperre: das Buchungsdatum laut Bankkalender
      *> darf in keinem abgeschlossenen Monat liegen; die Abweisung
      *> meldet PERIODENPRUEF selbst.
       PERIODE-PRUEFEN.
           MOVE 'B' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE 'B' TO BP-FUNKTION
           MOVE BT-ERGEBNIS-DATUM TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT.

      *> Satz sperren; ist der Kunde am anderen Terminal in
      *> Bearbeitung, wird der Vorgang abgewiesen und die Kollision
      *> ueber FEHLERPROTOKOLL festgehalten.
           MOVE BEWEGUNG-ZEIT TO SL-ZEIT(LISTE-ANZAHL)
           MOVE BEWEGUNG-ART TO SL-ART(LISTE-ANZAHL)
           MOVE BEWEGUNG-BETRAG TO SL-BETRAG(LISTE-ANZAHL)
           IF BEWEGUNG-VALUTA IS NUMERIC AND BEWEGUNG-VALUTA > 0
               MOVE BEWEGUNG-VALUTA TO SL-VALUTA(LISTE-ANZAHL)
           ELSE
               MOVE BEWEGUNG-DATUM TO SL-VALUTA(LISTE-ANZAHL)
           END-IF
           MOVE BEWEGUNG-DATUM TO MASK-DATUM
           MOVE BEWEGUNG-BETRAG TO MASK-BETRAG
           DISPLAY LISTE-ANZAHL "  " MASK-DATUM "  " BEWEGUNG-ART
               MOVE SL-ZEIT(AUSWAHL-NR) TO ORIGINAL-ZEIT
               MOVE SL-ART(AUSWAHL-NR) TO ORIGINAL-ART
               MOVE SL-BETRAG(AUSWAHL-NR) TO ORIGINAL-BETRAG
               MOVE SL-VALUTA(AUSWAHL-NR) TO ORIGINAL-VALUTA
               PERFORM REKLAMATION-PRUEFEN

               IF ORIGINAL-ART = "STORNO"
                       OR ORIGINAL-ART = "SALDOVORTRAG"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: " FUNCTION TRIM(ORIGINAL-ART)
                       "-Saetze koennen nicht storniert werden."
               ELSE
               IF ORIGINAL-ART = "REKL-GUTSCHRIFT"
                       OR ORIGINAL-ART = "REKL-RUECKBUCH"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Reklamationsbuchungen werden "
                       "ueber die Reklamation abgewickelt."
               ELSE
               IF ORIGINAL-ART = "SORTEN-ANKAUF"
                       OR ORIGINAL-ART = "SORTEN-VERKAUF"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Sortengeschaefte werden durch ein "
                       "Gegengeschaeft am Schalter ausgeglichen."
               ELSE
               IF ORIGINAL-ART = "AUSZAHLUNG-ATM"
                       AND REKLAMIERT-FLAGGE = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Zu diesem Automatenumsatz laeuft "
                       "die Reklamation " RK-NR " - bitte dort "
                       "abschliessen."
               ELSE
                   PERFORM STORNO-SPERRE-PRUEFEN
                   IF BEREITS-STORNIERT = 'J'
                           "storniert."
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF

               END-READ
           END-PERFORM.

      *> Laeuft zu der gewaehlten Buchung eine Reklamation (offen,
      *> beim Betreiber oder anerkannt)? Abgelehnte zaehlen nicht.
       REKLAMATION-PRUEFEN.
           MOVE 'N' TO REKLAMIERT-FLAGGE
           IF ORIGINAL-ART = "AUSZAHLUNG-ATM"
               OPEN INPUT REKLAMATION-DATEI
               IF WS-RK-STATUS = "00"
                   MOVE 'N' TO RK-EOF-FLAGGE
                   PERFORM UNTIL RK-EOF-FLAGGE = 'J'
                       READ REKLAMATION-DATEI NEXT RECORD
                           AT END
                               MOVE 'J' TO RK-EOF-FLAGGE
                           NOT AT END
                               IF RK-BEW-KUNDEN-NR = SUCH-NR
                                   AND RK-BEW-DATUM = ORIGINAL-DATUM
                                   AND RK-BEW-ZEIT = ORIGINAL-ZEIT
                                   AND RK-STATUS NOT = 'R'
                                   MOVE 'J' TO REKLAMIERT-FLAGGE
                                   MOVE 'J' TO RK-EOF-FLAGGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REKLAMATION-DATEI
               END-IF
           END-IF.

       START-BEIM-KUNDEN.
           MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
           MOVE 0 TO BEWEGUNG-DATUM
           MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
           MOVE 1 TO BEWEGUNG-KURS
           MOVE 0 TO BEWEGUNG-KURS-DATUM
      *> Storno valutagleich zum Ursprungssatz, damit die
      *> Zinsstaffel den Vorgang vollstaendig neutralisiert.
           MOVE ORIGINAL-VALUTA TO BEWEGUNG-VALUTA
      *> Liegt die Valuta in einem abgeschlossenen Monat, gilt das
      *> Buchungsdatum - der Ausgleich faellt in die offene Periode.
           MOVE 'P' TO BP-FUNKTION
           MOVE BEWEGUNG-VALUTA TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT
           IF BP-GESPERRT = 'J'
               MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
           END-IF
           WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
