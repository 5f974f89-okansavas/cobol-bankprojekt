       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFAENDUNGPFLEGE.

      *> Pflege der Kontopfaendungen (pfaendungen.dat) und der
      *> Pfaendungsschutzkonten (pkonten.dat): Pfaendungen eines
      *> Kontos anzeigen, neuen Beschluss bzw. neue Verfuegung
      *> erfassen (Glaeubiger, Aktenzeichen, Forderung, Rang,
      *> Eingangsdatum), Pfaendung aufheben, Konto als P-Konto
      *> fuehren bzw. Freibetrag aendern und P-Konto beenden.
      *> Die laufende Nummer einer neuen Pfaendung vergibt das
      *> Programm (hoechste Nummer des Kontos plus 1). Die
      *> Kontofuehrung fuer gepfaendete Konten uebernehmen
      *> PFAENDPRUEF (Verfuegungen) und PFAENDUNGLAUF (monatliche
      *> Auskehrung an die Glaeubiger).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFAENDUNG-DATEI ASSIGN TO "pfaendungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-SCHLUESSEL
               FILE STATUS IS WS-PF-STATUS.
           SELECT PKONTO-DATEI ASSIGN TO "pkonten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KUNDEN-NR
               FILE STATUS IS WS-PK-STATUS.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PFAENDUNG-DATEI.
           COPY PFAENDUNG.

       FD PKONTO-DATEI.
           COPY PKONTO.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       WORKING-STORAGE SECTION.
       01 WS-PF-STATUS         PIC XX.
       01 WS-PK-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 SUCH-KONTO           PIC 9(5).
       01 SUCH-PF-NR           PIC 9(3).
       01 NEUE-PF-NR           PIC 9(3).
       01 TEMP-GLAEUBIGER      PIC X(30).
       01 TEMP-IBAN            PIC X(34).
       01 TEMP-AKTENZEICHEN    PIC X(20).
       01 TEMP-ART             PIC X.
       01 TEMP-BETRAG          PIC 9(7)V99.
       01 TEMP-RANG            PIC 9(3).
       01 TEMP-DATUM           PIC 9(8).
       01 TEMP-ANTWORT         PIC X.
      *> Grundfreibetrag nach Paragraph 899 ZPO als Vorschlag bei
      *> der Einrichtung; Erhoehungsbetraege laut Bescheinigung
      *> werden vom Sachbearbeiter eingegeben.
       01 GRUNDFREIBETRAG      PIC 9(7)V99 VALUE 1555.00.
       01 WS-HEUTE             PIC 9(8).
       01 WS-MONAT             PIC 9(6).
       01 ANZAHL-PFAENDUNGEN   PIC 9(4) VALUE 0.
       01 MASK-BETRAG          PIC Z(6)9.99.
       01 MASK-OFFEN           PIC Z(6)9.99.
       01 MASK-DATUM           PIC 9999/99/99.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- PFAENDUNGEN UND P-KONTEN PFLEGEN ---"
               DISPLAY "1 - Pfaendungen eines Kontos anzeigen"
               DISPLAY "2 - Pfaendung erfassen"
               DISPLAY "3 - Pfaendung aufheben"
               DISPLAY "4 - P-Konto einrichten / Freibetrag aendern"
               DISPLAY "5 - P-Konto beenden"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM PFAENDUNGEN-ANZEIGEN
                   WHEN 2
                       PERFORM PFAENDUNG-ERFASSEN
                   WHEN 3
                       PERFORM PFAENDUNG-AUFHEBEN
                   WHEN 4
                       PERFORM PKONTO-EINRICHTEN
                   WHEN 5
                       PERFORM PKONTO-BEENDEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       PFAENDUNGEN-ANZEIGEN.
           DISPLAY "Kundennummer eingeben: "
           ACCEPT SUCH-KONTO
           MOVE 'N' TO EOF-FLAGGE
           MOVE 0 TO ANZAHL-PFAENDUNGEN
           OPEN INPUT PFAENDUNG-DATEI
           IF WS-PF-STATUS = "35"
               DISPLAY "Hinweis: Es sind noch keine Pfaendungen "
                   "erfasst."
           ELSE
           IF WS-PF-STATUS NOT = "00"
               DISPLAY "Fehler: pfaendungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-PF-STATUS ")."
           ELSE
               DISPLAY "NR  RANG EINGANG    GLAEUBIGER"
                   "                     FORDERUNG      OFFEN ST"
               DISPLAY "-----------------------------------------"
                   "------------------------------------"
               MOVE SUCH-KONTO TO PF-KUNDEN-NR
               MOVE 0 TO PF-NR
               START PFAENDUNG-DATEI KEY IS >= PF-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ PFAENDUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF PF-KUNDEN-NR NOT = SUCH-KONTO
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                               MOVE PF-EINGANG TO MASK-DATUM
                               MOVE PF-FORDERUNG TO MASK-BETRAG
                               MOVE PF-OFFEN TO MASK-OFFEN
                               DISPLAY PF-NR " " PF-RANG "  "
                                   MASK-DATUM " " PF-GLAEUBIGER " "
                                   MASK-BETRAG " " MASK-OFFEN " "
                                   PF-STATUS
                               DISPLAY "        Az. " PF-AKTENZEICHEN
                                   " Art " PF-ART
                               ADD 1 TO ANZAHL-PFAENDUNGEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PFAENDUNG-DATEI
               IF ANZAHL-PFAENDUNGEN = 0
                   DISPLAY "  (keine Pfaendungen fuer dieses Konto)"
               END-IF
           END-IF
           END-IF

           OPEN INPUT PKONTO-DATEI
           IF WS-PK-STATUS = "00"
               MOVE SUCH-KONTO TO PK-KUNDEN-NR
               READ PKONTO-DATEI KEY IS PK-KUNDEN-NR
                   INVALID KEY
                       DISPLAY "Konto ist kein P-Konto."
                   NOT INVALID KEY
                       MOVE PK-FREIBETRAG TO MASK-BETRAG
                       MOVE PK-SEIT TO MASK-DATUM
                       IF PK-STATUS = 'A'
                           DISPLAY "P-Konto seit " MASK-DATUM
                               ", Freibetrag " MASK-BETRAG
                           MOVE PK-UEBERTRAG TO MASK-BETRAG
                           MOVE PK-VERFUEGT TO MASK-OFFEN
                           DISPLAY "Monat " PK-MONAT ": Uebertrag "
                               MASK-BETRAG ", verfuegt " MASK-OFFEN
                       ELSE
                           DISPLAY "P-Konto ist beendet."
                       END-IF
               END-READ
               CLOSE PKONTO-DATEI
           ELSE
               DISPLAY "Konto ist kein P-Konto."
           END-IF.

       PFAENDUNG-ERFASSEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer des gepfaendeten Kontos: "
           ACCEPT SUCH-KONTO
           PERFORM KUNDE-PRUEFEN

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Glaeubiger: "
               ACCEPT TEMP-GLAEUBIGER
               IF FUNCTION TRIM(TEMP-GLAEUBIGER) = SPACES
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Glaeubiger darf nicht leer sein."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "IBAN fuer die Auskehrung an den Glaeubiger: "
               ACCEPT TEMP-IBAN
               IF FUNCTION TRIM(TEMP-IBAN) = SPACES
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: IBAN darf nicht leer sein."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Aktenzeichen: "
               ACCEPT TEMP-AKTENZEICHEN
               MOVE SPACE TO TEMP-ART
               PERFORM UNTIL TEMP-ART = 'G' OR 'B'
                   DISPLAY "Art (G=Gericht/Gerichtsvollzieher, "
                       "B=Finanzamt/Behoerde): "
                   ACCEPT TEMP-ART
                   MOVE FUNCTION UPPER-CASE(TEMP-ART) TO TEMP-ART
               END-PERFORM
               DISPLAY "Gepfaendete Forderung: "
               ACCEPT TEMP-BETRAG
               IF TEMP-BETRAG = 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Forderung muss groesser als 0 "
                       "sein."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Rang (1 = wird zuerst bedient, 0 = 1): "
               ACCEPT TEMP-RANG
               IF TEMP-RANG = 0
                   MOVE 1 TO TEMP-RANG
               END-IF
               ACCEPT WS-HEUTE FROM DATE YYYYMMDD
               DISPLAY "Eingangsdatum JJJJMMTT (0 = heute): "
               ACCEPT TEMP-DATUM
               IF TEMP-DATUM = 0
                   MOVE WS-HEUTE TO TEMP-DATUM
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(TEMP-DATUM) NOT = 0
                       OR TEMP-DATUM > WS-HEUTE
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Eingangsdatum ungueltig."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O PFAENDUNG-DATEI
               IF WS-PF-STATUS = "35"
                   OPEN OUTPUT PFAENDUNG-DATEI
                   CLOSE PFAENDUNG-DATEI
                   OPEN I-O PFAENDUNG-DATEI
               END-IF
               IF WS-PF-STATUS NOT = "00"
                   MOVE "PFAENDUNGPFLEGE" TO WS-FP-PROGRAMM
                   MOVE "OPEN I-O PFAENDUNG-DATEI" TO WS-FP-VORGANG
                   MOVE "Neuanlage nicht moeglich" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-PF-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: pfaendungen.dat konnte nicht "
                       "geoeffnet werden (Status " WS-PF-STATUS ")."
               ELSE
                   PERFORM NAECHSTE-NUMMER-ERMITTELN
                   MOVE SUCH-KONTO        TO PF-KUNDEN-NR
                   MOVE NEUE-PF-NR        TO PF-NR
                   MOVE TEMP-GLAEUBIGER   TO PF-GLAEUBIGER
                   MOVE TEMP-IBAN         TO PF-GLAEUBIGER-IBAN
                   MOVE TEMP-AKTENZEICHEN TO PF-AKTENZEICHEN
                   MOVE TEMP-ART          TO PF-ART
                   MOVE TEMP-BETRAG       TO PF-FORDERUNG
                   MOVE TEMP-BETRAG       TO PF-OFFEN
                   MOVE TEMP-RANG         TO PF-RANG
                   MOVE TEMP-DATUM        TO PF-EINGANG
                   MOVE 0                 TO PF-LETZTE-ZAHLUNG
                   MOVE 'A'               TO PF-STATUS
                   WRITE PFAENDUNG-EINTRAG
                   IF WS-PF-STATUS NOT = "00"
                       MOVE "PFAENDUNGPFLEGE" TO WS-FP-PROGRAMM
                       MOVE "WRITE PFAENDUNG-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Pfaendung nicht gespeichert"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-PF-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: Pfaendung konnte nicht "
                           "gespeichert werden (Status " WS-PF-STATUS
                           ")."
                   ELSE
                       DISPLAY "Pfaendung " NEUE-PF-NR " auf Konto "
                           SUCH-KONTO " erfasst. Verfuegungen nur "
                           "noch im Rahmen des Freibetrags."
                   END-IF
                   CLOSE PFAENDUNG-DATEI
                   PERFORM PKONTO-HINWEIS
               END-IF
           END-IF.

      *> Hoechste vergebene Nummer des Kontos suchen - die Datei ist
      *> bereits I-O geoeffnet.
       NAECHSTE-NUMMER-ERMITTELN.
           MOVE 1 TO NEUE-PF-NR
           MOVE 'N' TO EOF-FLAGGE
           MOVE SUCH-KONTO TO PF-KUNDEN-NR
           MOVE 0 TO PF-NR
           START PFAENDUNG-DATEI KEY IS >= PF-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO EOF-FLAGGE
           END-START
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ PFAENDUNG-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF PF-KUNDEN-NR NOT = SUCH-KONTO
                           MOVE 'J' TO EOF-FLAGGE
                       ELSE
                           COMPUTE NEUE-PF-NR = PF-NR + 1
                       END-IF
               END-READ
           END-PERFORM.

      *> Ohne P-Konto ist bei einer Pfaendung nichts mehr frei -
      *> den Sachbearbeiter auf die Umwandlung hinweisen.
       PKONTO-HINWEIS.
           MOVE 'N' TO TEMP-ANTWORT
           OPEN INPUT PKONTO-DATEI
           IF WS-PK-STATUS = "00"
               MOVE SUCH-KONTO TO PK-KUNDEN-NR
               READ PKONTO-DATEI KEY IS PK-KUNDEN-NR
                   NOT INVALID KEY
                       IF PK-STATUS = 'A'
                           MOVE 'J' TO TEMP-ANTWORT
                       END-IF
               END-READ
               CLOSE PKONTO-DATEI
           END-IF
           IF TEMP-ANTWORT = 'N'
               DISPLAY "Hinweis: Konto ist kein P-Konto - der "
                   "Kunde kann nicht mehr verfuegen, bis das Konto "
                   "als P-Konto gefuehrt wird (Menuepunkt 4)."
           END-IF.

       PFAENDUNG-AUFHEBEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer eingeben: "
           ACCEPT SUCH-KONTO
           DISPLAY "Pfaendungsnummer eingeben: "
           ACCEPT SUCH-PF-NR

           OPEN I-O PFAENDUNG-DATEI
           IF WS-PF-STATUS NOT = "00"
               DISPLAY "Fehler: pfaendungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-PF-STATUS ")."
           ELSE
               MOVE SUCH-KONTO TO PF-KUNDEN-NR
               MOVE SUCH-PF-NR TO PF-NR
               READ PFAENDUNG-DATEI KEY IS PF-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Pfaendung " SUCH-PF-NR
                           " auf Konto " SUCH-KONTO
                           " nicht gefunden."
               END-READ
               IF ABBRUCH-FLAGGE = 'N' AND PF-STATUS NOT = 'A'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Pfaendung ist nicht mehr aktiv "
                       "(Status " PF-STATUS ")."
               END-IF
               IF ABBRUCH-FLAGGE = 'N'
                   DISPLAY "Glaeubiger: " PF-GLAEUBIGER
                   DISPLAY "Aktenzeichen: " PF-AKTENZEICHEN
                   DISPLAY "Pfaendung wirklich aufheben (J/N)? "
                   ACCEPT TEMP-ANTWORT
                   MOVE FUNCTION UPPER-CASE(TEMP-ANTWORT)
                       TO TEMP-ANTWORT
                   IF TEMP-ANTWORT NOT = 'J'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Abgebrochen."
                   END-IF
               END-IF
               IF ABBRUCH-FLAGGE = 'N'
                   MOVE 'X' TO PF-STATUS
                   REWRITE PFAENDUNG-EINTRAG
                   IF WS-PF-STATUS = "00"
                       DISPLAY "Pfaendung aufgehoben."
                   ELSE
                       DISPLAY "Fehler: Pfaendung konnte nicht "
                           "gespeichert werden (Status " WS-PF-STATUS
                           ")."
                   END-IF
               END-IF
               CLOSE PFAENDUNG-DATEI
           END-IF.

      *> Einrichtung gilt ab dem laufenden Monat mit vollem
      *> Freibetrag; eine Aenderung des Freibetrags laesst Uebertrag
      *> und bisherige Verfuegungen des Monats unberuehrt.
       PKONTO-EINRICHTEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer eingeben: "
           ACCEPT SUCH-KONTO
           PERFORM KUNDE-PRUEFEN

           IF ABBRUCH-FLAGGE = 'N'
               MOVE GRUNDFREIBETRAG TO MASK-BETRAG
               DISPLAY "Monatlicher Freibetrag (0 = Grundfreibetrag "
                   MASK-BETRAG "): "
               ACCEPT TEMP-BETRAG
               IF TEMP-BETRAG = 0
                   MOVE GRUNDFREIBETRAG TO TEMP-BETRAG
               END-IF
               ACCEPT WS-HEUTE FROM DATE YYYYMMDD
               COMPUTE WS-MONAT = WS-HEUTE / 100

               OPEN I-O PKONTO-DATEI
               IF WS-PK-STATUS = "35"
                   OPEN OUTPUT PKONTO-DATEI
                   CLOSE PKONTO-DATEI
                   OPEN I-O PKONTO-DATEI
               END-IF
               IF WS-PK-STATUS NOT = "00"
                   MOVE "PFAENDUNGPFLEGE" TO WS-FP-PROGRAMM
                   MOVE "OPEN I-O PKONTO-DATEI" TO WS-FP-VORGANG
                   MOVE "P-Konto nicht gespeichert" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-PK-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: pkonten.dat konnte nicht "
                       "geoeffnet werden (Status " WS-PK-STATUS ")."
               ELSE
                   MOVE SUCH-KONTO TO PK-KUNDEN-NR
                   READ PKONTO-DATEI KEY IS PK-KUNDEN-NR
                       INVALID KEY
                           PERFORM PKONTO-NEU-BELEGEN
                           WRITE PKONTO-EINTRAG
                       NOT INVALID KEY
                           IF PK-STATUS = 'A'
                               MOVE TEMP-BETRAG TO PK-FREIBETRAG
                           ELSE
                               PERFORM PKONTO-NEU-BELEGEN
                           END-IF
                           REWRITE PKONTO-EINTRAG
                   END-READ
                   IF WS-PK-STATUS = "00"
                       MOVE TEMP-BETRAG TO MASK-BETRAG
                       DISPLAY "Konto " SUCH-KONTO " wird als P-Konto "
                           "gefuehrt, Freibetrag " MASK-BETRAG
                           " je Monat."
                   ELSE
                       MOVE "PFAENDUNGPFLEGE" TO WS-FP-PROGRAMM
                       MOVE "WRITE PKONTO-EINTRAG" TO WS-FP-VORGANG
                       MOVE "P-Konto nicht gespeichert"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-PK-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: P-Konto konnte nicht "
                           "gespeichert werden (Status " WS-PK-STATUS
                           ")."
                   END-IF
                   CLOSE PKONTO-DATEI
               END-IF
           END-IF.

       PKONTO-NEU-BELEGEN.
           MOVE SUCH-KONTO  TO PK-KUNDEN-NR
           MOVE TEMP-BETRAG TO PK-FREIBETRAG
           MOVE WS-MONAT    TO PK-MONAT
           MOVE 0           TO PK-UEBERTRAG
           MOVE 0           TO PK-VERFUEGT
           MOVE WS-HEUTE    TO PK-SEIT
           MOVE 'A'         TO PK-STATUS.

       PKONTO-BEENDEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer eingeben: "
           ACCEPT SUCH-KONTO

           OPEN I-O PKONTO-DATEI
           IF WS-PK-STATUS NOT = "00"
               DISPLAY "Fehler: pkonten.dat konnte nicht "
                   "geoeffnet werden (Status " WS-PK-STATUS ")."
           ELSE
               MOVE SUCH-KONTO TO PK-KUNDEN-NR
               READ PKONTO-DATEI KEY IS PK-KUNDEN-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Konto " SUCH-KONTO
                           " ist kein P-Konto."
               END-READ
               IF ABBRUCH-FLAGGE = 'N' AND PK-STATUS NOT = 'A'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: P-Konto ist bereits beendet."
               END-IF
               IF ABBRUCH-FLAGGE = 'N'
                   MOVE 'E' TO PK-STATUS
                   REWRITE PKONTO-EINTRAG
                   IF WS-PK-STATUS = "00"
                       DISPLAY "P-Konto beendet - Konto wird wieder "
                           "als normales Konto gefuehrt."
                   ELSE
                       DISPLAY "Fehler: P-Konto konnte nicht "
                           "gespeichert werden (Status " WS-PK-STATUS
                           ")."
                   END-IF
               END-IF
               CLOSE PKONTO-DATEI
           END-IF.

       KUNDE-PRUEFEN.
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               MOVE SUCH-KONTO TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Kunde " SUCH-KONTO
                           " nicht gefunden."
                   NOT INVALID KEY
                       DISPLAY "Kunde: " KUNDEN-NAME
               END-READ
               CLOSE KUNDEN-DATEI
           END-IF.
