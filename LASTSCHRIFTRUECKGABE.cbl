       IDENTIFICATION DIVISION.
       PROGRAM-ID. LASTSCHRIFTRUECKGABE.

      *> Erstattung einer Lastschrift auf Verlangen des Kunden am
      *> Schalter: zeigt die gebuchten Lastschriften eines Kontos
      *> aus lastschriften.dat (LASTSCHRIFTIMPORT), der Kunde waehlt
      *> eine aus. Innerhalb der gesetzlichen Frist von acht Wochen
      *> ab Belastung wird der Betrag ohne Angabe von Gruenden
      *> zurueckgebucht (LS-ERSTATTUNG, Valuta der Belastung,
      *> Referenz auf den Lastschriftsatz) und als Ruecklastschrift
      *> mit Grund MD06 in die Tagesdatei
      *> ruecklastschriften-JJJJMMTT.csv fuer die Korrespondenzbank
      *> gestellt. Aeltere Lastschriften werden angezeigt, aber
      *> nicht erstattet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT BEWEGUNGEN-DATEI ASSIGN TO "kontobewegungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT LASTSCHRIFT-DATEI ASSIGN TO "lastschriften.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-SCHLUESSEL
               FILE STATUS IS WS-LS-STATUS.
           SELECT RUECKGABE-DATEI ASSIGN TO WS-RUECKGABE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUECKGABE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD LASTSCHRIFT-DATEI.
           COPY LASTSCHRIFT.

       FD RUECKGABE-DATEI.
       01 RUECKGABE-ZEILE      PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-LS-STATUS         PIC XX.
       01 WS-RUECKGABE-STATUS  PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 SUCH-NR              PIC 9(5).
       01 BESTAETIGUNG         PIC X.
       01 MASK-BETRAG          PIC Z(6)9.99.
       01 MASK-DATUM           PIC 9999/99/99.
       01 RUECKGABE-BETRAG     PIC 9(7).99.
       01 NEUER-SALDO          PIC S9(7)V99.
       01 FRIST-TEXT           PIC X(16).

      *> Gesetzliche Erstattungsfrist fuer autorisierte
      *> Lastschriften: acht Wochen ab Belastung.
       01 ERSTATTUNGSFRIST-TAGE PIC 9(3) VALUE 56.
       01 TAGE-SEIT-BELASTUNG  PIC S9(7).

      *> Angezeigte Lastschriften des Kontos zur Auswahl
       01 LISTE-ANZAHL         PIC 99 VALUE 0.
       01 LISTE-MAX            PIC 99 VALUE 50.
       01 LISTE-TABELLE.
           05 LISTE-EINTRAG OCCURS 50 TIMES.
               10 LI-DATUM         PIC 9(8).
               10 LI-ZEIT          PIC 9(8).
               10 LI-IN-FRIST      PIC X.
       01 AUSWAHL              PIC 99.

      *> Buchungstag aus dem Bankkalender (siehe BANKTAG)
       01 BT-FUNKTION          PIC X.
       01 BT-DATUM             PIC 9(8).
       01 BT-ERGEBNIS-DATUM    PIC 9(8).
       01 BT-FLAGGE            PIC X.
       01 ERSTATTUNG-VALUTA    PIC 9(8).

      *> Satzsperre gegen gleichzeitige Bearbeitung am zweiten
      *> Terminal (siehe SATZSPERRE).
       01 SPERRE-FUNKTION      PIC X.
       01 SPERRE-NR            PIC 9(5).
       01 SPERRE-OK-FLAGGE     PIC X.
      *> Formaler Dateistatus fuer den Protokolleintrag der
      *> Sperrkollision - es liegt kein Dateifehler vor.
       01 SPERRE-LOG-STATUS    PIC XX VALUE "00".

       01 WS-RUECKGABE-NAME    PIC X(60).
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X.
       01 BP-PROGRAMM          PIC X(20) VALUE "LASTSCHRIFTRUECKGABE".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wandert in BEWEGUNG-MITARBEITER.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- LASTSCHRIFT ERSTATTEN ---"
           PERFORM PERIODE-PRUEFEN
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 'N' TO ABBRUCH-FLAGGE
           MOVE 0 TO LISTE-ANZAHL
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-NR

           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "LASTSCHRIFTRUECKGABE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Erstattung nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               GOBACK
           END-IF

           PERFORM SATZ-SPERREN
           IF SPERRE-OK-FLAGGE NOT = 'J'
               CLOSE KUNDEN-DATEI
               GOBACK
           END-IF

           MOVE SUCH-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Kunde " SUCH-NR " nicht gefunden."
               NOT INVALID KEY
      *> Gutschriften laufen auch auf Nachlasskonten weiter.
                   IF KUNDEN-STATUS NOT = 'A'
                           AND KUNDEN-STATUS NOT = 'N'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Konto ist nicht aktiv "
                           "(Status " KUNDEN-STATUS ") - Erstattung "
                           "nur nach Klaerung."
                   ELSE
                       DISPLAY "Konto: " KUNDEN-NAME
                   END-IF
           END-READ

           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O LASTSCHRIFT-DATEI
               IF WS-LS-STATUS NOT = "00"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Hinweis: Es sind noch keine Lastschriften "
                       "gebucht (Status " WS-LS-STATUS ")."
               ELSE
                   PERFORM LASTSCHRIFTEN-ANZEIGEN
                   IF LISTE-ANZAHL = 0
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Keine offenen Lastschriften auf diesem "
                           "Konto."
                   ELSE
                       PERFORM LASTSCHRIFT-AUSWAEHLEN
                   END-IF
                   IF ABBRUCH-FLAGGE = 'N'
                       PERFORM ERSTATTUNG-BUCHEN
                   END-IF
                   CLOSE LASTSCHRIFT-DATEI
               END-IF
           END-IF

           CLOSE KUNDEN-DATEI
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

       LASTSCHRIFTEN-ANZEIGEN.
           DISPLAY "NR DATUM      BETRAG     GLAEUBIGER"
           DISPLAY "------------------------------------------------"
               "--------------------------"
           MOVE 'N' TO EOF-FLAGGE
           MOVE SUCH-NR TO LS-KUNDEN-NR
           MOVE 0 TO LS-DATUM
           MOVE 0 TO LS-ZEIT
           START LASTSCHRIFT-DATEI KEY IS >= LS-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO EOF-FLAGGE
           END-START
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ LASTSCHRIFT-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF LS-KUNDEN-NR NOT = SUCH-NR
                           MOVE 'J' TO EOF-FLAGGE
                       ELSE
                       IF LS-STATUS = 'G'
                           PERFORM LISTENZEILE-ANZEIGEN
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LISTENZEILE-ANZEIGEN.
           IF LISTE-ANZAHL >= LISTE-MAX
               DISPLAY "Warnung: mehr als " LISTE-MAX " Lastschriften "
                   "- weitere werden nicht angezeigt."
               MOVE 'J' TO EOF-FLAGGE
           ELSE
               ADD 1 TO LISTE-ANZAHL
               MOVE LS-DATUM TO LI-DATUM(LISTE-ANZAHL)
               MOVE LS-ZEIT TO LI-ZEIT(LISTE-ANZAHL)
               COMPUTE TAGE-SEIT-BELASTUNG =
                   FUNCTION INTEGER-OF-DATE(WS-HEUTE)
                   - FUNCTION INTEGER-OF-DATE(LS-DATUM)
               IF TAGE-SEIT-BELASTUNG > ERSTATTUNGSFRIST-TAGE
                   MOVE 'N' TO LI-IN-FRIST(LISTE-ANZAHL)
                   MOVE "Frist abgelaufen" TO FRIST-TEXT
               ELSE
                   MOVE 'J' TO LI-IN-FRIST(LISTE-ANZAHL)
                   MOVE SPACES TO FRIST-TEXT
               END-IF
               MOVE LS-DATUM TO MASK-DATUM
               MOVE LS-BETRAG TO MASK-BETRAG
               DISPLAY LISTE-ANZAHL " " MASK-DATUM " " MASK-BETRAG
                   " " LS-GLAEUBIGER-NAME " " FRIST-TEXT
               DISPLAY "   Mandat " FUNCTION TRIM(LS-MANDAT-REFERENZ)
                   " / " FUNCTION TRIM(LS-GLAEUBIGER-ID)
           END-IF.

       LASTSCHRIFT-AUSWAEHLEN.
           DISPLAY "Nummer der zu erstattenden Lastschrift "
               "(0 = Abbruch): "
           MOVE 0 TO AUSWAHL
           ACCEPT AUSWAHL
           IF AUSWAHL = 0 OR AUSWAHL > LISTE-ANZAHL
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Keine Erstattung durchgefuehrt."
           ELSE
           IF LI-IN-FRIST(AUSWAHL) NOT = 'J'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Die Erstattungsfrist von acht Wochen "
                   "ist abgelaufen - keine Erstattung."
           ELSE
               MOVE SUCH-NR TO LS-KUNDEN-NR
               MOVE LI-DATUM(AUSWAHL) TO LS-DATUM
               MOVE LI-ZEIT(AUSWAHL) TO LS-ZEIT
               READ LASTSCHRIFT-DATEI KEY IS LS-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Lastschrift nicht mehr "
                           "vorhanden."
               END-READ
           END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE LS-BETRAG TO MASK-BETRAG
               DISPLAY "Lastschrift ueber " MASK-BETRAG " " LS-WAEHRUNG
                   " von " FUNCTION TRIM(LS-GLAEUBIGER-NAME)
                   " erstatten? (J/N): "
               ACCEPT BESTAETIGUNG
               MOVE FUNCTION UPPER-CASE(BESTAETIGUNG) TO BESTAETIGUNG
               IF BESTAETIGUNG NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Keine Erstattung durchgefuehrt."
               END-IF
           END-IF.

       ERSTATTUNG-BUCHEN.
      *> Die Erstattung valutiert auf den Tag der Belastung, damit
      *> dem Kunden kein Zinsnachteil entsteht.
           MOVE LS-DATUM TO ERSTATTUNG-VALUTA
           OPEN INPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "00"
               MOVE LS-SCHLUESSEL TO BEWEGUNG-SCHLUESSEL
               READ BEWEGUNGEN-DATEI KEY IS BEWEGUNG-SCHLUESSEL
                   NOT INVALID KEY
                       IF BEWEGUNG-VALUTA > 0
                           MOVE BEWEGUNG-VALUTA TO ERSTATTUNG-VALUTA
                       END-IF
               END-READ
               CLOSE BEWEGUNGEN-DATEI
           END-IF

           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
           ADD LS-BETRAG TO KUNDEN-KONTO
           MOVE KUNDEN-KONTO TO NEUER-SALDO
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "LASTSCHRIFTRUECKGABE" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Erstattung fehlgeschlagen" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Erstattung konnte nicht gebucht "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               MOVE "LASTSCHRIFTRUECKGABE" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               PERFORM BUCHUNG-SCHREIBEN

               MOVE 'E' TO LS-STATUS
               MOVE WS-HEUTE TO LS-ERSTATTET-DATUM
               REWRITE LASTSCHRIFT-EINTRAG
               IF WS-LS-STATUS NOT = "00"
                   MOVE "LASTSCHRIFTRUECKGABE" TO WS-FP-PROGRAMM
                   MOVE "REWRITE LASTSCHRIFT-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Erstattung gebucht, Status nicht gesetzt"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-LS-STATUS WS-FP-MELDUNG
               END-IF
               PERFORM RUECKLASTSCHRIFT-SCHREIBEN

               MOVE LS-BETRAG TO MASK-BETRAG
               DISPLAY "Lastschrift erstattet: " MASK-BETRAG " "
                   LS-WAEHRUNG " - Rueckgabe an den Glaeubiger ist "
                   "gestellt."
           END-IF.

       BUCHUNG-SCHREIBEN.
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               OPEN OUTPUT BEWEGUNGEN-DATEI
               CLOSE BEWEGUNGEN-DATEI
               OPEN I-O BEWEGUNGEN-DATEI
           END-IF

           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "LASTSCHRIFTRUECKGABE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Erstattung nicht protokolliert" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   "). Buchung wurde NICHT protokolliert."
           ELSE
               MOVE 'B' TO BT-FUNKTION
               MOVE 0 TO BT-DATUM
               CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
                   BT-ERGEBNIS-DATUM BT-FLAGGE
               MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
               MOVE BT-ERGEBNIS-DATUM TO BEWEGUNG-DATUM
               ACCEPT BEWEGUNG-ZEIT FROM TIME
               MOVE "LS-ERSTATTUNG" TO BEWEGUNG-ART
               MOVE LS-BETRAG TO BEWEGUNG-BETRAG
               MOVE NEUER-SALDO TO BEWEGUNG-SALDO-NACH
               MOVE SPACES TO BEWEGUNG-FREIGABE-CODE
               MOVE LS-KUNDEN-NR TO BEWEGUNG-REF-KUNDEN-NR
               MOVE LS-DATUM TO BEWEGUNG-REF-DATUM
               MOVE LS-ZEIT TO BEWEGUNG-REF-ZEIT
               MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE ERSTATTUNG-VALUTA TO BEWEGUNG-VALUTA
      *> Liegt die Valuta in einem abgeschlossenen Monat, gilt das
      *> Buchungsdatum - der Ausgleich faellt in die offene Periode.
               MOVE 'P' TO BP-FUNKTION
               MOVE BEWEGUNG-VALUTA TO BP-DATUM
               CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM
                   BP-DATUM BP-GESPERRT
               IF BP-GESPERRT = 'J'
                   MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
               END-IF
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
               PERFORM UNTIL WS-BEWEGUNGEN-STATUS NOT = "22"
                   ADD 1 TO BEWEGUNG-ZEIT
                   WRITE BEWEGUNG-EINTRAG
               END-PERFORM
               IF WS-BEWEGUNGEN-STATUS NOT = "00"
                   MOVE "LASTSCHRIFTRUECKGABE" TO WS-FP-PROGRAMM
                   MOVE "WRITE BEWEGUNG-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Erstattung nicht protokolliert"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Buchungssatz konnte nicht "
                       "geschrieben werden (Status "
                       WS-BEWEGUNGEN-STATUS ")."
               END-IF
               CLOSE BEWEGUNGEN-DATEI
           END-IF.

      *> Meldung an die Korrespondenzbank in derselben Tagesdatei
      *> wie die Ruecklastschriften aus LASTSCHRIFTIMPORT.
       RUECKLASTSCHRIFT-SCHREIBEN.
           MOVE SPACES TO WS-RUECKGABE-NAME
           STRING "ruecklastschriften-" WS-HEUTE ".csv"
               DELIMITED BY SIZE INTO WS-RUECKGABE-NAME
           OPEN EXTEND RUECKGABE-DATEI
           IF WS-RUECKGABE-STATUS = "35"
               OPEN OUTPUT RUECKGABE-DATEI
           END-IF
           IF WS-RUECKGABE-STATUS NOT = "00"
               MOVE "LASTSCHRIFTRUECKGABE" TO WS-FP-PROGRAMM
               MOVE "OPEN EXTEND RUECKGABE-DATEI" TO WS-FP-VORGANG
               MOVE "ERSTATTUNG NICHT AN CLEARING GEMELDET"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-RUECKGABE-STATUS WS-FP-MELDUNG
               DISPLAY "*** FEHLER: Erstattung gebucht, aber nicht "
                   "an die Korrespondenzbank gemeldet - bitte "
                   "manuell nachmelden. ***"
           ELSE
               MOVE LS-BETRAG TO RUECKGABE-BETRAG
               MOVE SPACES TO RUECKGABE-ZEILE
               STRING WS-HEUTE ";" LS-KUNDEN-NR ";"
                   FUNCTION TRIM(LS-GLAEUBIGER-ID) ";"
                   FUNCTION TRIM(LS-MANDAT-REFERENZ) ";"
                   FUNCTION TRIM(LS-GLAEUBIGER-NAME) ";"
                   FUNCTION TRIM(RUECKGABE-BETRAG) ";" LS-WAEHRUNG
                   ";MD06;Erstattung auf Verlangen des Kunden"
                   DELIMITED BY SIZE INTO RUECKGABE-ZEILE
               WRITE RUECKGABE-ZEILE
               CLOSE RUECKGABE-DATEI
           END-IF.

       SATZ-SPERREN.
           MOVE 'S' TO SPERRE-FUNKTION
           MOVE SUCH-NR TO SPERRE-NR
           CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
               SPERRE-OK-FLAGGE
           IF SPERRE-OK-FLAGGE NOT = 'J'
               DISPLAY "Hinweis: Kunde " SUCH-NR " wird gerade an "
                   "einem anderen Terminal bearbeitet - bitte "
                   "erneut versuchen."
               MOVE "LASTSCHRIFTRUECKGABE" TO WS-FP-PROGRAMM
               MOVE "SATZSPERRE KUNDE" TO WS-FP-VORGANG
               MOVE "Satz in Bearbeitung - Vorgang abgewiesen"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   SPERRE-LOG-STATUS WS-FP-MELDUNG
           END-IF.

       SATZ-FREIGEBEN.
           MOVE 'F' TO SPERRE-FUNKTION
           MOVE SUCH-NR TO SPERRE-NR
           CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
               SPERRE-OK-FLAGGE.
