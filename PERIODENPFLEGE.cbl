       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODENPFLEGE.

      *> Buchungsperioden abschliessen und wieder oeffnen
      *> (buchungsperioden.dat, BUCHPERIODE.CPY). Nach Monats-
      *> abschluss und Hauptbuch-Export schliesst ein Supervisor den
      *> Monat; ab dann weisen alle buchenden Programme Buchungen mit
      *> Buchungsdatum in diesem Monat ab (PERIODENPRUEF), Stornos
      *> zu Buchungen aus dem Monat laufen in die offene Periode.
      *> Abgeschlossen werden kann nur ein vergangener Monat. Die
      *> Wiedereroeffnung braucht eine Begruendung; der Satz bleibt
      *> mit Status O, Datum, Mitarbeiter und Grund stehen.
      *> Erreichbar nur fuer Supervisoren (Rollenpruefung in
      *> BANKMAIN).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODEN-DATEI ASSIGN TO "buchungsperioden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-MONAT
               FILE STATUS IS WS-PERIODEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODEN-DATEI.
           COPY BUCHPERIODE.

       WORKING-STORAGE SECTION.
       01 WS-PERIODEN-STATUS   PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 BESTAETIGUNG         PIC X.
       01 WS-HEUTE             PIC 9(8).
       01 SUCH-MONAT           PIC 9(6).
       01 SUCH-MONAT-TEILE REDEFINES SUCH-MONAT.
           05 SUCH-JAHR            PIC 9(4).
           05 SUCH-MM              PIC 99.
       01 TEMP-GRUND           PIC X(40).
       01 ANZAHL-GEFUNDEN      PIC 9(3).
       01 MASK-DATUM           PIC 9999/99/99.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wird bei Abschluss und Wiedereroeffnung
      *> vermerkt.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- BUCHUNGSPERIODEN ---"
               DISPLAY "1 - Perioden anzeigen"
               DISPLAY "2 - Monat abschliessen"
               DISPLAY "3 - Monat wieder oeffnen"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM PERIODEN-ANZEIGEN
                   WHEN 2
                       PERFORM MONAT-ABSCHLIESSEN
                   WHEN 3
                       PERFORM MONAT-OEFFNEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

           GOBACK.

      *> ----------------------------------------------------------
      *> Anzeige aller Periodensaetze
      *> ----------------------------------------------------------
       PERIODEN-ANZEIGEN.
           MOVE 0 TO ANZAHL-GEFUNDEN
           OPEN INPUT PERIODEN-DATEI
           IF WS-PERIODEN-STATUS = "35"
               DISPLAY "Hinweis: Noch kein Monat abgeschlossen."
           ELSE
           IF WS-PERIODEN-STATUS NOT = "00"
               DISPLAY "Fehler: buchungsperioden.dat konnte nicht "
                   "geoeffnet werden (Status " WS-PERIODEN-STATUS ")."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ PERIODEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           PERFORM PERIODE-ZEILE-ANZEIGEN
                   END-READ
               END-PERFORM
               CLOSE PERIODEN-DATEI
               IF ANZAHL-GEFUNDEN = 0
                   DISPLAY "Hinweis: Noch kein Monat abgeschlossen."
               END-IF
           END-IF
           END-IF.

       PERIODE-ZEILE-ANZEIGEN.
           ADD 1 TO ANZAHL-GEFUNDEN
           IF ANZAHL-GEFUNDEN = 1
               DISPLAY "MONAT    STATUS         DATUM       MA"
               DISPLAY "-----------------------------------------------"
                   "------------------------"
           END-IF
           IF PER-STATUS = 'G'
               MOVE PER-GESCHLOSSEN-DATUM TO MASK-DATUM
               DISPLAY PER-MONAT(1:4) "/" PER-MONAT(5:2)
                   "  geschlossen    " MASK-DATUM "  "
                   PER-GESCHLOSSEN-VON
           ELSE
               MOVE PER-GEOEFFNET-DATUM TO MASK-DATUM
               DISPLAY PER-MONAT(1:4) "/" PER-MONAT(5:2)
                   "  wieder offen   " MASK-DATUM "  "
                   PER-GEOEFFNET-VON "  " FUNCTION TRIM(PER-GRUND)
           END-IF.

      *> ----------------------------------------------------------
      *> Abschluss eines vergangenen Monats
      *> ----------------------------------------------------------
       MONAT-ABSCHLIESSEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           PERFORM MONAT-ABFRAGEN

           IF ABBRUCH-FLAGGE = 'N'
               IF SUCH-MONAT NOT < WS-HEUTE(1:6)
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Nur vergangene Monate koennen "
                       "abgeschlossen werden."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DATEI-OEFFNEN
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE SUCH-MONAT TO PER-MONAT
               READ PERIODEN-DATEI KEY IS PER-MONAT
                   INVALID KEY
                       MOVE SPACE TO PER-STATUS
                   NOT INVALID KEY
                       IF PER-STATUS = 'G'
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Hinweis: Monat " SUCH-JAHR "/"
                               SUCH-MM " ist bereits abgeschlossen."
                       END-IF
               END-READ

               IF ABBRUCH-FLAGGE = 'N'
                   DISPLAY "Monat " SUCH-JAHR "/" SUCH-MM
                       " abschliessen? Danach sind keine Buchungen "
                       "in diesen Monat mehr moeglich. (J/N): "
                   ACCEPT BESTAETIGUNG
                   MOVE FUNCTION UPPER-CASE(BESTAETIGUNG)
                       TO BESTAETIGUNG
                   IF BESTAETIGUNG NOT = 'J'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Abschluss abgebrochen."
                   END-IF
               END-IF

               IF ABBRUCH-FLAGGE = 'N'
                   IF PER-STATUS = 'O'
                       PERFORM ABSCHLUSS-BELEGEN
                       REWRITE PERIODE-EINTRAG
                   ELSE
                       MOVE SUCH-MONAT TO PER-MONAT
                       MOVE 0 TO PER-GEOEFFNET-DATUM
                       MOVE SPACES TO PER-GEOEFFNET-VON PER-GRUND
                       PERFORM ABSCHLUSS-BELEGEN
                       WRITE PERIODE-EINTRAG
                   END-IF
                   IF WS-PERIODEN-STATUS NOT = "00"
                       MOVE "PERIODENPFLEGE" TO WS-FP-PROGRAMM
                       MOVE "WRITE PERIODE-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Periodenabschluss nicht gespeichert"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-PERIODEN-STATUS
                           WS-FP-MELDUNG
                       DISPLAY "Fehler: Abschluss konnte nicht "
                           "gespeichert werden (Status "
                           WS-PERIODEN-STATUS ")."
                   ELSE
                       DISPLAY "Monat " SUCH-JAHR "/" SUCH-MM
                           " ist abgeschlossen."
                   END-IF
               END-IF
               CLOSE PERIODEN-DATEI
           END-IF.

       ABSCHLUSS-BELEGEN.
           MOVE 'G' TO PER-STATUS
           MOVE WS-HEUTE TO PER-GESCHLOSSEN-DATUM
           MOVE LP-MITARBEITER-ID TO PER-GESCHLOSSEN-VON.

      *> ----------------------------------------------------------
      *> Wiedereroeffnung - nur mit Begruendung
      *> ----------------------------------------------------------
       MONAT-OEFFNEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           PERFORM MONAT-ABFRAGEN

           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DATEI-OEFFNEN
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE SUCH-MONAT TO PER-MONAT
               READ PERIODEN-DATEI KEY IS PER-MONAT
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Hinweis: Monat " SUCH-JAHR "/"
                           SUCH-MM " ist nicht abgeschlossen."
                   NOT INVALID KEY
                       IF PER-STATUS NOT = 'G'
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Hinweis: Monat " SUCH-JAHR "/"
                               SUCH-MM " ist nicht abgeschlossen."
                       END-IF
               END-READ

               IF ABBRUCH-FLAGGE = 'N'
                   DISPLAY "Begruendung der Wiedereroeffnung: "
                   ACCEPT TEMP-GRUND
                   IF TEMP-GRUND = SPACES
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Ohne Begruendung keine "
                           "Wiedereroeffnung."
                   END-IF
               END-IF

               IF ABBRUCH-FLAGGE = 'N'
                   DISPLAY "Monat " SUCH-JAHR "/" SUCH-MM
                       " wieder oeffnen? (J/N): "
                   ACCEPT BESTAETIGUNG
                   MOVE FUNCTION UPPER-CASE(BESTAETIGUNG)
                       TO BESTAETIGUNG
                   IF BESTAETIGUNG NOT = 'J'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Wiedereroeffnung abgebrochen."
                   END-IF
               END-IF

               IF ABBRUCH-FLAGGE = 'N'
                   MOVE 'O' TO PER-STATUS
                   MOVE WS-HEUTE TO PER-GEOEFFNET-DATUM
                   MOVE LP-MITARBEITER-ID TO PER-GEOEFFNET-VON
                   MOVE TEMP-GRUND TO PER-GRUND
                   REWRITE PERIODE-EINTRAG
                   IF WS-PERIODEN-STATUS NOT = "00"
                       MOVE "PERIODENPFLEGE" TO WS-FP-PROGRAMM
                       MOVE "REWRITE PERIODE-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Wiedereroeffnung nicht gespeichert"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-PERIODEN-STATUS
                           WS-FP-MELDUNG
                       DISPLAY "Fehler: Wiedereroeffnung konnte nicht "
                           "gespeichert werden (Status "
                           WS-PERIODEN-STATUS ")."
                   ELSE
                       DISPLAY "Monat " SUCH-JAHR "/" SUCH-MM
                           " ist wieder fuer Buchungen offen."
                   END-IF
               END-IF
               CLOSE PERIODEN-DATEI
           END-IF.

      *> ----------------------------------------------------------
      *> Gemeinsame Hilfsparagraphen
      *> ----------------------------------------------------------
       MONAT-ABFRAGEN.
           DISPLAY "Monat (JJJJMM): "
           ACCEPT SUCH-MONAT
           IF SUCH-MM < 1 OR SUCH-MM > 12 OR SUCH-JAHR < 1900
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Ungueltiger Monat."
           END-IF.

       DATEI-OEFFNEN.
           OPEN I-O PERIODEN-DATEI
           IF WS-PERIODEN-STATUS = "35"
               OPEN OUTPUT PERIODEN-DATEI
               CLOSE PERIODEN-DATEI
               OPEN I-O PERIODEN-DATEI
           END-IF
           IF WS-PERIODEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "PERIODENPFLEGE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O PERIODEN-DATEI" TO WS-FP-VORGANG
               MOVE "Periodenpflege nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-PERIODEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: buchungsperioden.dat konnte nicht "
                   "geoeffnet werden (Status " WS-PERIODEN-STATUS ")."
           END-IF.
