       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODENBERICHT.

      *> Abstimmbericht fuer das Rechnungswesen: alle Buchungen
      *> eines offenen Monats (Standard: laufender Monat), die sich
      *> auf einen abgeschlossenen Monat beziehen (siehe
      *> PERIODENPFLEGE, PERIODENPRUEF):
      *>   BEZUG  - der Referenzteil zeigt auf eine Buchung aus
      *>            einem abgeschlossenen Monat (Storno,
      *>            Reklamationsrueckbuchung, Lastschrift-
      *>            erstattung usw.);
      *>   VALUTA - die Buchung ist in einen abgeschlossenen Monat
      *>            zurueckvalutiert.
      *> Mit diesen Posten gleicht das Rechnungswesen die bereits
      *> exportierten Monatszahlen (gl-buchungen, Auszuege) gegen
      *> kontobewegungen.dat ab.
      *> Ausgabe: periodenkorrekturen-JJJJMM.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEWEGUNGEN-DATEI ASSIGN TO "kontobewegungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "periodenkorrekturen.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 BERICHT-MONAT        PIC 9(6).
       01 BERICHT-MONAT-TEILE REDEFINES BERICHT-MONAT.
           05 BERICHT-JAHR         PIC 9(4).
           05 BERICHT-MM           PIC 99.
       01 HINWEIS-TEXT         PIC X(6).
       01 ANZAHL-BEZUG         PIC 9(5) VALUE 0.
       01 ANZAHL-VALUTA        PIC 9(5) VALUE 0.
       01 ANZAHL-GESAMT        PIC 9(5) VALUE 0.
       01 SUMME-GESAMT         PIC S9(9)V99 VALUE 0.
       01 MASK-BETRAG          PIC -Z(6)9.99.
       01 MASK-SUMME           PIC -Z(8)9.99.
       01 MASK-DATUM           PIC 9999/99/99.
       01 MASK-BEZUG-DATUM     PIC 9999/99/99.
       01 MASK-VALUTA          PIC 9999/99/99.
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
      *> Periodensperre (siehe PERIODENPRUEF), hier nur abgefragt.
       01 BP-FUNKTION          PIC X VALUE 'P'.
       01 BP-PROGRAMM          PIC X(20) VALUE "PERIODENBERICHT".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.
      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- KORREKTUREN ZU ABGESCHLOSSENEN PERIODEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Monat (JJJJMM, 0 = laufender Monat): "
           ACCEPT BERICHT-MONAT
           IF BERICHT-MONAT = 0
               MOVE WS-HEUTE(1:6) TO BERICHT-MONAT
           END-IF
           IF BERICHT-MM < 1 OR BERICHT-MM > 12
               DISPLAY "Fehler: Ungueltiger Monat."
               GOBACK
           END-IF

           MOVE BERICHT-MONAT TO BP-DATUM(1:6)
           MOVE "01" TO BP-DATUM(7:2)
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT
           IF BP-GESPERRT = 'J'
               DISPLAY "Hinweis: Monat " BERICHT-JAHR "/" BERICHT-MM
                   " ist selbst abgeschlossen."
           END-IF

           OPEN INPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               DISPLAY "Keine Buchungen vorhanden - kein Bericht."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "PERIODENBERICHT" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Bericht nicht erstellt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   ")."
               GOBACK
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           MOVE "KORREKTUREN MIT BEZUG AUF ABGESCHLOSSENE "
               & "BUCHUNGSPERIODEN" TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "BUCHUNGSMONAT " BERICHT-JAHR "/" BERICHT-MM
               "   ERSTELLT " WS-HEUTE
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "KONTO GEBUCHT    ART                   BETRAG "
               "REF   REF-DATUM  VALUTA     MA   GRUND"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ BEWEGUNGEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF BEWEGUNG-DATUM(1:6) = BERICHT-MONAT
                               AND BEWEGUNG-ART NOT = "SALDOVORTRAG"
                           PERFORM BUCHUNG-PRUEFEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEWEGUNGEN-DATEI

           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SUMME-GESAMT TO MASK-SUMME
           MOVE SPACES TO BERICHT-ZEILE
           STRING "GESAMT " ANZAHL-GESAMT " BUCHUNGEN UEBER "
               MASK-SUMME DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "DAVON BEZUG " ANZAHL-BEZUG "   VALUTA "
               ANZAHL-VALUTA DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI

           PERFORM BERICHT-ABLEGEN
           DISPLAY ANZAHL-GESAMT " Buchungen mit Bezug auf "
               "abgeschlossene Perioden."

           MOVE ANZAHL-GESAMT TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
           GOBACK.

      *> Bezug vor Valuta: ein Storno traegt beides, gezaehlt wird
      *> er einmal.
       BUCHUNG-PRUEFEN.
           MOVE SPACES TO HINWEIS-TEXT
           IF BEWEGUNG-REF-DATUM IS NUMERIC
                   AND BEWEGUNG-REF-DATUM > 0
                   AND BEWEGUNG-REF-DATUM(1:6) NOT = BERICHT-MONAT
               MOVE BEWEGUNG-REF-DATUM TO BP-DATUM
               CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM
                   BP-DATUM BP-GESPERRT
               IF BP-GESPERRT = 'J'
                   MOVE "BEZUG" TO HINWEIS-TEXT
                   ADD 1 TO ANZAHL-BEZUG
               END-IF
           END-IF
           IF HINWEIS-TEXT = SPACES
                   AND BEWEGUNG-VALUTA IS NUMERIC
                   AND BEWEGUNG-VALUTA > 0
                   AND BEWEGUNG-VALUTA(1:6) NOT = BERICHT-MONAT
               MOVE BEWEGUNG-VALUTA TO BP-DATUM
               CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM
                   BP-DATUM BP-GESPERRT
               IF BP-GESPERRT = 'J'
                   MOVE "VALUTA" TO HINWEIS-TEXT
                   ADD 1 TO ANZAHL-VALUTA
               END-IF
           END-IF
           IF HINWEIS-TEXT NOT = SPACES
               PERFORM ZEILE-AUSGEBEN
           END-IF.

       ZEILE-AUSGEBEN.
           ADD 1 TO ANZAHL-GESAMT
           ADD BEWEGUNG-BETRAG TO SUMME-GESAMT
           MOVE BEWEGUNG-DATUM TO MASK-DATUM
           MOVE BEWEGUNG-BETRAG TO MASK-BETRAG
           IF BEWEGUNG-REF-DATUM IS NUMERIC
               MOVE BEWEGUNG-REF-DATUM TO MASK-BEZUG-DATUM
           ELSE
               MOVE 0 TO MASK-BEZUG-DATUM
           END-IF
           IF BEWEGUNG-VALUTA IS NUMERIC
               MOVE BEWEGUNG-VALUTA TO MASK-VALUTA
           ELSE
               MOVE 0 TO MASK-VALUTA
           END-IF
           MOVE SPACES TO BERICHT-ZEILE
           STRING BEWEGUNG-KUNDEN-NR " " MASK-DATUM " "
               BEWEGUNG-ART " " MASK-BETRAG " "
               BEWEGUNG-REF-KUNDEN-NR " " MASK-BEZUG-DATUM " "
               MASK-VALUTA " " BEWEGUNG-MITARBEITER " " HINWEIS-TEXT
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "periodenkorrekturen-" BERICHT-MONAT ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv periodenkorrekturen.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht gespeichert: "
               FUNCTION TRIM(WS-BERICHT-NAME).
