       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAUFHISTORIE.

      *> Haengt einen Satz an die Laufhistorie laufhistorie.dat an
      *> (Aufbau siehe LAUFHIST.CPY). Aufruf:
      *>   CALL "LAUFHISTORIE" USING Satz, Ergebnis
      *> Der Aufrufer fuellt Datum, Schritt, Start, Ende, Ergebnis
      *> und Anzahl; die Laufzeit in Sekunden wird hier aus Start
      *> und Ende berechnet (Lauf ueber Mitternacht beruecksichtigt).
      *> Ergebnis 'J' = angehaengt, 'N' = nicht geschrieben. Anders
      *> als ablaufkontrolle.dat wird die Datei nie ueberschrieben.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIE-DATEI ASSIGN TO "laufhistorie.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIE-DATEI.
           COPY LAUFHIST.

       WORKING-STORAGE SECTION.
       01 WS-HISTORIE-STATUS    PIC XX.
       01 WS-UHRZEIT.
           05 WS-UZ-STUNDE      PIC 99.
           05 WS-UZ-MINUTE      PIC 99.
           05 WS-UZ-SEKUNDE     PIC 99.
           05 WS-UZ-HUNDERTSTEL PIC 99.
       01 START-SEKUNDEN        PIC 9(6).
       01 ENDE-SEKUNDEN         PIC 9(6).
       01 WS-FP-PROGRAMM        PIC X(20).
       01 WS-FP-VORGANG         PIC X(30).
       01 WS-FP-MELDUNG         PIC X(60).

       LINKAGE SECTION.
       01 LP-SATZ               PIC X(56).
       01 LP-ERGEBNIS           PIC X.

       PROCEDURE DIVISION USING LP-SATZ LP-ERGEBNIS.
       BEGIN.
           MOVE 'N' TO LP-ERGEBNIS

           OPEN EXTEND HISTORIE-DATEI
           IF WS-HISTORIE-STATUS = "35"
               OPEN OUTPUT HISTORIE-DATEI
           END-IF
           IF WS-HISTORIE-STATUS NOT = "00"
               MOVE "LAUFHISTORIE" TO WS-FP-PROGRAMM
               MOVE "OPEN EXTEND HISTORIE-DATEI" TO WS-FP-VORGANG
               MOVE "Laufhistorie nicht fortschreibbar"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-HISTORIE-STATUS WS-FP-MELDUNG
           ELSE
               MOVE LP-SATZ TO LAUFHIST-SATZ
               PERFORM DAUER-BERECHNEN
               WRITE LAUFHIST-SATZ
               IF WS-HISTORIE-STATUS = "00"
                   MOVE 'J' TO LP-ERGEBNIS
               END-IF
               CLOSE HISTORIE-DATEI
           END-IF

           GOBACK.

       DAUER-BERECHNEN.
           MOVE LH-START TO WS-UHRZEIT
           COMPUTE START-SEKUNDEN = WS-UZ-STUNDE * 3600
               + WS-UZ-MINUTE * 60 + WS-UZ-SEKUNDE
           MOVE LH-ENDE TO WS-UHRZEIT
           COMPUTE ENDE-SEKUNDEN = WS-UZ-STUNDE * 3600
               + WS-UZ-MINUTE * 60 + WS-UZ-SEKUNDE
           IF ENDE-SEKUNDEN < START-SEKUNDEN
               ADD 86400 TO ENDE-SEKUNDEN
           END-IF
           COMPUTE LH-DAUER = ENDE-SEKUNDEN - START-SEKUNDEN.
