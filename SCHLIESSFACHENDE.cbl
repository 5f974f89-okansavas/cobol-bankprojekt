       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHLIESSFACHENDE.

      *> Gemeinsame Beendigung von Schliessfach-Mietvertraegen.
      *> Aufruf:
      *>   CALL "SCHLIESSFACHENDE" USING Kundennummer, Vertragsnr,
      *>       Mitarbeiter, Anzahl
      *> Vertragsnr > 0 beendet genau diesen Vertrag (Kuendigung in
      *> SCHLIESSFACHPFLEGE), Vertragsnr 0 alle aktiven Vertraege
      *> des Kontos (Kontoschliessung in CLOSEACCOUNT). Je Vertrag
      *> wird gefragt, ob das Fach geraeumt und der Schluessel
      *> zurueckgegeben ist: dann wird das Fach wieder frei,
      *> sonst gesperrt, bis es geraeumt oder aufgebohrt ist
      *> (Fachstatus in SCHLIESSFACHPFLEGE). Eine rueckstaendige
      *> Miete wird angezeigt - sie ist ausserhalb des Kontos zu
      *> klaeren. Anzahl liefert die Zahl der beendeten Vertraege.
      *> Fehlen die Dateien, gibt es keine Vertraege.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACH-DATEI ASSIGN TO "schliessfaecher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-SCHLUESSEL
               FILE STATUS IS WS-SF-STATUS.
           SELECT VERTRAG-DATEI ASSIGN TO "schliessfachvertraege.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-NR
               FILE STATUS IS WS-SV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FACH-DATEI.
           COPY SCHLIESSFACH.

       FD VERTRAG-DATEI.
           COPY SFVERTRAG.

       WORKING-STORAGE SECTION.
       01 WS-SF-STATUS         PIC XX.
       01 WS-SV-STATUS         PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 GERAEUMT-FLAGGE      PIC X.
       01 MASK-DATUM           PIC 9999/99/99.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       LINKAGE SECTION.
       01 LP-KUNDEN-NR         PIC 9(5).
       01 LP-VERTRAG-NR        PIC 9(5).
       01 LP-MITARBEITER-ID    PIC X(4).
       01 LP-ANZAHL            PIC 9(3).

       PROCEDURE DIVISION USING LP-KUNDEN-NR LP-VERTRAG-NR
           LP-MITARBEITER-ID LP-ANZAHL.
       BEGIN.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO LP-ANZAHL

           OPEN I-O VERTRAG-DATEI
           IF WS-SV-STATUS = "35"
               GOBACK
           END-IF
           IF WS-SV-STATUS NOT = "00"
               MOVE "SCHLIESSFACHENDE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O VERTRAG-DATEI" TO WS-FP-VORGANG
               MOVE "Schliessfachvertraege nicht beendet"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SV-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: schliessfachvertraege.dat konnte "
                   "nicht geoeffnet werden (Status " WS-SV-STATUS
                   "). Schliessfaecher bitte manuell pruefen."
               GOBACK
           END-IF

           OPEN I-O FACH-DATEI
           IF WS-SF-STATUS NOT = "00"
               MOVE "SCHLIESSFACHENDE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O FACH-DATEI" TO WS-FP-VORGANG
               MOVE "Schliessfachvertraege nicht beendet"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SF-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: schliessfaecher.dat konnte nicht "
                   "geoeffnet werden (Status " WS-SF-STATUS
                   "). Schliessfaecher bitte manuell pruefen."
               CLOSE VERTRAG-DATEI
               GOBACK
           END-IF

           IF LP-VERTRAG-NR > 0
               MOVE LP-VERTRAG-NR TO SV-NR
               READ VERTRAG-DATEI KEY IS SV-NR
                   INVALID KEY
                       DISPLAY "Fehler: Mietvertrag " LP-VERTRAG-NR
                           " nicht gefunden."
                   NOT INVALID KEY
                       IF SV-STATUS NOT = 'A'
                           DISPLAY "Hinweis: Mietvertrag " SV-NR
                               " ist bereits beendet."
                       ELSE
                           PERFORM VERTRAG-BEENDEN
                       END-IF
               END-READ
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               MOVE 0 TO SV-NR
               START VERTRAG-DATEI KEY IS >= SV-NR
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ VERTRAG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF SV-KUNDEN-NR = LP-KUNDEN-NR
                               AND SV-STATUS = 'A'
                               PERFORM VERTRAG-BEENDEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE FACH-DATEI
           CLOSE VERTRAG-DATEI
           GOBACK.

       VERTRAG-BEENDEN.
           DISPLAY "Schliessfach " SV-FILIALE "/" SV-FACH-NR
               " - Mietvertrag " SV-NR " (Konto " SV-KUNDEN-NR ")"
           IF SV-RUECKSTAND = 'J'
               MOVE SV-RUECKSTAND-SEIT TO MASK-DATUM
               DISPLAY "Achtung: Miete seit " MASK-DATUM " nicht "
                   "bezahlt - Rueckstand bitte mit dem Kunden "
                   "klaeren."
           END-IF
           DISPLAY "Fach geraeumt und Schluessel zurueckgegeben? "
               "(J/N): "
           ACCEPT GERAEUMT-FLAGGE
           MOVE FUNCTION UPPER-CASE(GERAEUMT-FLAGGE) TO GERAEUMT-FLAGGE

           MOVE 'B' TO SV-STATUS
           MOVE WS-HEUTE TO SV-ENDE
           REWRITE SFVERTRAG-EINTRAG
           IF WS-SV-STATUS NOT = "00"
               MOVE "SCHLIESSFACHENDE" TO WS-FP-PROGRAMM
               MOVE "REWRITE SFVERTRAG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Mietvertrag nicht beendet" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SV-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Mietvertrag " SV-NR " konnte nicht "
                   "beendet werden (Status " WS-SV-STATUS ")."
           ELSE
               ADD 1 TO LP-ANZAHL
               PERFORM FACH-FREIGEBEN
           END-IF.

       FACH-FREIGEBEN.
           MOVE SV-FILIALE TO SF-FILIALE
           MOVE SV-FACH-NR TO SF-FACH-NR
           READ FACH-DATEI KEY IS SF-SCHLUESSEL
               INVALID KEY
                   DISPLAY "Hinweis: Fach " SV-FILIALE "/" SV-FACH-NR
                       " nicht im Schliessfachstamm."
               NOT INVALID KEY
                   IF GERAEUMT-FLAGGE = 'J'
                       MOVE 'F' TO SF-STATUS
                   ELSE
                       MOVE 'G' TO SF-STATUS
                   END-IF
                   MOVE 0 TO SF-VERTRAG-NR
                   MOVE WS-HEUTE TO SF-GEAENDERT-DATUM
                   MOVE LP-MITARBEITER-ID TO SF-GEAENDERT-VON
                   REWRITE SCHLIESSFACH-EINTRAG
                   IF WS-SF-STATUS NOT = "00"
                       MOVE "SCHLIESSFACHENDE" TO WS-FP-PROGRAMM
                       MOVE "REWRITE SCHLIESSFACH-EINTRAG"
                           TO WS-FP-VORGANG
                       MOVE "Fachstatus nicht gesetzt" TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-SF-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: Fachstatus konnte nicht "
                           "gesetzt werden (Status " WS-SF-STATUS ")."
                   ELSE
                   IF SF-STATUS = 'F'
                       DISPLAY "Mietvertrag " SV-NR " beendet, Fach "
                           "ist wieder frei."
                   ELSE
                       DISPLAY "Mietvertrag " SV-NR " beendet, Fach "
                           "bleibt bis zur Raeumung gesperrt."
                   END-IF
                   END-IF
           END-READ.
