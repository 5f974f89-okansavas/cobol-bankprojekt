      *> BANKMAIN die Anmeldung und FREIGABEPRUEF die Freigabe eines
      *> zweiten Mitarbeiters. Nur fuer Supervisoren erreichbar
      *> (Rollenpruefung in BANKMAIN).
      *> Zu jedem Mitarbeiter werden die eigene Personennummer und
      *> die erklaerten nahestehenden Personen gefuehrt
      *> (mitarbeiter-nahestehende.dat); daraus ermittelt
      *> MITARBEITERPRUEF Buchungen auf eigenen oder verbundenen
      *> Konten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ID
               FILE STATUS IS WS-MA-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.
           SELECT NAHESTEHENDE-DATEI
               ASSIGN TO "mitarbeiter-nahestehende.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-SCHLUESSEL
               FILE STATUS IS WS-NS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MITARBEITER-DATEI.
           COPY MITARBEITER.
       FD PERSONEN-DATEI.
           COPY PERSON.
       FD NAHESTEHENDE-DATEI.
           COPY NAHESTEHENDE.

       WORKING-STORAGE SECTION.
       01 WS-MA-STATUS         PIC XX.
       01 TEMP-NAME            PIC X(30).
       01 TEMP-ROLLE           PIC X.
       01 TEMP-PIN             PIC 9(4).
       01 TEMP-PERSON-NR       PIC 9(5).
       01 TEMP-BEZIEHUNG       PIC X(20).
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-NS-STATUS         PIC XX.
       01 PERSON-OK-FLAGGE     PIC X VALUE 'N'.
       01 NS-AUSWAHL           PIC 9.
       01 NS-EOF-FLAGGE        PIC X VALUE 'N'.
       01 MASK-DATUM           PIC 9999/99/99.
       01 ANZAHL-EINTRAEGE     PIC 9(4) VALUE 0.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
               DISPLAY "2 - Mitarbeiter anlegen"
               DISPLAY "3 - Mitarbeiter aendern"
               DISPLAY "4 - Mitarbeiter sperren/entsperren"
               DISPLAY "5 - Nahestehende Personen pflegen"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL
                       PERFORM EINTRAG-AENDERN
                   WHEN 4
                       PERFORM EINTRAG-SPERREN
                   WHEN 5
                       PERFORM NAHESTEHENDE-PFLEGEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                   "geoeffnet werden (Status " WS-MA-STATUS ")."
           ELSE
               DISPLAY "ID    NAME                            ROLLE "
                   "STATUS PERSON"
               DISPLAY "---------------------------------------------"
                   "------------"
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ MITARBEITER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           DISPLAY MA-ID "  " MA-NAME "  " MA-ROLLE
                               "     " MA-STATUS "      "
                               MA-PERSON-NR
                           ADD 1 TO ANZAHL-EINTRAEGE
                   END-READ
               END-PERFORM
                       MOVE TEMP-ROLLE TO MA-ROLLE
                       MOVE TEMP-PIN   TO MA-PIN
                       MOVE 'A'        TO MA-STATUS
                       MOVE TEMP-PERSON-NR TO MA-PERSON-NR
                       WRITE MITARBEITER-EINTRAG
                       IF WS-MA-STATUS NOT = "00"
                           DISPLAY "Fehler: Mitarbeiter konnte nicht "
           END-PERFORM

           DISPLAY "PIN eingeben (4 Ziffern): "
           ACCEPT TEMP-PIN

           MOVE 'N' TO PERSON-OK-FLAGGE
           PERFORM UNTIL PERSON-OK-FLAGGE = 'J'
               DISPLAY "Eigene Personennummer (0 = keine): "
               ACCEPT TEMP-PERSON-NR
               IF TEMP-PERSON-NR = 0
                   MOVE 'J' TO PERSON-OK-FLAGGE
               ELSE
                   PERFORM PERSON-PRUEFEN
               END-IF
           END-PERFORM.

      *> Prueft TEMP-PERSON-NR gegen personen.dat; setzt
      *> PERSON-OK-FLAGGE und zeigt den Namen an.
       PERSON-PRUEFEN.
           MOVE 'N' TO PERSON-OK-FLAGGE
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS NOT = "00"
               DISPLAY "Fehler: personen.dat konnte nicht geoeffnet "
                   "werden (Status " WS-PERSONEN-STATUS ")."
           ELSE
               MOVE TEMP-PERSON-NR TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       DISPLAY "Fehler: Person " TEMP-PERSON-NR
                           " nicht gefunden."
                   NOT INVALID KEY
                       MOVE 'J' TO PERSON-OK-FLAGGE
                       DISPLAY "Person: " PERSON-NAME
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.

       EINTRAG-AENDERN.
           MOVE 'N' TO ABBRUCH-FLAGGE
                   MOVE TEMP-NAME  TO MA-NAME
                   MOVE TEMP-ROLLE TO MA-ROLLE
                   MOVE TEMP-PIN   TO MA-PIN
                   MOVE TEMP-PERSON-NR TO MA-PERSON-NR
                   REWRITE MITARBEITER-EINTRAG
                   IF WS-MA-STATUS NOT = "00"
                       DISPLAY "Fehler: Mitarbeiter konnte nicht "
               END-IF
               CLOSE MITARBEITER-DATEI
           END-IF.

      *> Nahestehende Personen eines Mitarbeiters (Ehepartner,
      *> Kinder, Eltern, Lebensgefaehrten) anzeigen, erfassen und
      *> loeschen. Die Angaben beruhen auf der Erklaerung des
      *> Mitarbeiters.
       NAHESTEHENDE-PFLEGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Mitarbeiter-ID eingeben: "
           ACCEPT SUCH-ID
           MOVE FUNCTION UPPER-CASE(SUCH-ID) TO SUCH-ID

           OPEN INPUT MITARBEITER-DATEI
           IF WS-MA-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: mitarbeiter.dat konnte nicht "
                   "geoeffnet werden (Status " WS-MA-STATUS ")."
           ELSE
               MOVE SUCH-ID TO MA-ID
               READ MITARBEITER-DATEI KEY IS MA-ID
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Mitarbeiter " SUCH-ID
                           " nicht gefunden."
                   NOT INVALID KEY
                       DISPLAY "Mitarbeiter: " MA-NAME
               END-READ
               CLOSE MITARBEITER-DATEI
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O NAHESTEHENDE-DATEI
               IF WS-NS-STATUS = "35"
                   OPEN OUTPUT NAHESTEHENDE-DATEI
                   CLOSE NAHESTEHENDE-DATEI
                   OPEN I-O NAHESTEHENDE-DATEI
               END-IF
               IF WS-NS-STATUS NOT = "00"
                   MOVE "MITARBEITERPFLEGE" TO WS-FP-PROGRAMM
                   MOVE "OPEN I-O NAHESTEHENDE-DATEI" TO WS-FP-VORGANG
                   MOVE "Pflege nahestehender Personen nicht moeglich"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-NS-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: mitarbeiter-nahestehende.dat "
                       "konnte nicht geoeffnet werden (Status "
                       WS-NS-STATUS ")."
               ELSE
                   MOVE 9 TO NS-AUSWAHL
                   PERFORM UNTIL NS-AUSWAHL = 0
                       DISPLAY " "
                       DISPLAY "1 - Nahestehende Personen anzeigen"
                       DISPLAY "2 - Nahestehende Person erfassen"
                       DISPLAY "3 - Nahestehende Person loeschen"
                       DISPLAY "0 - Zurueck"
                       DISPLAY "Auswahl: "
                       ACCEPT NS-AUSWAHL
                       EVALUATE NS-AUSWAHL
                           WHEN 1
                               PERFORM NAHESTEHENDE-ANZEIGEN
                           WHEN 2
                               PERFORM NAHESTEHENDE-ERFASSEN
                           WHEN 3
                               PERFORM NAHESTEHENDE-LOESCHEN
                           WHEN 0
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "Ungueltige Auswahl, bitte "
                                   "erneut versuchen."
                       END-EVALUATE
                   END-PERFORM
                   CLOSE NAHESTEHENDE-DATEI
               END-IF
           END-IF.

       NAHESTEHENDE-ANZEIGEN.
           MOVE 0 TO ANZAHL-EINTRAEGE
           MOVE 'N' TO NS-EOF-FLAGGE
           MOVE SUCH-ID TO NS-MA-ID
           MOVE 0 TO NS-PERSON-NR
           START NAHESTEHENDE-DATEI KEY IS >= NS-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO NS-EOF-FLAGGE
           END-START
           DISPLAY "PERSON BEZIEHUNG            SEIT"
           DISPLAY "----------------------------------------"
           PERFORM UNTIL NS-EOF-FLAGGE = 'J'
               READ NAHESTEHENDE-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO NS-EOF-FLAGGE
                   NOT AT END
                       IF NS-MA-ID NOT = SUCH-ID
                           MOVE 'J' TO NS-EOF-FLAGGE
                       ELSE
                           MOVE NS-SEIT TO MASK-DATUM
                           DISPLAY NS-PERSON-NR "  " NS-BEZIEHUNG
                               "  " MASK-DATUM
                           ADD 1 TO ANZAHL-EINTRAEGE
                       END-IF
               END-READ
           END-PERFORM
           IF ANZAHL-EINTRAEGE = 0
               DISPLAY "  (keine nahestehenden Personen erklaert)"
           END-IF.

       NAHESTEHENDE-ERFASSEN.
           DISPLAY "Personennummer der nahestehenden Person: "
           ACCEPT TEMP-PERSON-NR
           PERFORM PERSON-PRUEFEN
           IF PERSON-OK-FLAGGE = 'J'
               DISPLAY "Beziehung (z.B. EHEPARTNER, KIND, ELTERN): "
               ACCEPT TEMP-BEZIEHUNG
               MOVE FUNCTION UPPER-CASE(TEMP-BEZIEHUNG)
                   TO TEMP-BEZIEHUNG
               MOVE SUCH-ID TO NS-MA-ID
               MOVE TEMP-PERSON-NR TO NS-PERSON-NR
               MOVE TEMP-BEZIEHUNG TO NS-BEZIEHUNG
               ACCEPT NS-SEIT FROM DATE YYYYMMDD
               WRITE NAHESTEHENDE-EINTRAG
               IF WS-NS-STATUS = "22"
                   DISPLAY "Fehler: Person " TEMP-PERSON-NR
                       " ist bereits erfasst."
               ELSE
               IF WS-NS-STATUS NOT = "00"
                   DISPLAY "Fehler: Eintrag konnte nicht gespeichert "
                       "werden (Status " WS-NS-STATUS ")."
               ELSE
                   DISPLAY "Person " TEMP-PERSON-NR " als nahestehend "
                       "zu Mitarbeiter " SUCH-ID " erfasst."
               END-IF
               END-IF
           END-IF.

       NAHESTEHENDE-LOESCHEN.
           DISPLAY "Personennummer der zu loeschenden Person: "
           ACCEPT TEMP-PERSON-NR
           MOVE SUCH-ID TO NS-MA-ID
           MOVE TEMP-PERSON-NR TO NS-PERSON-NR
           DELETE NAHESTEHENDE-DATEI
               INVALID KEY
                   DISPLAY "Fehler: Person " TEMP-PERSON-NR
                       " ist nicht als nahestehend erfasst."
               NOT INVALID KEY
                   DISPLAY "Person " TEMP-PERSON-NR " geloescht."
           END-DELETE.
