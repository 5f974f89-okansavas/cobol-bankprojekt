       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERTRETERPFLEGE.

      *> Pflege von Geburtsdatum und gesetzlichen Vertretern
      *> Minderjaehriger (personen.dat, vertreter.dat): Geburtsdatum
      *> erfassen oder berichtigen, bis zu zwei Vertreter (Eltern,
      *> Vormund) festlegen, Vertretung vorzeitig beenden. Wird eine
      *> Person durch das erfasste Geburtsdatum minderjaehrig,
      *> verlieren ihre Konten ein vorhandenes Ueberziehungslimit
      *> (journalisiert ueber KUNDENJOURNAL). Das Ende der
      *> Vertretung mit dem 18. Geburtstag uebernimmt
      *> VOLLJAEHRIGLAUF im Tagesabschluss.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERTRETER-DATEI ASSIGN TO "vertreter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-PERSON-NR
               FILE STATUS IS WS-VT-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VERTRETER-DATEI.
           COPY VERTRETER.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       WORKING-STORAGE SECTION.
       01 WS-VT-STATUS         PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 TEMP-ANTWORT         PIC X.
       01 WS-HEUTE             PIC 9(8).
       01 SUCH-PERSON          PIC 9(5).
       01 PRUEF-PERSON         PIC 9(5).
       01 PERSON-NAME-ANZ      PIC X(30).
       01 PERSON-GEBURT-ANZ    PIC 9(8).
       01 ANZEIGE-NAME         PIC X(30).
       01 TEMP-GEBURTSDATUM    PIC 9(8).
       01 TEMP-VERTRETER-1     PIC 9(5).
       01 TEMP-VERTRETER-2     PIC 9(5).
       01 MASK-DATUM           PIC 9999/99/99.
       01 ANZAHL-LIMITS        PIC 9(3) VALUE 0.
       01 MINDERJ-FLAGGE       PIC X VALUE 'N'.
      *> Rueckgaben von JUGENDPRUEF
       01 JP-PERSONEN-NR       PIC 9(5).
       01 JP-GEBURTSDATUM      PIC 9(8).
       01 JP-ERGEBNIS          PIC X.
       01 JP-KARTENLIMIT       PIC 9(7)V99.
       01 JP-VERTRETERGRENZE   PIC 9(7)V99.

       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- MINDERJAEHRIGE / GESETZL. VERTRETER ---"
               DISPLAY "1 - Geburtsdatum und Vertreter anzeigen"
               DISPLAY "2 - Geburtsdatum erfassen/berichtigen"
               DISPLAY "3 - Gesetzliche Vertreter festlegen"
               DISPLAY "4 - Vertretung beenden"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM VERTRETUNG-ANZEIGEN
                   WHEN 2
                       PERFORM GEBURTSDATUM-ERFASSEN
                   WHEN 3
                       PERFORM VERTRETER-FESTLEGEN
                   WHEN 4
                       PERFORM VERTRETUNG-BEENDEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       VERTRETUNG-ANZEIGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Personennummer eingeben: "
           ACCEPT SUCH-PERSON
           PERFORM PERSON-LESEN
           IF ABBRUCH-FLAGGE = 'N'
               IF PERSON-GEBURT-ANZ = 0
                   DISPLAY "Geburtsdatum: (nicht erfasst)"
               ELSE
                   MOVE PERSON-GEBURT-ANZ TO MASK-DATUM
                   PERFORM MINDERJAEHRIG-PRUEFEN
                   IF MINDERJ-FLAGGE = 'J'
                       DISPLAY "Geburtsdatum: " MASK-DATUM
                           " (minderjaehrig)"
                   ELSE
                       DISPLAY "Geburtsdatum: " MASK-DATUM
                           " (volljaehrig)"
                   END-IF
               END-IF
               OPEN INPUT VERTRETER-DATEI
               IF WS-VT-STATUS NOT = "00"
                   DISPLAY "Keine gesetzlichen Vertreter erfasst."
               ELSE
                   MOVE SUCH-PERSON TO VT-PERSON-NR
                   READ VERTRETER-DATEI KEY IS VT-PERSON-NR
                       INVALID KEY
                           DISPLAY "Keine gesetzlichen Vertreter "
                               "erfasst."
                       NOT INVALID KEY
                           PERFORM VERTRETERSATZ-ZEIGEN
                   END-READ
                   CLOSE VERTRETER-DATEI
               END-IF
           END-IF.

       VERTRETERSATZ-ZEIGEN.
           IF VT-VERTRETER-1 = 0 AND VT-VERTRETER-2 = 0
               DISPLAY "Keine gesetzlichen Vertreter erfasst."
           ELSE
               DISPLAY "Gesetzliche Vertreter:"
               IF VT-VERTRETER-1 NOT = 0
                   MOVE VT-VERTRETER-1 TO PRUEF-PERSON
                   PERFORM PERSONENNAME-HOLEN
                   DISPLAY "  " VT-VERTRETER-1 " " ANZEIGE-NAME
               END-IF
               IF VT-VERTRETER-2 NOT = 0
                   MOVE VT-VERTRETER-2 TO PRUEF-PERSON
                   PERFORM PERSONENNAME-HOLEN
                   DISPLAY "  " VT-VERTRETER-2 " " ANZEIGE-NAME
               END-IF
               MOVE VT-SEIT TO MASK-DATUM
               DISPLAY "  seit " MASK-DATUM
           END-IF
           IF VT-STATUS = 'E'
               MOVE VT-ENDE-DATUM TO MASK-DATUM
               DISPLAY "Vertretung beendet am " MASK-DATUM
           END-IF
           IF VT-BRIEF-DATUM NOT = 0
               MOVE VT-BRIEF-DATUM TO MASK-DATUM
               DISPLAY "Anschreiben Volljaehrigkeit am " MASK-DATUM
           END-IF.

       GEBURTSDATUM-ERFASSEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Personennummer eingeben: "
           ACCEPT SUCH-PERSON
           PERFORM PERSON-LESEN
           IF ABBRUCH-FLAGGE = 'N'
               IF PERSON-GEBURT-ANZ NOT = 0
                   MOVE PERSON-GEBURT-ANZ TO MASK-DATUM
                   DISPLAY "Bisheriges Geburtsdatum: " MASK-DATUM
               END-IF
               DISPLAY "Geburtsdatum JJJJMMTT (0 = nicht erfasst): "
               ACCEPT TEMP-GEBURTSDATUM
               IF TEMP-GEBURTSDATUM NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(TEMP-GEBURTSDATUM)
                           NOT = 0
                           OR TEMP-GEBURTSDATUM > WS-HEUTE
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Geburtsdatum ungueltig."
                   END-IF
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O PERSONEN-DATEI
               IF WS-PERSONEN-STATUS NOT = "00"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: personen.dat konnte nicht "
                       "geoeffnet werden (Status "
                       WS-PERSONEN-STATUS ")."
               ELSE
                   MOVE SUCH-PERSON TO PERSON-NR
                   READ PERSONEN-DATEI KEY IS PERSON-NR
                       INVALID KEY
                           MOVE 'J' TO ABBRUCH-FLAGGE
                       NOT INVALID KEY
                           MOVE TEMP-GEBURTSDATUM
                               TO PERSON-GEBURTSDATUM
                           REWRITE PERSON-EINTRAG
                           IF WS-PERSONEN-STATUS NOT = "00"
                               MOVE 'J' TO ABBRUCH-FLAGGE
                           END-IF
                   END-READ
                   CLOSE PERSONEN-DATEI
                   IF ABBRUCH-FLAGGE = 'J'
                       MOVE "VERTRETERPFLEGE" TO WS-FP-PROGRAMM
                       MOVE "REWRITE PERSON-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Geburtsdatum nicht gespeichert"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-PERSONEN-STATUS
                           WS-FP-MELDUNG
                       DISPLAY "Fehler: Geburtsdatum konnte nicht "
                           "gespeichert werden (Status "
                           WS-PERSONEN-STATUS ")."
                   END-IF
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Geburtsdatum gespeichert."
               MOVE TEMP-GEBURTSDATUM TO PERSON-GEBURT-ANZ
               PERFORM MINDERJAEHRIG-PRUEFEN
               IF MINDERJ-FLAGGE = 'J'
                   PERFORM LIMITS-ENTZIEHEN
                   DISPLAY "Person ist minderjaehrig - gesetzliche "
                       "Vertreter ueber Punkt 3 festlegen."
               END-IF
           END-IF.

      *> Konten Minderjaehriger fuehren kein Ueberziehungslimit -
      *> vorhandene Limits der Person auf 0 setzen.
       LIMITS-ENTZIEHEN.
           MOVE 0 TO ANZAHL-LIMITS
           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS "). "
                   "Ueberziehungslimits bitte ueber EDITCLIENT auf "
                   "0 setzen."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ KUNDEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF KUNDEN-PERSONEN-NR = SUCH-PERSON
                                   AND KUNDEN-UEBERZIEHUNGSLIMIT > 0
                               PERFORM LIMIT-ENTZIEHEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDEN-DATEI
               IF ANZAHL-LIMITS > 0
                   DISPLAY "Ueberziehungslimit bei " ANZAHL-LIMITS
                       " Konto/Konten auf 0 gesetzt."
               END-IF
           END-IF.

       LIMIT-ENTZIEHEN.
           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
           MOVE 0 TO KUNDEN-UEBERZIEHUNGSLIMIT
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "VERTRETERPFLEGE" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Ueberziehungslimit nicht entzogen"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Limit von Konto " KUNDEN-NR
                   " konnte nicht geaendert werden (Status "
                   WS-KUNDEN-STATUS ")."
           ELSE
               ADD 1 TO ANZAHL-LIMITS
               MOVE "VERTRETERPFLEGE" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
           END-IF.

       VERTRETER-FESTLEGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Personennummer des Minderjaehrigen: "
           ACCEPT SUCH-PERSON
           PERFORM PERSON-LESEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM MINDERJAEHRIG-PRUEFEN
               IF MINDERJ-FLAGGE NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Person ist laut Geburtsdatum "
                       "nicht minderjaehrig (Geburtsdatum ueber "
                       "Punkt 2 erfassen)."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Personennummer erster Vertreter: "
               ACCEPT TEMP-VERTRETER-1
               MOVE TEMP-VERTRETER-1 TO PRUEF-PERSON
               PERFORM VERTRETER-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Personennummer zweiter Vertreter (0 = "
                   "keiner): "
               ACCEPT TEMP-VERTRETER-2
               IF TEMP-VERTRETER-2 NOT = 0
                   IF TEMP-VERTRETER-2 = TEMP-VERTRETER-1
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Zweiter Vertreter ist "
                           "derselbe wie der erste."
                   ELSE
                       MOVE TEMP-VERTRETER-2 TO PRUEF-PERSON
                       PERFORM VERTRETER-PRUEFEN
                   END-IF
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O VERTRETER-DATEI
               IF WS-VT-STATUS = "35"
                   OPEN OUTPUT VERTRETER-DATEI
                   CLOSE VERTRETER-DATEI
                   OPEN I-O VERTRETER-DATEI
               END-IF
               IF WS-VT-STATUS NOT = "00"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: vertreter.dat konnte nicht "
                       "geoeffnet werden (Status " WS-VT-STATUS ")."
               ELSE
                   MOVE SUCH-PERSON TO VT-PERSON-NR
                   READ VERTRETER-DATEI KEY IS VT-PERSON-NR
                       INVALID KEY
                           MOVE SUCH-PERSON TO VT-PERSON-NR
                           MOVE TEMP-VERTRETER-1 TO VT-VERTRETER-1
                           MOVE TEMP-VERTRETER-2 TO VT-VERTRETER-2
                           MOVE WS-HEUTE TO VT-SEIT
                           MOVE 'A' TO VT-STATUS
                           MOVE 0 TO VT-ENDE-DATUM
                           MOVE 0 TO VT-BRIEF-DATUM
                           WRITE VERTRETER-EINTRAG
                       NOT INVALID KEY
                           MOVE TEMP-VERTRETER-1 TO VT-VERTRETER-1
                           MOVE TEMP-VERTRETER-2 TO VT-VERTRETER-2
                           MOVE WS-HEUTE TO VT-SEIT
                           MOVE 'A' TO VT-STATUS
                           MOVE 0 TO VT-ENDE-DATUM
                           REWRITE VERTRETER-EINTRAG
                   END-READ
                   IF WS-VT-STATUS NOT = "00"
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       MOVE "VERTRETERPFLEGE" TO WS-FP-PROGRAMM
                       MOVE "WRITE VERTRETER-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Vertreter nicht gespeichert"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-VT-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: Vertreter konnten nicht "
                           "gespeichert werden (Status " WS-VT-STATUS
                           ")."
                   END-IF
                   CLOSE VERTRETER-DATEI
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Gesetzliche Vertreter fuer "
                   FUNCTION TRIM(PERSON-NAME-ANZ) " gespeichert."
           END-IF.

      *> Vertreter muss eine lebende, volljaehrige Person sein und
      *> darf nicht der Minderjaehrige selbst sein.
       VERTRETER-PRUEFEN.
           IF PRUEF-PERSON = 0 OR PRUEF-PERSON = SUCH-PERSON
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Ungueltige Personennummer fuer den "
                   "Vertreter."
           ELSE
               OPEN INPUT PERSONEN-DATEI
               IF WS-PERSONEN-STATUS NOT = "00"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: personen.dat konnte nicht "
                       "geoeffnet werden (Status "
                       WS-PERSONEN-STATUS ")."
               ELSE
                   MOVE PRUEF-PERSON TO PERSON-NR
                   READ PERSONEN-DATEI KEY IS PERSON-NR
                       INVALID KEY
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Fehler: Person " PRUEF-PERSON
                               " nicht gefunden."
                       NOT INVALID KEY
                           IF PERSON-STERBEDATUM NOT = 0
                               MOVE 'J' TO ABBRUCH-FLAGGE
                               DISPLAY "Fehler: Person " PRUEF-PERSON
                                   " ist verstorben."
                           ELSE
                               DISPLAY "Vertreter: " PERSON-NAME
                           END-IF
                   END-READ
                   CLOSE PERSONEN-DATEI
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE PRUEF-PERSON TO JP-PERSONEN-NR
               CALL "JUGENDPRUEF" USING JP-PERSONEN-NR
                   JP-GEBURTSDATUM JP-ERGEBNIS JP-KARTENLIMIT
                   JP-VERTRETERGRENZE
               IF JP-ERGEBNIS = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Person " PRUEF-PERSON " ist "
                       "selbst minderjaehrig."
               END-IF
           END-IF.

       VERTRETUNG-BEENDEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Personennummer des Minderjaehrigen: "
           ACCEPT SUCH-PERSON
           PERFORM PERSON-LESEN
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Vertretung fuer "
                   FUNCTION TRIM(PERSON-NAME-ANZ)
                   " wirklich beenden (J/N)? "
               ACCEPT TEMP-ANTWORT
               MOVE FUNCTION UPPER-CASE(TEMP-ANTWORT) TO TEMP-ANTWORT
               IF TEMP-ANTWORT NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Abgebrochen."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O VERTRETER-DATEI
               IF WS-VT-STATUS NOT = "00"
                   DISPLAY "Fehler: Keine gesetzlichen Vertreter "
                       "erfasst."
               ELSE
                   MOVE SUCH-PERSON TO VT-PERSON-NR
                   READ VERTRETER-DATEI KEY IS VT-PERSON-NR
                       INVALID KEY
                           DISPLAY "Fehler: Keine gesetzlichen "
                               "Vertreter erfasst."
                       NOT INVALID KEY
                           IF VT-STATUS = 'E'
                               DISPLAY "Vertretung ist bereits "
                                   "beendet."
                           ELSE
                               MOVE 'E' TO VT-STATUS
                               MOVE WS-HEUTE TO VT-ENDE-DATUM
                               REWRITE VERTRETER-EINTRAG
                               IF WS-VT-STATUS = "00"
                                   DISPLAY "Vertretung beendet."
                               ELSE
                                   DISPLAY "Fehler: Satz konnte nicht "
                                       "geaendert werden (Status "
                                       WS-VT-STATUS ")."
                               END-IF
                           END-IF
                   END-READ
                   CLOSE VERTRETER-DATEI
               END-IF
           END-IF.

       PERSON-LESEN.
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: personen.dat konnte nicht geoeffnet "
                   "werden (Status " WS-PERSONEN-STATUS ")."
           ELSE
               MOVE SUCH-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Person " SUCH-PERSON
                           " nicht gefunden."
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO PERSON-NAME-ANZ
                       MOVE PERSON-GEBURTSDATUM TO PERSON-GEBURT-ANZ
                       DISPLAY "Person: " PERSON-NAME
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.

      *> Setzt MINDERJ-FLAGGE fuer das Geburtsdatum PERSON-GEBURT-ANZ.
       MINDERJAEHRIG-PRUEFEN.
           MOVE 0 TO JP-PERSONEN-NR
           MOVE PERSON-GEBURT-ANZ TO JP-GEBURTSDATUM
           CALL "JUGENDPRUEF" USING JP-PERSONEN-NR JP-GEBURTSDATUM
               JP-ERGEBNIS JP-KARTENLIMIT JP-VERTRETERGRENZE
           MOVE JP-ERGEBNIS TO MINDERJ-FLAGGE.

       PERSONENNAME-HOLEN.
           MOVE "(Person unbekannt)" TO ANZEIGE-NAME
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE PRUEF-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO ANZEIGE-NAME
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.
