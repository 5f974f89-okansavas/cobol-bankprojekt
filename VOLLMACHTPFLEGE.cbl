      *> Pflege der Kontovollmachten in vollmachten.dat: anzeigen,
      *> anlegen und widerrufen. Konto und Person werden gegen
      *> kunden.dat bzw. personen.dat geprueft. Die Auskunft am
      *> Schalter liefert VOLLMACHTINFO. Bevollmaechtigte brauchen
      *> eine gueltige Legitimation (LEGITIMATIONPRUEF).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ANZAHL-VOLLMACHTEN   PIC 9(4) VALUE 0.
       01 MASK-VON             PIC 9999/99/99.
       01 MASK-BIS             PIC 9999/99/99.
       01 LG-MODUS             PIC X.
       01 LG-ERGEBNIS          PIC X.
           COPY LEGITIMATION.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
               ACCEPT SUCH-PERSON
               PERFORM PERSON-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE 'D' TO LG-MODUS
               CALL "LEGITIMATIONPRUEF" USING SUCH-PERSON LG-MODUS
                   LG-ERGEBNIS LEGITIMATION-EINTRAG
               IF LG-ERGEBNIS NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Person " SUCH-PERSON " hat keine "
                       "gueltige Legitimation."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE SPACE TO TEMP-ART
