       01 PERSON-NEU-FLAGGE PIC X VALUE 'J'.
       01 TEMP-PERSONEN-NR  PIC 9(5).
       01 TEMP-KONTOART     PIC X.
       01 TEMP-GEBURTSDATUM PIC 9(8) VALUE 0.
       01 GEBURT-OK-FLAGGE  PIC X VALUE 'N'.
       01 WS-HEUTE          PIC 9(8).
      *> Minderjaehrige erhalten kein Ueberziehungslimit (JUGENDPRUEF)
       01 JP-PERSONEN-NR    PIC 9(5) VALUE 0.
       01 JP-ERGEBNIS       PIC X VALUE 'N'.
       01 JP-KARTENLIMIT    PIC 9(7)V99.
       01 JP-VERTRETERGRENZE PIC 9(7)V99.
       01 ABBRUCH-FLAGGE    PIC X VALUE 'N'.
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-ERFASSER-ID    PIC X(4) VALUE SPACES.
       01 FREIGABE-OK-FLAGGE PIC X VALUE 'N'.
       01 WS-FREIGABE-ID    PIC X(4) VALUE SPACES.
      *> Ohne gueltige Legitimation kein Konto (LEGITIMATIONPRUEF).
       01 LG-PERSONEN-NR    PIC 9(5).
       01 LG-MODUS          PIC X.
       01 LG-ERGEBNIS       PIC X.
           COPY LEGITIMATION.

       PROCEDURE DIVISION.
       BEGIN.
               IF PERSON-NEU-FLAGGE = 'J'
                   DISPLAY "Kundenname eingeben: "
                   ACCEPT TEMP-NAME
                   MOVE 'N' TO GEBURT-OK-FLAGGE
                   PERFORM UNTIL GEBURT-OK-FLAGGE = 'J'
                       DISPLAY "Geburtsdatum JJJJMMTT (0 = nicht "
                           "erfasst, z.B. Firmen): "
                       ACCEPT TEMP-GEBURTSDATUM
                       PERFORM PRUEFE-GEBURTSDATUM
                   END-PERFORM
               END-IF
               MOVE 0 TO JP-PERSONEN-NR
               CALL "JUGENDPRUEF" USING JP-PERSONEN-NR
                   TEMP-GEBURTSDATUM JP-ERGEBNIS JP-KARTENLIMIT
                   JP-VERTRETERGRENZE
               IF JP-ERGEBNIS = 'J'
                   DISPLAY "Hinweis: Kunde ist minderjaehrig - "
                       "gesetzliche Vertreter ueber "
                       "VERTRETERPFLEGE erfassen."
               END-IF
      *> Neue Person: Legitimation immer erfassen (ein Altsatz unter
      *> der neuen Nummer stammt aus einer abgebrochenen Anlage);
      *> bestehende Person: nur bei fehlender/abgelaufener.
               IF PERSON-NEU-FLAGGE = 'J'
                   MOVE TEMP-NR TO LG-PERSONEN-NR
                   MOVE 'E' TO LG-MODUS
               ELSE
                   MOVE TEMP-PERSONEN-NR TO LG-PERSONEN-NR
                   MOVE 'D' TO LG-MODUS
               END-IF
               CALL "LEGITIMATIONPRUEF" USING LG-PERSONEN-NR LG-MODUS
                   LG-ERGEBNIS LEGITIMATION-EINTRAG
               IF LG-ERGEBNIS NOT = 'J'
                   DISPLAY "Fehler: Ohne gueltige Legitimation wird "
                       "kein Konto eroeffnet."
                   MOVE 'J' TO ABBRUCH-FLAGGE
               END-IF
               END-IF

       PERSON-ERMITTELN.
           MOVE 'J' TO PERSON-NEU-FLAGGE
           MOVE 0 TO TEMP-PERSONEN-NR
           MOVE 0 TO TEMP-GEBURTSDATUM
           DISPLAY "Personennummer fuer weiteres Konto eingeben "
               "(Enter = neue Person): "
           MOVE SPACES TO PERSON-EINGABE
                               MOVE PERSON-NAME TO TEMP-NAME
                               MOVE PERSON-NIEDERLASSUNG
                                   TO TEMP-NIEDERLASSUNG
                               MOVE PERSON-GEBURTSDATUM
                                   TO TEMP-GEBURTSDATUM
                               DISPLAY "Weiteres Konto fuer: "
                                   PERSON-NAME
                       END-READ
               MOVE TEMP-PERSONEN-NR TO PERSON-NR
               MOVE TEMP-NAME TO PERSON-NAME
               MOVE TEMP-NIEDERLASSUNG TO PERSON-NIEDERLASSUNG
               MOVE 0 TO PERSON-STERBEDATUM
               MOVE TEMP-GEBURTSDATUM TO PERSON-GEBURTSDATUM
               WRITE PERSON-EINTRAG
               IF WS-PERSONEN-STATUS NOT = "00"
                   DISPLAY "Fehler: Personensatz konnte nicht "
                       DISPLAY "Fehler: Obergrenze ueberschritten "
                               "(max. " MASK-OBERGRENZE " "
                               FUNCTION TRIM(TEMP-WAEHRUNG) ")."
                   ELSE
                   IF TEMP-KONTO-PRUEF > 0 AND JP-ERGEBNIS = 'J'
                       DISPLAY "Fehler: Konten Minderjaehriger "
                               "erhalten kein Ueberziehungslimit."
                   ELSE
                       MOVE TEMP-KONTO-PRUEF TO TEMP-UEBERZIEHUNG
                       MOVE 'J' TO UEBERZIEHUNG-OK-FLAGGE
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *> Geburtsdatum: 0 (nicht erfasst) oder ein gueltiges Datum,
      *> das nicht in der Zukunft liegt.
       PRUEFE-GEBURTSDATUM.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           IF TEMP-GEBURTSDATUM = 0
               MOVE 'J' TO GEBURT-OK-FLAGGE
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(TEMP-GEBURTSDATUM) NOT = 0
                   OR TEMP-GEBURTSDATUM > WS-HEUTE
               DISPLAY "Fehler: Geburtsdatum ungueltig."
           ELSE
               MOVE 'J' TO GEBURT-OK-FLAGGE
           END-IF
           END-IF.
