       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGITIMATIONPFLEGE.

      *> Pflege der Legitimationsdaten je Person (legitimation.dat):
      *> anzeigen, Dokument neu erfassen (z.B. neuer Ausweis) und
      *> turnusmaessige Ueberpruefung mit Risikoklasse bestaetigen.
      *> Erfassung und Fristen uebernimmt LEGITIMATIONPRUEF; die
      *> Monatsliste und das Einfrieren nach Ablauf der Kulanzfrist
      *> LEGITIMATIONLAUF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERSONEN-DATEI.
           COPY PERSON.

       WORKING-STORAGE SECTION.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 SUCH-PERSON          PIC 9(5).
       01 MASK-DATUM           PIC 9999/99/99.
       01 LG-MODUS             PIC X.
       01 LG-ERGEBNIS          PIC X.
           COPY LEGITIMATION.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- LEGITIMATIONSPRUEFUNG (KYC) ---"
               DISPLAY "1 - Legitimation anzeigen"
               DISPLAY "2 - Legitimation erfassen/erneuern"
               DISPLAY "3 - Ueberpruefung bestaetigen"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM LEGITIMATION-ANZEIGEN
                   WHEN 2
                       PERFORM PERSON-LESEN
                       IF ABBRUCH-FLAGGE = 'N'
                           MOVE 'E' TO LG-MODUS
                           CALL "LEGITIMATIONPRUEF" USING SUCH-PERSON
                               LG-MODUS LG-ERGEBNIS
                               LEGITIMATION-EINTRAG
                       END-IF
                   WHEN 3
                       PERFORM PERSON-LESEN
                       IF ABBRUCH-FLAGGE = 'N'
                           MOVE 'R' TO LG-MODUS
                           CALL "LEGITIMATIONPRUEF" USING SUCH-PERSON
                               LG-MODUS LG-ERGEBNIS
                               LEGITIMATION-EINTRAG
                       END-IF
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       LEGITIMATION-ANZEIGEN.
           PERFORM PERSON-LESEN
           IF ABBRUCH-FLAGGE = 'N'
               MOVE 'P' TO LG-MODUS
               CALL "LEGITIMATIONPRUEF" USING SUCH-PERSON LG-MODUS
                   LG-ERGEBNIS LEGITIMATION-EINTRAG
               IF LEG-AUSWEISART = SPACE
                   DISPLAY "Keine Legitimation erfasst."
               ELSE
                   DISPLAY "Dokumentart    : " LEG-AUSWEISART
                       " (P=Personalausweis, R=Reisepass, "
                       "A=Aufenthaltstitel, H=Handelsregister, "
                       "S=Sonstiges)"
                   DISPLAY "Dokumentnummer : " LEG-AUSWEIS-NR
                   DISPLAY "Behoerde       : " LEG-BEHOERDE
                   IF LEG-GUELTIG-BIS = 0
                       DISPLAY "Gueltig bis    : unbefristet"
                   ELSE
                       MOVE LEG-GUELTIG-BIS TO MASK-DATUM
                       DISPLAY "Gueltig bis    : " MASK-DATUM
                   END-IF
                   DISPLAY "Risikoklasse   : " LEG-RISIKOKLASSE
                       " (N=niedrig, M=mittel, H=hoch)"
                   MOVE LEG-PRUEF-DATUM TO MASK-DATUM
                   DISPLAY "Geprueft am    : " MASK-DATUM
                   MOVE LEG-NAECHSTE-PRUEFUNG TO MASK-DATUM
                   DISPLAY "Naechste Pruef.: " MASK-DATUM
               END-IF
               IF LG-ERGEBNIS = 'J'
                   DISPLAY "Legitimation ist gueltig."
               ELSE
                   DISPLAY "Keine gueltige Legitimation!"
               END-IF
               IF LEG-MANGEL-SEIT NOT = 0
                   MOVE LEG-MANGEL-SEIT TO MASK-DATUM
                   DISPLAY "Mangel festgestellt am " MASK-DATUM
               END-IF
               IF LEG-SPERR-DATUM NOT = 0
                   MOVE LEG-SPERR-DATUM TO MASK-DATUM
                   DISPLAY "Konten eingefroren am " MASK-DATUM ": "
                       FUNCTION TRIM(LEG-SPERRGRUND)
               END-IF
           END-IF.

       PERSON-LESEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Personennummer eingeben: "
           ACCEPT SUCH-PERSON
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
                       DISPLAY "Person: " PERSON-NAME
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.
