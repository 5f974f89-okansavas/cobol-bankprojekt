      *> und sperren/entsperren. Die Karte ordnet die Kartennummer
      *> des Geldautomaten-Betreibers einem Kundenkonto zu; die
      *> naechtlichen Automatenumsaetze verbucht ATMIMPORT.
      *> Karten zu Konten Minderjaehriger gelten am Automaten nur bis
      *> zum Kartenlimit aus jugendparameter.dat (siehe JUGENDPRUEF).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 SUCH-KARTE           PIC X(16).
       01 TEMP-KUNDE           PIC 9(5).
       01 ANZAHL-KARTEN        PIC 9(4) VALUE 0.
       01 TEMP-PERSON          PIC 9(5) VALUE 0.
       01 MASK-LIMIT           PIC Z(6)9.99.
      *> Rueckgaben von JUGENDPRUEF
       01 JP-GEBURTSDATUM      PIC 9(8).
       01 JP-ERGEBNIS          PIC X.
       01 JP-KARTENLIMIT       PIC 9(7)V99.
       01 JP-VERTRETERGRENZE   PIC 9(7)V99.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
                   ELSE
                       DISPLAY "Karte " SUCH-KARTE " fuer Konto "
                           TEMP-KUNDE " angelegt."
                       PERFORM JUGENDLIMIT-HINWEIS
                   END-IF
                   END-IF
                   CLOSE KARTEN-DATEI
                           " nicht gefunden."
                   NOT INVALID KEY
                       DISPLAY "Konto: " KUNDEN-NAME
                       MOVE KUNDEN-PERSONEN-NR TO TEMP-PERSON
               END-READ
               CLOSE KUNDEN-DATEI
           END-IF.

       JUGENDLIMIT-HINWEIS.
           IF TEMP-PERSON NOT = 0
               CALL "JUGENDPRUEF" USING TEMP-PERSON JP-GEBURTSDATUM
                   JP-ERGEBNIS JP-KARTENLIMIT JP-VERTRETERGRENZE
               IF JP-ERGEBNIS = 'J'
                   MOVE JP-KARTENLIMIT TO MASK-LIMIT
                   DISPLAY "Hinweis: Konto eines Minderjaehrigen - "
                       "Tageslimit am Automaten " MASK-LIMIT "."
               END-IF
           END-IF.
