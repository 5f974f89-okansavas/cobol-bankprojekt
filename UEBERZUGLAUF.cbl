       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
                   WS-UEBERZUG-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: ueberzug.dat konnte nicht geoeffnet "
                   "werden (Status " WS-UEBERZUG-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               CLOSE UEBERZUG-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

               ANZAHL-MAHNUNG " ueber 30 Tage (Mahnschreiben), "
               ANZAHL-ERHOLT " erholt."

           COMPUTE LZ-ANZAHL = ANZAHL-NEU + ANZAHL-SUPERVISOR
               + ANZAHL-MAHNUNG + ANZAHL-ERHOLT
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       KONTO-PRUEFEN.
