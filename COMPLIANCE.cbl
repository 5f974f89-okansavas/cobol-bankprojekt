       01 BERICHT-ZEILE        PIC X(110).

       FD EXTRAKT-DATEI.
       01 EXTRAKT-ZEILE        PIC X(112).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl bzw. Abbruch fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           IF WS-KUNDEN-STATUS NOT = "00"
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

               DISPLAY "Hinweis: kontobewegungen.dat nicht lesbar - "
                   "keine Pruefung moeglich."
               CLOSE KUNDEN-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF

