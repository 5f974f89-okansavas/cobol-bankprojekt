       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           OPEN I-O ZAHLAUF-DATEI
           IF WS-ZA-STATUS = "35"
               DISPLAY "Hinweis: Keine Zahlungsauftraege vorhanden."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF
           IF WS-ZA-STATUS NOT = "00"
                   WS-ZA-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: zahlungsauftraege.dat konnte nicht "
                   "geoeffnet werden (Status " WS-ZA-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           END-IF
           CLOSE ZAHLAUF-DATEI

           MOVE ANZAHL-EXPORTIERT TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

      *> Die Clearingdatei wird erst beim ersten offenen Auftrag
