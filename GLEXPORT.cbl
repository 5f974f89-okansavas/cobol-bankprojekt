       01 GL-ZEILE                 PIC X(30).

       FD EXTRAKT-DATEI.
       01 EXTRAKT-ZEILE            PIC X(112).

       FD CLEARINGPOS-DATEI.
       01 CLEARINGPOS-ZEILE        PIC X(40).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Abbruchmeldung fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   ")."
               CLOSE KUNDEN-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

