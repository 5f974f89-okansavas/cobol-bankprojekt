       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
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

               ANZAHL-GEWARNT " Warnschreiben erstellt, "
               ANZAHL-ABGERAEUMT " Warnvermerke abgeraeumt."

           MOVE ANZAHL-GEPRUEFT TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       PARAMETER-LADEN.
                                   OR BEWEGUNG-ART = "UEBERWEISUNG-EIN"
                                   OR BEWEGUNG-ART = "ZAHLUNG-EXTERN"
                                   OR BEWEGUNG-ART = "ZAHLUNGSEINGANG"
                                   OR BEWEGUNG-ART = "SAMMELAUFTRAG"
                                   OR BEWEGUNG-ART = "LASTSCHRIFT"
                                   OR BEWEGUNG-ART = "SORTEN-ANKAUF"
                                   OR BEWEGUNG-ART = "SORTEN-VERKAUF"
                               IF BEWEGUNG-DATUM > LETZTE-BEWEGUNG
                                   MOVE BEWEGUNG-DATUM
                                       TO LETZTE-BEWEGUNG
