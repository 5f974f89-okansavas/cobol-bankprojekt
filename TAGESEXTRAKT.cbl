      *> KASSENABSCHLUSS) musste daher abends die gesamte Historie
      *> lesen. Dieser Schritt liest sie einmal im Tagesabschluss
      *> und schreibt alle Saetze mit dem heutigen Buchungsdatum im
      *> Archivformat (volles Satzbild, 112 Stellen) nach
      *> tagesbewegungen-JJJJMMTT.dat. Die Tagesreporter lesen dann
      *> nur noch den Extrakt; fehlt er, fallen sie auf den alten
      *> Komplettlauf zurueck. Extrakte von Vortagen raeumt der
           COPY BEWEGUNG.

       FD EXTRAKT-DATEI.
       01 EXTRAKT-ZEILE        PIC X(112).

       WORKING-STORAGE SECTION.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           IF WS-BEWEGUNGEN-STATUS = "35"
               DISPLAY "Hinweis: kontobewegungen.dat existiert noch "
                   "nicht - kein Extrakt noetig."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

               DISPLAY "Fehler: Extraktdatei konnte nicht angelegt "
                   "werden (Status " WS-EXTRAKT-STATUS ")."
               CLOSE BEWEGUNGEN-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           DISPLAY ANZAHL-SAETZE " Tagessaetze nach "
               FUNCTION TRIM(WS-EXTRAKT-NAME) " geschrieben."

           MOVE ANZAHL-SAETZE TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.
