       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTENBERICHT.

      *> Tagesbericht Sortengeschaeft (Schritt SORTEN im
      *> Tagesabschluss, ausserdem ueber das Menue): fasst die
      *> heutigen Saetze des Sortenjournals sortenumsaetze.dat (siehe
      *> SORTENGESCHAEFT) je Filiale und Waehrung zusammen - Anzahl,
      *> Sortenbetrag und EUR-Gegenwert getrennt nach Ankauf und
      *> Verkauf - und weist die gegenueber dem Mittelkurs erzielte
      *> Marge je Filiale und gesamt aus.
      *> Ausgabe: sortenmarge-JJJJMMTT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTENUMSATZ-DATEI ASSIGN TO "sortenumsaetze.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "sortenmarge.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SORTENUMSATZ-DATEI.
           COPY SORTENUMSATZ.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-SU-STATUS         PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 ANZAHL-GESCHAEFTE    PIC 9(7) VALUE 0.
       01 SUMME-MARGE          PIC 9(9)V99 VALUE 0.
       01 FILIALE-MARGE        PIC 9(9)V99 VALUE 0.

      *> Summen je Filiale, darin je Waehrung (1 = USD, 2 = GBP).
       01 FILIALEN-MAX         PIC 99 VALUE 50.
       01 FILIALEN-ANZAHL      PIC 99 VALUE 0.
       01 FILIALEN-TABELLE.
           05 FT-EINTRAG OCCURS 50 TIMES.
               10 FT-FILIALE       PIC X(4).
               10 FT-WAEHRUNG OCCURS 2 TIMES.
                   15 FT-ANZ-ANKAUF    PIC 9(5).
                   15 FT-ANZ-VERKAUF   PIC 9(5).
                   15 FT-FW-ANKAUF     PIC 9(9)V99.
                   15 FT-FW-VERKAUF    PIC 9(9)V99.
                   15 FT-EUR-ANKAUF    PIC 9(9)V99.
                   15 FT-EUR-VERKAUF   PIC 9(9)V99.
                   15 FT-MARGE         PIC 9(9)V99.
       01 FT-INDEX             PIC 99.
       01 TREFFER-INDEX        PIC 99.
       01 WG-INDEX             PIC 9.
       01 WG-CODE              PIC X(3).
       01 UEBERLAUF-FLAGGE     PIC X VALUE 'N'.

       01 MASK-ANZAHL          PIC ZZZZ9.
       01 MASK-ANZAHL-2        PIC ZZZZ9.
       01 MASK-FW              PIC Z(8)9.99.
       01 MASK-FW-2            PIC Z(8)9.99.
       01 MASK-EUR             PIC Z(8)9.99.
       01 MASK-EUR-2           PIC Z(8)9.99.
       01 MASK-MARGE           PIC Z(8)9.99.
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- TAGESBERICHT SORTENGESCHAEFT ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO ANZAHL-GESCHAEFTE
           MOVE 0 TO SUMME-MARGE
           MOVE 0 TO FILIALEN-ANZAHL
           MOVE 'N' TO UEBERLAUF-FLAGGE
           INITIALIZE FILIALEN-TABELLE

           OPEN INPUT SORTENUMSATZ-DATEI
           IF WS-SU-STATUS = "35"
               DISPLAY "Keine Sortengeschaefte erfasst - kein Bericht."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF
           IF WS-SU-STATUS NOT = "00"
               MOVE "SORTENBERICHT" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT SORTENUMSATZ-DATEI" TO WS-FP-VORGANG
               MOVE "Bericht nicht erstellt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SU-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: sortenumsaetze.dat konnte nicht "
                   "geoeffnet werden (Status " WS-SU-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ SORTENUMSATZ-DATEI
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF SU-DATUM = WS-HEUTE
                           PERFORM UMSATZ-SUMMIEREN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTENUMSATZ-DATEI

           OPEN OUTPUT BERICHT-DATEI
           MOVE "TAGESBERICHT SORTENGESCHAEFT - MARGE JE FILIALE"
               TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "DATUM " WS-HEUTE
               "   MARGE = ERTRAG GEGENUEBER DEM MITTELKURS IN EUR"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE "FIL  WHG ANZ.AN     SORTEN AN    EUR ANKAUF"
               TO BERICHT-ZEILE
           MOVE "ANZ.VK     SORTEN VK   EUR VERKAUF         MARGE"
               TO BERICHT-ZEILE(46:)
           WRITE BERICHT-ZEILE

           PERFORM VARYING FT-INDEX FROM 1 BY 1
                   UNTIL FT-INDEX > FILIALEN-ANZAHL
               PERFORM FILIALE-AUSGEBEN
           END-PERFORM

           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SUMME-MARGE TO MASK-MARGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "GESAMT " ANZAHL-GESCHAEFTE " GESCHAEFTE, MARGE "
               MASK-MARGE " EUR"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           IF UEBERLAUF-FLAGGE = 'J'
               MOVE "HINWEIS: MEHR FILIALEN ALS TABELLENPLAETZE - "
                   TO BERICHT-ZEILE
               MOVE "NICHT ALLE GESCHAEFTE ERFASST"
                   TO BERICHT-ZEILE(46:)
               WRITE BERICHT-ZEILE
           END-IF
           CLOSE BERICHT-DATEI
           PERFORM BERICHT-ABLEGEN

           MOVE SUMME-MARGE TO MASK-MARGE
           DISPLAY ANZAHL-GESCHAEFTE " Sortengeschaefte in "
               FILIALEN-ANZAHL " Filialen, Marge " MASK-MARGE " EUR."

           MOVE ANZAHL-GESCHAEFTE TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       UMSATZ-SUMMIEREN.
           MOVE 0 TO TREFFER-INDEX
           PERFORM VARYING FT-INDEX FROM 1 BY 1
                   UNTIL FT-INDEX > FILIALEN-ANZAHL
                   OR TREFFER-INDEX > 0
               IF FT-FILIALE(FT-INDEX) = SU-FILIALE
                   MOVE FT-INDEX TO TREFFER-INDEX
               END-IF
           END-PERFORM
           IF TREFFER-INDEX = 0
               IF FILIALEN-ANZAHL < FILIALEN-MAX
                   ADD 1 TO FILIALEN-ANZAHL
                   MOVE FILIALEN-ANZAHL TO TREFFER-INDEX
                   MOVE SU-FILIALE TO FT-FILIALE(TREFFER-INDEX)
               ELSE
                   MOVE 'J' TO UEBERLAUF-FLAGGE
               END-IF
           END-IF

           IF TREFFER-INDEX > 0
               IF SU-WAEHRUNG = "USD"
                   MOVE 1 TO WG-INDEX
               ELSE
                   MOVE 2 TO WG-INDEX
               END-IF
               ADD 1 TO ANZAHL-GESCHAEFTE
               ADD SU-MARGE TO SUMME-MARGE
               ADD SU-MARGE TO FT-MARGE(TREFFER-INDEX, WG-INDEX)
               IF SU-ART = 'A'
                   ADD 1 TO FT-ANZ-ANKAUF(TREFFER-INDEX, WG-INDEX)
                   ADD SU-BETRAG-FW
                       TO FT-FW-ANKAUF(TREFFER-INDEX, WG-INDEX)
                   ADD SU-BETRAG-EUR
                       TO FT-EUR-ANKAUF(TREFFER-INDEX, WG-INDEX)
               ELSE
                   ADD 1 TO FT-ANZ-VERKAUF(TREFFER-INDEX, WG-INDEX)
                   ADD SU-BETRAG-FW
                       TO FT-FW-VERKAUF(TREFFER-INDEX, WG-INDEX)
                   ADD SU-BETRAG-EUR
                       TO FT-EUR-VERKAUF(TREFFER-INDEX, WG-INDEX)
               END-IF
           END-IF.

       FILIALE-AUSGEBEN.
           MOVE 0 TO FILIALE-MARGE
           PERFORM VARYING WG-INDEX FROM 1 BY 1 UNTIL WG-INDEX > 2
               IF FT-ANZ-ANKAUF(FT-INDEX, WG-INDEX) > 0
                       OR FT-ANZ-VERKAUF(FT-INDEX, WG-INDEX) > 0
                   PERFORM WAEHRUNGSZEILE-AUSGEBEN
               END-IF
           END-PERFORM
           MOVE FILIALE-MARGE TO MASK-MARGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING FT-FILIALE(FT-INDEX) "  MARGE FILIALE"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           MOVE MASK-MARGE TO BERICHT-ZEILE(82:)
           WRITE BERICHT-ZEILE.

       WAEHRUNGSZEILE-AUSGEBEN.
           IF WG-INDEX = 1
               MOVE "USD" TO WG-CODE
           ELSE
               MOVE "GBP" TO WG-CODE
           END-IF
           ADD FT-MARGE(FT-INDEX, WG-INDEX) TO FILIALE-MARGE
           MOVE FT-ANZ-ANKAUF(FT-INDEX, WG-INDEX) TO MASK-ANZAHL
           MOVE FT-FW-ANKAUF(FT-INDEX, WG-INDEX) TO MASK-FW
           MOVE FT-EUR-ANKAUF(FT-INDEX, WG-INDEX) TO MASK-EUR
           MOVE FT-ANZ-VERKAUF(FT-INDEX, WG-INDEX) TO MASK-ANZAHL-2
           MOVE FT-FW-VERKAUF(FT-INDEX, WG-INDEX) TO MASK-FW-2
           MOVE FT-EUR-VERKAUF(FT-INDEX, WG-INDEX) TO MASK-EUR-2
           MOVE FT-MARGE(FT-INDEX, WG-INDEX) TO MASK-MARGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING FT-FILIALE(FT-INDEX) " " WG-CODE "  " MASK-ANZAHL
               "  " MASK-FW "  " MASK-EUR "   " MASK-ANZAHL-2 "  "
               MASK-FW-2 "  " MASK-EUR-2 "  " MASK-MARGE
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "sortenmarge-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv sortenmarge.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht gespeichert: "
               FUNCTION TRIM(WS-BERICHT-NAME).
