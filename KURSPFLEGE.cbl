      *> UPDATEBALANCE, TRANSFER und DAUERAUSFUEHREN lesen diese
      *> Datei; der Stapelimport vom Datenlieferanten laeuft ueber
      *> KURSIMPORT.
      *> Fuer das Sortengeschaeft (Fremdwaehrungsbargeld am Schalter,
      *> siehe SORTENGESCHAEFT) wird daneben je Waehrung die Spanne
      *> in sortenkurse.dat gepflegt, Abschlag und Aufschlag in
      *> Prozent auf den Mittelkurs:
      *>   WAEHRUNG;ANKAUF-ABSCHLAG;VERKAUF-AUFSCHLAG;DATUM;MITARBEITER
      *> Sortenankaufskurs = Kurs * (1 - Abschlag / 100),
      *> Sortenverkaufskurs = Kurs * (1 + Aufschlag / 100).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT KURSE-DATEI ASSIGN TO "kurse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KURSE-STATUS.
           SELECT SORTENKURSE-DATEI ASSIGN TO "sortenkurse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTENKURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KURSE-DATEI.
       01 KURSE-ZEILE          PIC X(40).

       FD SORTENKURSE-DATEI.
       01 SORTENKURSE-ZEILE    PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-KURSE-STATUS      PIC XX.
       01 WS-SORTENKURSE-STATUS PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
           05 KURS-MA-USD      PIC X(4) VALUE SPACES.
           05 KURS-MA-GBP      PIC X(4) VALUE SPACES.

      *> Sortenspannen in Prozent (Vorbelegung, solange
      *> sortenkurse.dat fehlt)
       01 SORTEN-SPANNEN.
           05 ABSCHLAG-USD     PIC 9V99 VALUE 2.50.
           05 AUFSCHLAG-USD    PIC 9V99 VALUE 2.50.
           05 ABSCHLAG-GBP     PIC 9V99 VALUE 2.50.
           05 AUFSCHLAG-GBP    PIC 9V99 VALUE 2.50.
           05 SPANNE-DATUM-USD PIC 9(8) VALUE 0.
           05 SPANNE-DATUM-GBP PIC 9(8) VALUE 0.
           05 SPANNE-MA-USD    PIC X(4) VALUE SPACES.
           05 SPANNE-MA-GBP    PIC X(4) VALUE SPACES.
       01 P-ABSCHLAG-TEXT      PIC X(10).
       01 P-AUFSCHLAG-TEXT     PIC X(10).
       01 EINGABE-ABSCHLAG-TEXT PIC X(10).
       01 EINGABE-AUFSCHLAG-TEXT PIC X(10).
       01 NEUER-ABSCHLAG       PIC 9V99.
       01 NEUER-AUFSCHLAG      PIC 9V99.
       01 ANKAUFSKURS          PIC 9V9999.
       01 VERKAUFSKURS         PIC 9V9999.
       01 MASK-ANKAUF          PIC 9.9999.
       01 MASK-VERKAUF         PIC 9.9999.
       01 MASK-PROZENT         PIC 9.99.
       01 MASK-PROZENT-2       PIC 9.99.
       01 P-WAEHRUNG           PIC X(3).
       01 P-KURS-TEXT          PIC X(10).
       01 P-DATUM-TEXT         PIC X(10).
       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           PERFORM KURSE-LADEN
           PERFORM SPANNEN-LADEN

           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY "--- WECHSELKURSE PFLEGEN ---"
               DISPLAY "1 - Kurse anzeigen"
               DISPLAY "2 - Kurs erfassen"
               DISPLAY "3 - Sortenkurse anzeigen"
               DISPLAY "4 - Sortenspanne erfassen"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL
                       PERFORM KURSE-ANZEIGEN
                   WHEN 2
                       PERFORM KURS-ERFASSEN
                   WHEN 3
                       PERFORM SORTENKURSE-ANZEIGEN
                   WHEN 4
                       PERFORM SPANNE-ERFASSEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
               CLOSE KURSE-DATEI
               DISPLAY "Kurse gespeichert."
           END-IF.

       SPANNEN-LADEN.
           OPEN INPUT SORTENKURSE-DATEI
           IF WS-SORTENKURSE-STATUS NOT = "00"
               DISPLAY "Hinweis: sortenkurse.dat existiert noch nicht "
                   "- Vorbelegung mit den Standardspannen."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ SORTENKURSE-DATEI
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           PERFORM SPANNENZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE SORTENKURSE-DATEI
           END-IF.

       SPANNENZEILE-VERARBEITEN.
           MOVE SPACES TO P-WAEHRUNG P-ABSCHLAG-TEXT P-AUFSCHLAG-TEXT
               P-DATUM-TEXT P-MA-TEXT
           UNSTRING SORTENKURSE-ZEILE DELIMITED BY ";"
               INTO P-WAEHRUNG P-ABSCHLAG-TEXT P-AUFSCHLAG-TEXT
                   P-DATUM-TEXT P-MA-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-WAEHRUNG) TO P-WAEHRUNG
           EVALUATE P-WAEHRUNG
               WHEN "USD"
                   COMPUTE ABSCHLAG-USD =
                       FUNCTION NUMVAL(P-ABSCHLAG-TEXT)
                   COMPUTE AUFSCHLAG-USD =
                       FUNCTION NUMVAL(P-AUFSCHLAG-TEXT)
                   COMPUTE SPANNE-DATUM-USD =
                       FUNCTION NUMVAL(P-DATUM-TEXT)
                   MOVE P-MA-TEXT TO SPANNE-MA-USD
               WHEN "GBP"
                   COMPUTE ABSCHLAG-GBP =
                       FUNCTION NUMVAL(P-ABSCHLAG-TEXT)
                   COMPUTE AUFSCHLAG-GBP =
                       FUNCTION NUMVAL(P-AUFSCHLAG-TEXT)
                   COMPUTE SPANNE-DATUM-GBP =
                       FUNCTION NUMVAL(P-DATUM-TEXT)
                   MOVE P-MA-TEXT TO SPANNE-MA-GBP
           END-EVALUATE.

      *> Ankauf = Bank kauft Sorten vom Kunden, Verkauf = Bank gibt
      *> Sorten an den Kunden ab.
       SORTENKURSE-ANZEIGEN.
           DISPLAY "WHG  MITTEL  ANKAUF  VERKAUF  ABSCHL.% AUFSCHL.%"
               "  STAND       ERFASSER"
           DISPLAY "---------------------------------------------------"
               "-----------------------"
           COMPUTE ANKAUFSKURS ROUNDED =
               KURS-USD * (1 - ABSCHLAG-USD / 100)
           COMPUTE VERKAUFSKURS ROUNDED =
               KURS-USD * (1 + AUFSCHLAG-USD / 100)
           MOVE KURS-USD TO MASK-KURS
           MOVE ANKAUFSKURS TO MASK-ANKAUF
           MOVE VERKAUFSKURS TO MASK-VERKAUF
           MOVE ABSCHLAG-USD TO MASK-PROZENT
           MOVE AUFSCHLAG-USD TO MASK-PROZENT-2
           MOVE SPANNE-DATUM-USD TO MASK-DATUM
           DISPLAY "USD  " MASK-KURS "  " MASK-ANKAUF "  "
               MASK-VERKAUF "   " MASK-PROZENT "     " MASK-PROZENT-2
               "      " MASK-DATUM "  " SPANNE-MA-USD
           COMPUTE ANKAUFSKURS ROUNDED =
               KURS-GBP * (1 - ABSCHLAG-GBP / 100)
           COMPUTE VERKAUFSKURS ROUNDED =
               KURS-GBP * (1 + AUFSCHLAG-GBP / 100)
           MOVE KURS-GBP TO MASK-KURS
           MOVE ANKAUFSKURS TO MASK-ANKAUF
           MOVE VERKAUFSKURS TO MASK-VERKAUF
           MOVE ABSCHLAG-GBP TO MASK-PROZENT
           MOVE AUFSCHLAG-GBP TO MASK-PROZENT-2
           MOVE SPANNE-DATUM-GBP TO MASK-DATUM
           DISPLAY "GBP  " MASK-KURS "  " MASK-ANKAUF "  "
               MASK-VERKAUF "   " MASK-PROZENT "     " MASK-PROZENT-2
               "      " MASK-DATUM "  " SPANNE-MA-GBP.

       SPANNE-ERFASSEN.
           DISPLAY "Waehrung (USD/GBP): "
           ACCEPT EINGABE-WAEHRUNG
           MOVE FUNCTION UPPER-CASE(EINGABE-WAEHRUNG)
               TO EINGABE-WAEHRUNG
           IF EINGABE-WAEHRUNG NOT = "USD" AND NOT = "GBP"
               DISPLAY "Fehler: Sorten werden nur in USD und GBP "
                   "gehandelt."
           ELSE
               DISPLAY "Abschlag Ankauf in Prozent (z.B. 2.50): "
               ACCEPT EINGABE-ABSCHLAG-TEXT
               DISPLAY "Aufschlag Verkauf in Prozent (z.B. 2.50): "
               ACCEPT EINGABE-AUFSCHLAG-TEXT
               MOVE FUNCTION TEST-NUMVAL(EINGABE-ABSCHLAG-TEXT)
                   TO NUMVAL-TESTRESULT
               IF NUMVAL-TESTRESULT = 0
                   MOVE FUNCTION TEST-NUMVAL(EINGABE-AUFSCHLAG-TEXT)
                       TO NUMVAL-TESTRESULT
               END-IF
               IF NUMVAL-TESTRESULT NOT = 0
                   DISPLAY "Fehler: Spanne muss eine gueltige Zahl "
                       "sein."
               ELSE
                   COMPUTE NEUER-ABSCHLAG =
                       FUNCTION NUMVAL(EINGABE-ABSCHLAG-TEXT)
                   COMPUTE NEUER-AUFSCHLAG =
                       FUNCTION NUMVAL(EINGABE-AUFSCHLAG-TEXT)
                   IF NEUER-ABSCHLAG = 0 OR NEUER-AUFSCHLAG = 0
                       DISPLAY "Fehler: Spanne darf nicht 0 sein."
                   ELSE
                       ACCEPT WS-HEUTE FROM DATE YYYYMMDD
                       IF EINGABE-WAEHRUNG = "USD"
                           MOVE NEUER-ABSCHLAG TO ABSCHLAG-USD
                           MOVE NEUER-AUFSCHLAG TO AUFSCHLAG-USD
                           MOVE WS-HEUTE TO SPANNE-DATUM-USD
                           MOVE LP-MITARBEITER-ID TO SPANNE-MA-USD
                       ELSE
                           MOVE NEUER-ABSCHLAG TO ABSCHLAG-GBP
                           MOVE NEUER-AUFSCHLAG TO AUFSCHLAG-GBP
                           MOVE WS-HEUTE TO SPANNE-DATUM-GBP
                           MOVE LP-MITARBEITER-ID TO SPANNE-MA-GBP
                       END-IF
                       PERFORM SPANNEN-SPEICHERN
                   END-IF
               END-IF
           END-IF.

       SPANNEN-SPEICHERN.
           OPEN OUTPUT SORTENKURSE-DATEI
           IF WS-SORTENKURSE-STATUS NOT = "00"
               DISPLAY "Fehler: sortenkurse.dat konnte nicht "
                   "geschrieben werden (Status "
                   WS-SORTENKURSE-STATUS ")."
           ELSE
               MOVE SPACES TO SORTENKURSE-ZEILE
               MOVE ABSCHLAG-USD TO MASK-PROZENT
               MOVE AUFSCHLAG-USD TO MASK-PROZENT-2
               STRING "USD;" MASK-PROZENT ";" MASK-PROZENT-2 ";"
                   SPANNE-DATUM-USD ";" SPANNE-MA-USD
                   DELIMITED BY SIZE INTO SORTENKURSE-ZEILE
               WRITE SORTENKURSE-ZEILE
               MOVE SPACES TO SORTENKURSE-ZEILE
               MOVE ABSCHLAG-GBP TO MASK-PROZENT
               MOVE AUFSCHLAG-GBP TO MASK-PROZENT-2
               STRING "GBP;" MASK-PROZENT ";" MASK-PROZENT-2 ";"
                   SPANNE-DATUM-GBP ";" SPANNE-MA-GBP
                   DELIMITED BY SIZE INTO SORTENKURSE-ZEILE
               WRITE SORTENKURSE-ZEILE
               CLOSE SORTENKURSE-DATEI
               DISPLAY "Sortenspannen gespeichert."
           END-IF.
