      *> und schreibt die Differenz (Ueber-/Fehlbetrag) in die
      *> Tagesdatei kassenabschluss.dat - Kassendifferenzen fallen
      *> damit noch am selben Abend auf.
      *> Bar abgerechnete Sortengeschaefte der Kasse (Sortenjournal
      *> sortenumsaetze.dat, siehe SORTENGESCHAEFT) gehen mit ihrem
      *> EUR-Gegenwert ein - Verkauf als Einnahme, Ankauf als
      *> Auszahlung; die hereingenommenen und ausgehaendigten Sorten
      *> werden je Waehrung zur Abstimmung mit dem Tresor angezeigt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRESORBEW-DATEI ASSIGN TO "tresorbewegungen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRESORBEW-STATUS.
           SELECT SORTENUMSATZ-DATEI ASSIGN TO "sortenumsaetze.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 KA-DIFFERENZ         PIC S9(7)V99.

       FD EXTRAKT-DATEI.
       01 EXTRAKT-ZEILE        PIC X(112).

       FD TRESORBEW-DATEI.
       01 TRESORBEW-ZEILE      PIC X(60).

       FD SORTENUMSATZ-DATEI.
           COPY SORTENUMSATZ.

       WORKING-STORAGE SECTION.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-KASSEN-STATUS     PIC XX.
       01 TB-BETRAG-TEXT       PIC X(15).
       01 TB-BETRAG            PIC 9(7)V99.
       01 WS-HEUTE-TEXT        PIC X(8).
       01 WS-SU-STATUS         PIC XX.
       01 SU-EOF-FLAGGE        PIC X VALUE 'N'.
       01 ANZAHL-SORTEN        PIC 9(5) VALUE 0.
       01 SORTEN-EIN-EUR       PIC 9(8)V99 VALUE 0.
       01 SORTEN-AUS-EUR       PIC 9(8)V99 VALUE 0.
       01 SORTEN-SUMMEN.
           05 ANKAUF-USD       PIC 9(8)V99 VALUE 0.
           05 VERKAUF-USD      PIC 9(8)V99 VALUE 0.
           05 ANKAUF-GBP       PIC 9(8)V99 VALUE 0.
           05 VERKAUF-GBP      PIC 9(8)V99 VALUE 0.
       01 MASK-BETRAG-2        PIC -Z(7)9.99.
       01 EINGABE-TEXT         PIC X(15).
       01 NUMVAL-TESTRESULT    PIC S9(4).
       01 SUMME-EIN            PIC 9(8)V99 VALUE 0.
               " am " WS-HEUTE

           PERFORM BARBEWEGUNGEN-SUMMIEREN
           PERFORM SORTENUMSAETZE-SUMMIEREN

           MOVE SUMME-EIN TO MASK-BETRAG
           DISPLAY "Bareinzahlungen : " MASK-BETRAG
               " (" ANZAHL-BUCHUNGEN " Barbuchungen gesamt)"
           MOVE SUMME-AUS TO MASK-BETRAG
           DISPLAY "Barauszahlungen : " MASK-BETRAG
           IF ANZAHL-SORTEN > 0
               PERFORM SORTEN-ANZEIGEN
           END-IF

           PERFORM ANFANGSBESTAND-VORSCHLAGEN
           MOVE VORSCHLAG-BESTAND TO MASK-BETRAG
               END-IF
           END-IF.

      *> Bar abgerechnete Sortengeschaefte dieser Kasse von heute.
       SORTENUMSAETZE-SUMMIEREN.
           MOVE 0 TO ANZAHL-SORTEN
           MOVE 0 TO SORTEN-EIN-EUR
           MOVE 0 TO SORTEN-AUS-EUR
           INITIALIZE SORTEN-SUMMEN
           OPEN INPUT SORTENUMSATZ-DATEI
           IF WS-SU-STATUS = "00"
               MOVE 'N' TO SU-EOF-FLAGGE
               PERFORM UNTIL SU-EOF-FLAGGE = 'J'
                   READ SORTENUMSATZ-DATEI
                       AT END
                           MOVE 'J' TO SU-EOF-FLAGGE
                       NOT AT END
                           IF SU-DATUM = WS-HEUTE
                                   AND SU-MITARBEITER = PRUEF-ID
                                   AND SU-ABRECHNUNG = 'B'
                               PERFORM SORTENSATZ-SUMMIEREN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORTENUMSATZ-DATEI
           END-IF
           ADD SORTEN-EIN-EUR TO SUMME-EIN
           ADD SORTEN-AUS-EUR TO SUMME-AUS
           ADD ANZAHL-SORTEN TO ANZAHL-BUCHUNGEN.

       SORTENSATZ-SUMMIEREN.
           ADD 1 TO ANZAHL-SORTEN
           IF SU-ART = 'V'
               ADD SU-BETRAG-EUR TO SORTEN-EIN-EUR
               IF SU-WAEHRUNG = "USD"
                   ADD SU-BETRAG-FW TO VERKAUF-USD
               ELSE
                   ADD SU-BETRAG-FW TO VERKAUF-GBP
               END-IF
           ELSE
               ADD SU-BETRAG-EUR TO SORTEN-AUS-EUR
               IF SU-WAEHRUNG = "USD"
                   ADD SU-BETRAG-FW TO ANKAUF-USD
               ELSE
                   ADD SU-BETRAG-FW TO ANKAUF-GBP
               END-IF
           END-IF.

       SORTEN-ANZEIGEN.
           MOVE SORTEN-EIN-EUR TO MASK-BETRAG
           MOVE SORTEN-AUS-EUR TO MASK-BETRAG-2
           DISPLAY "davon Sorten    : " MASK-BETRAG " ein / "
               MASK-BETRAG-2 " aus (" ANZAHL-SORTEN " Geschaefte)"
           MOVE ANKAUF-USD TO MASK-BETRAG
           MOVE VERKAUF-USD TO MASK-BETRAG-2
           DISPLAY "Sorten USD      : " MASK-BETRAG " herein / "
               MASK-BETRAG-2 " heraus"
           MOVE ANKAUF-GBP TO MASK-BETRAG
           MOVE VERKAUF-GBP TO MASK-BETRAG-2
           DISPLAY "Sorten GBP      : " MASK-BETRAG " herein / "
               MASK-BETRAG-2 " heraus".

       EXTRAKT-OEFFNEN.
           MOVE 'N' TO EXTRAKT-VORHANDEN
           MOVE SPACES TO WS-EXTRAKT-NAME
