      *> Summe der aktiven Vormerkungen (vormerkungen.dat, ueber
      *> VORMERKSUMME) - mindert das verfuegbare Guthaben.
       01 WS-VORMERK-SUMME     PIC 9(8)V99 VALUE 0.
      *> Pfaendungsschutz (siehe PFAENDPRUEF): vom gepfaendeten
      *> Quellkonto nur bis zum pfaendungsfreien Betrag.
       01 PP-FUNKTION          PIC X.
       01 PP-FREI              PIC 9(8)V99.
       01 PP-ERGEBNIS          PIC X VALUE 'J'.

      *> Wechselkurse zu EUR aus kurse.dat, wie in TRANSFER und
      *> UPDATEBALANCE; fehlt die Datei, gelten die eingebauten
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "DAUERAUSFUEHREN".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- DAUERAUFTRAEGE AUSFUEHREN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
      *> Keine Buchung in einen abgeschlossenen Monat.
           MOVE WS-HEUTE TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT
           IF BP-GESPERRT = 'J'
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF
           PERFORM KURSE-LADEN

           OPEN I-O DAUERAUFTRAG-DATEI
           END-IF
           END-IF

           MOVE ANZAHL-AUSGEFUEHRT TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       PROTOKOLL-ABLEGEN.
               MOVE 'N' TO AUFTRAG-OK-FLAGGE
               MOVE "Guthaben samt Ueberziehungslimit reicht nicht"
                   TO ABLEHNUNGSGRUND
           END-IF

           IF AUFTRAG-OK-FLAGGE = 'J'
               MOVE 'P' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION DA-QUELLE-NR
                   BETRAG-QUELLE QUELLE-KONTO PP-FREI PP-ERGEBNIS
               IF PP-ERGEBNIS NOT = 'J'
                   MOVE 'N' TO AUFTRAG-OK-FLAGGE
                   MOVE "Konto gepfaendet - Freibetrag reicht nicht"
                       TO ABLEHNUNGSGRUND
               END-IF
           END-IF.

      *> Rechnet UMRECHNUNG-BETRAG von WS-BETRAG-WAEHRUNG in
               PERFORM BELASTUNG-ZURUECKROLLEN
           ELSE
               PERFORM BUCHUNGSPAAR-SCHREIBEN
               MOVE 'B' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION DA-QUELLE-NR
                   BETRAG-QUELLE QUELLE-KONTO PP-FREI PP-ERGEBNIS
               IF QUELLE-NLS NOT = ZIEL-NLS
                   PERFORM CLEARINGPOSITION-SCHREIBEN
               END-IF
               MOVE BUCHUNG-ZEIT TO BEWEGUNG-REF-ZEIT
               MOVE KURS-ANGEW-QUELLE TO BEWEGUNG-KURS
               MOVE KURS-ANGEW-QUELLE-DATUM TO BEWEGUNG-KURS-DATUM
               MOVE BUCHUNG-DATUM TO BEWEGUNG-VALUTA
               PERFORM BUCHUNGSSATZ-SCHREIBEN
               MOVE BEWEGUNG-ZEIT TO AUS-FINAL-ZEIT

               MOVE AUS-FINAL-ZEIT TO BEWEGUNG-REF-ZEIT
               MOVE KURS-ANGEW-ZIEL TO BEWEGUNG-KURS
               MOVE KURS-ANGEW-ZIEL-DATUM TO BEWEGUNG-KURS-DATUM
               MOVE BUCHUNG-DATUM TO BEWEGUNG-VALUTA
               PERFORM BUCHUNGSSATZ-SCHREIBEN
               MOVE BEWEGUNG-ZEIT TO EIN-FINAL-ZEIT

