      *> Schalterauszahlung in UPDATEBALANCE: KUNDEN-STATUS,
      *> Ueberziehungslimit und kumuliertes Tageslimit (das
      *> AUSZAHLUNG- und AUSZAHLUNG-ATM-Saetze des Tages
      *> zusammenzaehlt); Konten Minderjaehriger zusaetzlich gegen
      *> das Kartenlimit fuer Minderjaehrige (JUGENDPRUEF).
      *> Abgelehnte Umsaetze gehen mit Grund in die
      *> Ruecklaufdatei atm-ruecklauf-JJJJMMTT.dat fuer den
      *> Betreiber.

       01 ABLEHNUNGSGRUND      PIC X(60) VALUE SPACES.
       01 WS-VERFUEGBAR        PIC S9(8)V99.
       01 NEUER-SALDO          PIC S9(7)V99.
      *> Pfaendungsschutz (siehe PFAENDPRUEF): bei gepfaendetem
      *> Konto nur Verfuegungen bis zum pfaendungsfreien Betrag.
       01 PP-FUNKTION          PIC X.
       01 PP-FREI              PIC 9(8)V99.
       01 PP-ERGEBNIS          PIC X VALUE 'J'.

      *> Kumuliertes Tageslimit fuer Auszahlungen wie in
      *> UPDATEBALANCE - Schalter- und Automatenabhebungen zaehlen
      *> zusammen.
       01 TAGESLIMIT           PIC 9(7)V99 VALUE 10000.00.
       01 WS-TAGES-SUMME       PIC 9(8)V99.
      *> Konten Minderjaehriger: Kartenlimit aus jugendparameter.dat
      *> (siehe JUGENDPRUEF) gegen die Automatenabhebungen des Tages.
       01 WS-ATM-SUMME         PIC 9(8)V99.
       01 JP-GEBURTSDATUM      PIC 9(8).
       01 JP-ERGEBNIS          PIC X.
       01 JP-KARTENLIMIT       PIC 9(7)V99.
       01 JP-VERTRETERGRENZE   PIC 9(7)V99.
      *> Buchungstag aus dem Bankkalender (siehe BANKTAG): der
      *> naechtliche Lauf startet meist nach dem Buchungsschnitt -
      *> Limitpruefung und Buchung muessen denselben Geschaeftstag
       01 BT-ERGEBNIS-DATUM    PIC 9(8).
       01 BT-FLAGGE            PIC X.
       01 WS-BUCHUNGSTAG       PIC 9(8) VALUE 0.
      *> Automatenabhebungen sind Bargeschaefte und valutieren am
      *> Kalendertag des Laufs, auch wenn der Buchungstag wegen des
      *> Buchungsschnitts schon der naechste Geschaeftstag ist.
       01 WS-VALUTA            PIC 9(8) VALUE 0.

       01 WS-RUECKLAUF-DATUM   PIC 9(8).
       01 WS-RUECKLAUF-NAME    PIC X(60).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "ATMIMPORT".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- ATM-UMSAETZE VERBUCHEN ---"
           PERFORM BUCHUNGSTAG-ERMITTELN
      *> Keine Buchung in einen abgeschlossenen Monat.
           MOVE WS-BUCHUNGSTAG TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF

           OPEN INPUT IMPORT-DATEI
           IF WS-IMPORT-STATUS NOT = "00"
                           MOVE 'N' TO ZEILE-OK-FLAGGE
                           MOVE "Ueberziehungslimit ueberschritten"
                               TO ABLEHNUNGSGRUND
                       ELSE
                           MOVE 'P' TO PP-FUNKTION
                           CALL "PFAENDPRUEF" USING PP-FUNKTION
                               ZIEL-KONTO BETRAG KUNDEN-KONTO PP-FREI
                               PP-ERGEBNIS
                           IF PP-ERGEBNIS NOT = 'J'
                               MOVE 'N' TO ZEILE-OK-FLAGGE
                               MOVE "Gepfaendet, Freibetrag zu gering"
                                   TO ABLEHNUNGSGRUND
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE 0 TO BT-DATUM
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE BT-ERGEBNIS-DATUM TO WS-BUCHUNGSTAG
           MOVE 'V' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           MOVE 'B' TO BT-FLAGGE
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE BT-ERGEBNIS-DATUM TO WS-VALUTA.

       TAGESLIMIT-PRUEFEN.
           MOVE 0 TO WS-TAGES-SUMME
           MOVE 0 TO WS-ATM-SUMME
           MOVE 'N' TO TAGES-EOF-FLAGGE

           OPEN INPUT BEWEGUNGEN-DATEI
                               ADD FUNCTION ABS(BEWEGUNG-BETRAG)
                                   TO WS-TAGES-SUMME
                           END-IF
                           IF BEWEGUNG-ART = "AUSZAHLUNG-ATM"
                               ADD FUNCTION ABS(BEWEGUNG-BETRAG)
                                   TO WS-ATM-SUMME
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   AND WS-TAGES-SUMME + BETRAG > TAGESLIMIT
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "Tageslimit ueberschritten" TO ABLEHNUNGSGRUND
           END-IF

           IF ZEILE-OK-FLAGGE = 'J'
               CALL "JUGENDPRUEF" USING KUNDEN-PERSONEN-NR
                   JP-GEBURTSDATUM JP-ERGEBNIS JP-KARTENLIMIT
                   JP-VERTRETERGRENZE
               IF JP-ERGEBNIS = 'J'
                       AND WS-ATM-SUMME + BETRAG > JP-KARTENLIMIT
                   MOVE 'N' TO ZEILE-OK-FLAGGE
                   MOVE "Kartenlimit Minderjaehrige ueberschritten"
                       TO ABLEHNUNGSGRUND
               END-IF
           END-IF.

       ABHEBUNG-BUCHEN.
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               PERFORM BUCHUNG-SCHREIBEN
               MOVE 'B' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION ZIEL-KONTO BETRAG
                   KUNDEN-KONTO PP-FREI PP-ERGEBNIS
           END-IF.

       BUCHUNG-SCHREIBEN.
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE WS-VALUTA TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
