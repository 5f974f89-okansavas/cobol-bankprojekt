      *> "clearing-eingang.csv" (eine Zeile je Gutschrift, Felder
      *> durch Semikolon getrennt, ohne Kopfzeile):
      *>   KONTONR;ABSENDERNAME;ABSENDERIBAN;BETRAG;WAEHRUNG
      *> Gutschriften auf aktive Konten und Nachlasskonten mit
      *> passender Waehrung werden direkt gebucht (ZAHLUNGSEINGANG in
      *> kontobewegungen.dat). Alles andere - unbekannte
      *> Kundennummer, Konto geschlossen/eingefroren, abweichende
      *> Waehrung, unlesbarer Betrag - wird in schwebeposten.dat
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
      *> Valuta der Gutschrift ueber den Bankkalender (BANKTAG
      *> Funktion 'V', unbarer Vorgang).
       01 BT-FUNKTION          PIC X.
       01 BT-DATUM             PIC 9(8).
       01 BT-ERGEBNIS-DATUM    PIC 9(8).
       01 BT-FLAGGE            PIC X.

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "CLEARINGIMPORT".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- IMPORT ZAHLUNGSEINGAENGE ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
      *> Keine Buchung in einen abgeschlossenen Monat.
           MOVE WS-HEUTE TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF

           OPEN INPUT IMPORT-DATEI
           IF WS-IMPORT-STATUS NOT = "00"
                   MOVE "Kundennummer unbekannt" TO PARKGRUND
               NOT INVALID KEY
                   IF KUNDEN-STATUS NOT = 'A'
                           AND KUNDEN-STATUS NOT = 'N'
                       MOVE 'N' TO ZEILE-OK-FLAGGE
                       MOVE "Konto nicht aktiv" TO PARKGRUND
                   ELSE
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE 'V' TO BT-FUNKTION
               MOVE 0 TO BT-DATUM
               MOVE 'U' TO BT-FLAGGE
               CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
                   BT-ERGEBNIS-DATUM BT-FLAGGE
               MOVE BT-ERGEBNIS-DATUM TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
