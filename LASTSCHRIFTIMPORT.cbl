       IDENTIFICATION DIVISION.
       PROGRAM-ID. LASTSCHRIFTIMPORT.

      *> Import der eingehenden Lastschriften aus der Datei der
      *> Korrespondenzbank "lastschrift-eingang.csv" (eine Zeile je
      *> Lastschrift, Felder durch Semikolon getrennt, ohne
      *> Kopfzeile):
      *>   KONTONR;GLAEUBIGERID;MANDATSREFERENZ;GLAEUBIGERNAME;
      *>   BETRAG;WAEHRUNG
      *> Gebucht wird nur gegen ein aktives, nicht verfallenes
      *> Mandat in mandate.dat (MANDATPFLEGE) mit derselben
      *> Glaeubiger-ID - als LASTSCHRIFT in kontobewegungen.dat,
      *> mit denselben Pruefungen wie eine Verfuegung am Schalter:
      *> Kontostatus, Ueberziehungslimit, Vormerkungen und
      *> Pfaendungsschutz. Die Mandatsdaten jeder gebuchten
      *> Lastschrift gehen nach lastschriften.dat (Erstattung ueber
      *> LASTSCHRIFTRUECKGABE). Nicht buchbare Lastschriften gehen
      *> mit Rueckgabegrund in die Ruecklastschriftdatei fuer die
      *> Korrespondenzbank ruecklastschriften-JJJJMMTT.csv:
      *>   DATUM;KONTONR;GLAEUBIGERID;MANDATSREFERENZ;GLAEUBIGERNAME;
      *>   BETRAG;WAEHRUNG;GRUND;TEXT
      *> Gruende: AC01 Konto unbekannt, AC04 Konto geschlossen,
      *> AC06 Konto gesperrt, AG01 Sparkonto, AM03 Waehrung,
      *> AM04 keine Deckung, AM05 Doppeleinreichung, MD01 kein
      *> gueltiges Mandat, MD07 Kontoinhaber verstorben,
      *> FF01 Satz unlesbar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-DATEI ASSIGN TO "lastschrift-eingang.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT BEWEGUNGEN-DATEI ASSIGN TO "kontobewegungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT MANDAT-DATEI ASSIGN TO "mandate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-SCHLUESSEL
               FILE STATUS IS WS-MD-STATUS.
           SELECT LASTSCHRIFT-DATEI ASSIGN TO "lastschriften.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-SCHLUESSEL
               FILE STATUS IS WS-LS-STATUS.
           SELECT RUECKGABE-DATEI ASSIGN TO WS-RUECKGABE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUECKGABE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IMPORT-DATEI.
       01 IMPORT-ZEILE         PIC X(200).

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD MANDAT-DATEI.
           COPY MANDAT.

       FD LASTSCHRIFT-DATEI.
           COPY LASTSCHRIFT.

       FD RUECKGABE-DATEI.
       01 RUECKGABE-ZEILE      PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-IMPORT-STATUS     PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-MD-STATUS         PIC XX.
       01 WS-LS-STATUS         PIC XX.
       01 WS-RUECKGABE-STATUS  PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 LS-EOF-FLAGGE        PIC X VALUE 'N'.
       01 MANDATE-VORHANDEN    PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 ZEILEN-GELESEN       PIC 9(5) VALUE 0.
       01 ZEILEN-GEBUCHT       PIC 9(5) VALUE 0.
       01 ZEILEN-ZURUECK       PIC 9(5) VALUE 0.
       01 SUMME-GEBUCHT        PIC 9(9)V99 VALUE 0.
       01 SUMME-ZURUECK        PIC 9(9)V99 VALUE 0.
       01 MASK-SUMME           PIC Z(8)9.99.
       01 MASK-SUMME-2         PIC Z(8)9.99.

       01 F-KONTO-TEXT         PIC X(10).
       01 F-GLAEUBIGER-ID      PIC X(35).
       01 F-REFERENZ           PIC X(35).
       01 F-GLAEUBIGER-NAME    PIC X(30).
       01 F-BETRAG-TEXT        PIC X(15).
       01 F-WAEHRUNG           PIC X(3).
       01 NUMVAL-TESTRESULT    PIC S9(4).
       01 ZIEL-KONTO           PIC 9(5).
       01 BETRAG               PIC 9(7)V99.
       01 MASK-BETRAG          PIC 9(7).99.
       01 NEUER-SALDO          PIC S9(7)V99.
       01 ZEILE-OK-FLAGGE      PIC X VALUE 'J'.
       01 RUECKGABE-CODE       PIC X(4) VALUE SPACES.
       01 RUECKGABE-TEXT       PIC X(40) VALUE SPACES.
       01 WS-VERFUEGBAR        PIC S9(10)V99.
      *> Summe der aktiven Vormerkungen (vormerkungen.dat, ueber
      *> VORMERKSUMME) - mindert das verfuegbare Guthaben.
       01 WS-VORMERK-SUMME     PIC 9(8)V99 VALUE 0.
      *> Pfaendungsschutz (siehe PFAENDPRUEF)
       01 PP-FUNKTION          PIC X.
       01 PP-FREI              PIC 9(8)V99.
       01 PP-ERGEBNIS          PIC X VALUE 'J'.
      *> Ein Mandat verfaellt, wenn 36 Monate lang keine Lastschrift
      *> darauf eingereicht wurde (gezaehlt ab der letzten Nutzung,
      *> sonst ab der Unterschrift).
       01 MANDAT-BEZUGSDATUM   PIC 9(8).
       01 MANDAT-VERFALL       PIC 9(8).

      *> Buchungstag und Valuta aus dem Bankkalender (siehe
      *> BANKTAG), einmal zu Laufbeginn ermittelt.
       01 BT-FUNKTION          PIC X.
       01 BT-DATUM             PIC 9(8).
       01 BT-ERGEBNIS-DATUM    PIC 9(8).
       01 BT-FLAGGE            PIC X.
       01 WS-BUCHUNGSTAG       PIC 9(8) VALUE 0.
       01 WS-VALUTA            PIC 9(8) VALUE 0.

       01 WS-RUECKGABE-NAME    PIC X(60).
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "LASTSCHRIFTIMPORT".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- IMPORT LASTSCHRIFTEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO ZEILEN-GELESEN ZEILEN-GEBUCHT ZEILEN-ZURUECK
               SUMME-GEBUCHT SUMME-ZURUECK
           MOVE 'N' TO EOF-FLAGGE
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
               DISPLAY "Fehler: lastschrift-eingang.csv nicht "
                   "gefunden - kein Import durchgefuehrt."
               GOBACK
           END-IF

           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "LASTSCHRIFTIMPORT" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Lastschriftimport nicht moeglich"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               CLOSE IMPORT-DATEI
               GOBACK
           END-IF

           OPEN I-O LASTSCHRIFT-DATEI
           IF WS-LS-STATUS = "35"
               OPEN OUTPUT LASTSCHRIFT-DATEI
               CLOSE LASTSCHRIFT-DATEI
               OPEN I-O LASTSCHRIFT-DATEI
           END-IF
           IF WS-LS-STATUS NOT = "00"
               MOVE "LASTSCHRIFTIMPORT" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O LASTSCHRIFT-DATEI" TO WS-FP-VORGANG
               MOVE "Lastschriftimport nicht moeglich"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-LS-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: lastschriften.dat konnte nicht "
                   "geoeffnet werden (Status " WS-LS-STATUS ")."
               CLOSE IMPORT-DATEI
               CLOSE KUNDEN-DATEI
               GOBACK
           END-IF

      *> Ohne Mandatsdatei gibt es kein gueltiges Mandat - alle
      *> Lastschriften gehen mit MD01 zurueck.
           MOVE 'N' TO MANDATE-VORHANDEN
           OPEN I-O MANDAT-DATEI
           IF WS-MD-STATUS = "00"
               MOVE 'J' TO MANDATE-VORHANDEN
           ELSE
               DISPLAY "Warnung: mandate.dat nicht vorhanden (Status "
                   WS-MD-STATUS ") - keine Lastschrift buchbar."
           END-IF

           MOVE SPACES TO WS-RUECKGABE-NAME
           STRING "ruecklastschriften-" WS-HEUTE ".csv"
               DELIMITED BY SIZE INTO WS-RUECKGABE-NAME

           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ IMPORT-DATEI
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF IMPORT-ZEILE NOT = SPACES
                           ADD 1 TO ZEILEN-GELESEN
                           PERFORM ZEILE-VERARBEITEN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IMPORT-DATEI
           CLOSE KUNDEN-DATEI
           CLOSE LASTSCHRIFT-DATEI
           IF MANDATE-VORHANDEN = 'J'
               CLOSE MANDAT-DATEI
           END-IF

           MOVE SUMME-GEBUCHT TO MASK-SUMME
           MOVE SUMME-ZURUECK TO MASK-SUMME-2
           DISPLAY ZEILEN-GELESEN " Lastschriften gelesen, "
               ZEILEN-GEBUCHT " gebucht (" FUNCTION TRIM(MASK-SUMME)
               "), " ZEILEN-ZURUECK " zurueckgegeben ("
               FUNCTION TRIM(MASK-SUMME-2) ")."
           IF ZEILEN-ZURUECK > 0
               DISPLAY "Ruecklastschriften fuer die "
                   "Korrespondenzbank: "
                   FUNCTION TRIM(WS-RUECKGABE-NAME)
           END-IF

           GOBACK.

      *> Buchungstag (BANKTAG 'B') und Valuta eines unbaren Vorgangs
      *> (BANKTAG 'V', wie CLEARINGIMPORT) fuer den ganzen Lauf.
       BUCHUNGSTAG-ERMITTELN.
           MOVE 'B' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE BT-ERGEBNIS-DATUM TO WS-BUCHUNGSTAG
           MOVE 'V' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           MOVE 'U' TO BT-FLAGGE
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE BT-ERGEBNIS-DATUM TO WS-VALUTA.

       ZEILE-VERARBEITEN.
           MOVE 'J' TO ZEILE-OK-FLAGGE
           MOVE SPACES TO RUECKGABE-CODE RUECKGABE-TEXT
           MOVE SPACES TO F-KONTO-TEXT F-GLAEUBIGER-ID F-REFERENZ
               F-GLAEUBIGER-NAME F-BETRAG-TEXT F-WAEHRUNG
           UNSTRING IMPORT-ZEILE DELIMITED BY ";"
               INTO F-KONTO-TEXT F-GLAEUBIGER-ID F-REFERENZ
                   F-GLAEUBIGER-NAME F-BETRAG-TEXT F-WAEHRUNG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(F-GLAEUBIGER-ID)
               TO F-GLAEUBIGER-ID
           MOVE FUNCTION UPPER-CASE(F-WAEHRUNG) TO F-WAEHRUNG
           IF F-WAEHRUNG = SPACES
               MOVE "EUR" TO F-WAEHRUNG
           END-IF

           MOVE 0 TO ZIEL-KONTO
           MOVE FUNCTION TEST-NUMVAL(F-KONTO-TEXT)
               TO NUMVAL-TESTRESULT
           IF F-KONTO-TEXT = SPACES OR NUMVAL-TESTRESULT NOT = 0
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "AC01" TO RUECKGABE-CODE
               MOVE "Kontonummer unlesbar" TO RUECKGABE-TEXT
           ELSE
               COMPUTE ZIEL-KONTO = FUNCTION NUMVAL(F-KONTO-TEXT)
           END-IF

           MOVE 0 TO BETRAG
           MOVE FUNCTION TEST-NUMVAL(F-BETRAG-TEXT)
               TO NUMVAL-TESTRESULT
           IF NUMVAL-TESTRESULT NOT = 0
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "FF01" TO RUECKGABE-CODE
               MOVE "Betrag unlesbar" TO RUECKGABE-TEXT
           ELSE
               COMPUTE BETRAG = FUNCTION NUMVAL(F-BETRAG-TEXT)
               IF BETRAG = 0
                   MOVE 'N' TO ZEILE-OK-FLAGGE
                   MOVE "FF01" TO RUECKGABE-CODE
                   MOVE "Betrag 0" TO RUECKGABE-TEXT
               END-IF
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
                   AND (F-GLAEUBIGER-ID = SPACES OR F-REFERENZ = SPACES)
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "MD01" TO RUECKGABE-CODE
               MOVE "Glaeubiger-ID oder Mandatsreferenz fehlt"
                   TO RUECKGABE-TEXT
           END-IF

           IF ZEILE-OK-FLAGGE = 'J'
               PERFORM KONTO-PRUEFEN
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
               PERFORM MANDAT-PRUEFEN
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
               PERFORM DOPPELEINREICHUNG-PRUEFEN
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
               PERFORM DECKUNG-PRUEFEN
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
               PERFORM LASTSCHRIFT-BUCHEN
           END-IF

           IF ZEILE-OK-FLAGGE = 'J'
               ADD 1 TO ZEILEN-GEBUCHT
               ADD BETRAG TO SUMME-GEBUCHT
           ELSE
               PERFORM RUECKLASTSCHRIFT-SCHREIBEN
           END-IF.

       KONTO-PRUEFEN.
           MOVE ZIEL-KONTO TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE 'N' TO ZEILE-OK-FLAGGE
                   MOVE "AC01" TO RUECKGABE-CODE
                   MOVE "Konto unbekannt" TO RUECKGABE-TEXT
               NOT INVALID KEY
                   EVALUATE KUNDEN-STATUS
                       WHEN 'A'
                           CONTINUE
                       WHEN 'G'
                           MOVE 'N' TO ZEILE-OK-FLAGGE
                           MOVE "AC04" TO RUECKGABE-CODE
                           MOVE "Konto geschlossen" TO RUECKGABE-TEXT
                       WHEN 'N'
                           MOVE 'N' TO ZEILE-OK-FLAGGE
                           MOVE "MD07" TO RUECKGABE-CODE
                           MOVE "Kontoinhaber verstorben"
                               TO RUECKGABE-TEXT
                       WHEN OTHER
                           MOVE 'N' TO ZEILE-OK-FLAGGE
                           MOVE "AC06" TO RUECKGABE-CODE
                           MOVE "Konto gesperrt" TO RUECKGABE-TEXT
                   END-EVALUATE
                   IF ZEILE-OK-FLAGGE = 'J'
                           AND KUNDEN-KONTOART = 'S'
                       MOVE 'N' TO ZEILE-OK-FLAGGE
                       MOVE "AG01" TO RUECKGABE-CODE
                       MOVE "Sparkonto - keine Lastschriften"
                           TO RUECKGABE-TEXT
                   END-IF
                   IF ZEILE-OK-FLAGGE = 'J'
                           AND KUNDEN-WAEHRUNG NOT = F-WAEHRUNG
                       MOVE 'N' TO ZEILE-OK-FLAGGE
                       MOVE "AM03" TO RUECKGABE-CODE
                       MOVE "Waehrung abweichend" TO RUECKGABE-TEXT
                   END-IF
           END-READ.

       MANDAT-PRUEFEN.
           IF MANDATE-VORHANDEN NOT = 'J'
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "MD01" TO RUECKGABE-CODE
               MOVE "Kein Mandat" TO RUECKGABE-TEXT
           ELSE
               MOVE ZIEL-KONTO TO MD-KUNDEN-NR
               MOVE F-REFERENZ TO MD-REFERENZ
               READ MANDAT-DATEI KEY IS MD-SCHLUESSEL
                   INVALID KEY
                       MOVE 'N' TO ZEILE-OK-FLAGGE
                       MOVE "MD01" TO RUECKGABE-CODE
                       MOVE "Kein Mandat" TO RUECKGABE-TEXT
                   NOT INVALID KEY
                       PERFORM MANDAT-BEWERTEN
               END-READ
           END-IF.

       MANDAT-BEWERTEN.
           IF MD-LETZTE-NUTZUNG > 0
               MOVE MD-LETZTE-NUTZUNG TO MANDAT-BEZUGSDATUM
           ELSE
               MOVE MD-UNTERSCHRIFT-DATUM TO MANDAT-BEZUGSDATUM
           END-IF
           COMPUTE MANDAT-VERFALL = MANDAT-BEZUGSDATUM + 30000
           IF MD-STATUS NOT = 'A'
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "MD01" TO RUECKGABE-CODE
               MOVE "Mandat widerrufen" TO RUECKGABE-TEXT
           ELSE
           IF MD-GLAEUBIGER-ID NOT = F-GLAEUBIGER-ID
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "MD01" TO RUECKGABE-CODE
               MOVE "Glaeubiger-ID passt nicht zum Mandat"
                   TO RUECKGABE-TEXT
           ELSE
           IF MANDAT-VERFALL < WS-HEUTE
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "MD01" TO RUECKGABE-CODE
               MOVE "Mandat verfallen (36 Monate ungenutzt)"
                   TO RUECKGABE-TEXT
           END-IF
           END-IF
           END-IF.

      *> Dieselbe Lastschrift (Mandat und Betrag) am selben
      *> Buchungstag ein zweites Mal eingereicht.
       DOPPELEINREICHUNG-PRUEFEN.
           MOVE 'N' TO LS-EOF-FLAGGE
           MOVE ZIEL-KONTO TO LS-KUNDEN-NR
           MOVE WS-BUCHUNGSTAG TO LS-DATUM
           MOVE 0 TO LS-ZEIT
           START LASTSCHRIFT-DATEI KEY IS >= LS-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO LS-EOF-FLAGGE
           END-START
           PERFORM UNTIL LS-EOF-FLAGGE = 'J'
               READ LASTSCHRIFT-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO LS-EOF-FLAGGE
                   NOT AT END
                       IF LS-KUNDEN-NR NOT = ZIEL-KONTO
                               OR LS-DATUM NOT = WS-BUCHUNGSTAG
                           MOVE 'J' TO LS-EOF-FLAGGE
                       ELSE
                       IF LS-MANDAT-REFERENZ = F-REFERENZ
                               AND LS-BETRAG = BETRAG
                           MOVE 'N' TO ZEILE-OK-FLAGGE
                           MOVE "AM05" TO RUECKGABE-CODE
                           MOVE "Doppelte Einreichung"
                               TO RUECKGABE-TEXT
                           MOVE 'J' TO LS-EOF-FLAGGE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Kundensatz steht noch aus KONTO-PRUEFEN im Satzbereich.
       DECKUNG-PRUEFEN.
           CALL "VORMERKSUMME" USING ZIEL-KONTO WS-VORMERK-SUMME
           COMPUTE WS-VERFUEGBAR = KUNDEN-KONTO - BETRAG
               + KUNDEN-UEBERZIEHUNGSLIMIT - WS-VORMERK-SUMME
           IF WS-VERFUEGBAR < 0
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "AM04" TO RUECKGABE-CODE
               MOVE "Keine Deckung" TO RUECKGABE-TEXT
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
               MOVE 'P' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION ZIEL-KONTO BETRAG
                   KUNDEN-KONTO PP-FREI PP-ERGEBNIS
               IF PP-ERGEBNIS NOT = 'J'
                   MOVE 'N' TO ZEILE-OK-FLAGGE
                   MOVE "AM04" TO RUECKGABE-CODE
                   MOVE "Gepfaendet, Freibetrag zu gering"
                       TO RUECKGABE-TEXT
               END-IF
           END-IF.

       LASTSCHRIFT-BUCHEN.
           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
           SUBTRACT BETRAG FROM KUNDEN-KONTO
           MOVE KUNDEN-KONTO TO NEUER-SALDO
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "AC06" TO RUECKGABE-CODE
               MOVE "Belastung fehlgeschlagen" TO RUECKGABE-TEXT
               MOVE "LASTSCHRIFTIMPORT" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Lastschriftbelastung fehlgeschlagen"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
           ELSE
               MOVE "LASTSCHRIFTIMPORT" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               PERFORM BUCHUNG-SCHREIBEN
               PERFORM LASTSCHRIFT-VERMERKEN
               MOVE 'B' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION ZIEL-KONTO BETRAG
                   KUNDEN-KONTO PP-FREI PP-ERGEBNIS
               MOVE WS-BUCHUNGSTAG TO MD-LETZTE-NUTZUNG
               REWRITE MANDAT-EINTRAG
               IF WS-MD-STATUS NOT = "00"
                   MOVE "LASTSCHRIFTIMPORT" TO WS-FP-PROGRAMM
                   MOVE "REWRITE MANDAT-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Letzte Nutzung des Mandats nicht vermerkt"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-MD-STATUS WS-FP-MELDUNG
               END-IF
           END-IF.

       BUCHUNG-SCHREIBEN.
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               OPEN OUTPUT BEWEGUNGEN-DATEI
               CLOSE BEWEGUNGEN-DATEI
               OPEN I-O BEWEGUNGEN-DATEI
           END-IF

           MOVE ZIEL-KONTO TO BEWEGUNG-KUNDEN-NR
           MOVE WS-BUCHUNGSTAG TO BEWEGUNG-DATUM
           ACCEPT BEWEGUNG-ZEIT FROM TIME
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "LASTSCHRIFTIMPORT" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Lastschrift nicht protokolliert" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   "). Buchung wurde NICHT protokolliert."
           ELSE
               MOVE "LASTSCHRIFT" TO BEWEGUNG-ART
               COMPUTE BEWEGUNG-BETRAG = BETRAG * -1
               MOVE NEUER-SALDO TO BEWEGUNG-SALDO-NACH
               MOVE SPACES TO BEWEGUNG-FREIGABE-CODE
               MOVE ZEROES TO BEWEGUNG-REFERENZ
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE WS-VALUTA TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
               PERFORM UNTIL WS-BEWEGUNGEN-STATUS NOT = "22"
                   ADD 1 TO BEWEGUNG-ZEIT
                   WRITE BEWEGUNG-EINTRAG
               END-PERFORM
               IF WS-BEWEGUNGEN-STATUS NOT = "00"
                   MOVE "LASTSCHRIFTIMPORT" TO WS-FP-PROGRAMM
                   MOVE "WRITE BEWEGUNG-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Lastschrift nicht protokolliert"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Buchungssatz konnte nicht "
                       "geschrieben werden (Status "
                       WS-BEWEGUNGEN-STATUS ")."
               END-IF
               CLOSE BEWEGUNGEN-DATEI
           END-IF.

      *> Mandatsdaten unter dem Schluessel des Buchungssatzes
      *> ablegen - Grundlage fuer eine spaetere Erstattung.
       LASTSCHRIFT-VERMERKEN.
           MOVE BEWEGUNG-KUNDEN-NR TO LS-KUNDEN-NR
           MOVE BEWEGUNG-DATUM TO LS-DATUM
           MOVE BEWEGUNG-ZEIT TO LS-ZEIT
           MOVE F-GLAEUBIGER-ID TO LS-GLAEUBIGER-ID
           MOVE F-GLAEUBIGER-NAME TO LS-GLAEUBIGER-NAME
           MOVE F-REFERENZ TO LS-MANDAT-REFERENZ
           MOVE BETRAG TO LS-BETRAG
           MOVE F-WAEHRUNG TO LS-WAEHRUNG
           MOVE 'G' TO LS-STATUS
           MOVE 0 TO LS-ERSTATTET-DATUM
           WRITE LASTSCHRIFT-EINTRAG
           IF WS-LS-STATUS NOT = "00"
               MOVE "LASTSCHRIFTIMPORT" TO WS-FP-PROGRAMM
               MOVE "WRITE LASTSCHRIFT-EINTRAG" TO WS-FP-VORGANG
               MOVE "Mandatsdaten der Lastschrift nicht gespeichert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-LS-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Lastschrift auf Konto " ZIEL-KONTO
                   " gebucht, Mandatsdaten aber nicht gespeichert "
                   "(Status " WS-LS-STATUS ")."
           END-IF.

      *> Tagesdatei der Ruecklastschriften wird fortgeschrieben -
      *> LASTSCHRIFTRUECKGABE haengt Erstattungen an dieselbe Datei.
       RUECKLASTSCHRIFT-SCHREIBEN.
           ADD 1 TO ZEILEN-ZURUECK
           ADD BETRAG TO SUMME-ZURUECK
           OPEN EXTEND RUECKGABE-DATEI
           IF WS-RUECKGABE-STATUS = "35"
               OPEN OUTPUT RUECKGABE-DATEI
           END-IF
           IF WS-RUECKGABE-STATUS NOT = "00"
               MOVE "LASTSCHRIFTIMPORT" TO WS-FP-PROGRAMM
               MOVE "OPEN EXTEND RUECKGABE-DATEI" TO WS-FP-VORGANG
               MOVE "Ruecklastschrift nicht geschrieben"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-RUECKGABE-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Ruecklastschrift nicht geschrieben: "
                   FUNCTION TRIM(IMPORT-ZEILE)
           ELSE
               MOVE BETRAG TO MASK-BETRAG
               MOVE SPACES TO RUECKGABE-ZEILE
               STRING WS-HEUTE ";" FUNCTION TRIM(F-KONTO-TEXT) ";"
                   FUNCTION TRIM(F-GLAEUBIGER-ID) ";"
                   FUNCTION TRIM(F-REFERENZ) ";"
                   FUNCTION TRIM(F-GLAEUBIGER-NAME) ";"
                   FUNCTION TRIM(MASK-BETRAG) ";" F-WAEHRUNG ";"
                   RUECKGABE-CODE ";" FUNCTION TRIM(RUECKGABE-TEXT)
                   DELIMITED BY SIZE INTO RUECKGABE-ZEILE
               WRITE RUECKGABE-ZEILE
               CLOSE RUECKGABE-DATEI
           END-IF.
