       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMMELAUFTRAG.

      *> Import eines Sammelauftrags (z.B. Lohn- und Gehaltszahlung)
      *> eines Geschaeftskunden aus "sammelauftrag.csv" statt
      *> Dutzender Einzelerfassungen in TRANSFER/ZAHLUNGSAUSGANG.
      *> Aufbau (Felder durch Semikolon getrennt, ohne Kopfzeile):
      *>   K;Auftraggeberkonto;Anzahl Posten;Kontrollsumme
      *>   P;Empfaengername;Kontonummer oder IBAN;Betrag
      *> Eine Kontonummer (bis 5 Ziffern) ist ein Konto im Haus und
      *> wird direkt gutgeschrieben (UEBERWEISUNG-EIN); alles andere
      *> gilt als IBAN einer fremden Bank und wird als
      *> Zahlungsauftrag in zahlungsauftraege.dat gestellt
      *> (Uebertragung mit CLEARINGEXPORT im Tagesabschluss).
      *> Betraege lauten in der Waehrung des Auftraggeberkontos.
      *> Ablauf:
      *>   1. Alle Posten lesen und pruefen; Summe und Anzahl
      *>      muessen zum Kopf passen, sonst wird nichts gebucht.
      *>   2. Verfuegbar (Guthaben + Ueberziehungslimit -
      *>      Vormerkungen) muss die Summe der gueltigen Posten
      *>      vorab decken; Pfaendungsschutz, Und-Konten und
      *>      Vertreterpflicht wie am Schalter. Ueber der
      *>      Grossbetragsschwelle braucht der ganze Auftrag eine
      *>      Freigabe (FREIGABEPRUEF).
      *>   3. Eine Sammelbelastung SAMMELAUFTRAG, dann je Posten die
      *>      Gutschrift bzw. der Zahlungsauftrag. Scheitert eine
      *>      Gutschrift, geht ihr Betrag als SAMMEL-RUECKGABE an
      *>      den Auftraggeber zurueck.
      *> Abgewiesene Posten stehen mit Grund im Ruecklaufbericht
      *> sammelauftrag-KKKKK-JJJJMMTT.txt; die verarbeitete Datei
      *> wird in sammelauftrag-KKKKK-JJJJMMTT.csv umbenannt, damit
      *> sie nicht ein zweites Mal gebucht werden kann.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-DATEI ASSIGN TO "sammelauftrag.csv"
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
           SELECT ZAHLAUF-DATEI ASSIGN TO "zahlungsauftraege.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZA-NR
               FILE STATUS IS WS-ZA-STATUS.
           SELECT KURSE-DATEI ASSIGN TO "kurse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KURSE-STATUS.
           SELECT CLEARINGPOS-DATEI ASSIGN TO "filialclearing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARINGPOS-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "sammel-ruecklauf.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD IMPORT-DATEI.
       01 IMPORT-ZEILE         PIC X(120).

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD ZAHLAUF-DATEI.
           COPY ZAHLUNGSAUFTRAG.

       FD KURSE-DATEI.
       01 KURSE-ZEILE          PIC X(40).

       FD CLEARINGPOS-DATEI.
       01 CLEARINGPOS-ZEILE    PIC X(40).

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-IMPORT-STATUS     PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-ZA-STATUS         PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 ABBRUCH-GRUND        PIC X(60) VALUE SPACES.
       01 WS-HEUTE             PIC 9(8).

      *> Kopfsatz
       01 KOPF-GELESEN         PIC X VALUE 'N'.
       01 AUFTRAGGEBER-NR      PIC 9(5) VALUE 0.
       01 KOPF-ANZAHL          PIC 9(5) VALUE 0.
       01 KOPF-SUMME           PIC 9(9)V99 VALUE 0.
       01 DATEI-ANZAHL         PIC 9(5) VALUE 0.
       01 DATEI-SUMME          PIC 9(9)V99 VALUE 0.

      *> Felder einer Importzeile
       01 F-SATZART            PIC X(2).
       01 F-FELD-2             PIC X(40).
       01 F-FELD-3             PIC X(40).
       01 F-FELD-4             PIC X(20).
       01 NUMVAL-TESTRESULT    PIC S9(4).
       01 ZEILEN-NR            PIC 9(5) VALUE 0.
       01 ZEILE-OK-FLAGGE      PIC X.
       01 ZEILE-GRUND          PIC X(40).
       01 ZEILE-BETRAG         PIC 9(7)V99.
       01 ZIEL-LAENGE          PIC 99.

      *> Gepruefte Posten des Auftrags
       01 POSTEN-ANZAHL        PIC 9(3) VALUE 0.
       01 POSTEN-MAX           PIC 9(3) VALUE 500.
       01 POSTEN-TABELLE.
           05 POSTEN-EINTRAG OCCURS 500 TIMES.
               10 PO-ZEILE         PIC 9(5).
               10 PO-NAME          PIC X(30).
      *> I = Konto im Haus, E = externe IBAN
               10 PO-ART           PIC X.
               10 PO-KONTO         PIC 9(5).
               10 PO-IBAN          PIC X(34).
               10 PO-BETRAG        PIC 9(7)V99.
      *> O = gueltig, A = abgewiesen, G = gebucht
               10 PO-STATUS        PIC X.
               10 PO-GRUND         PIC X(40).
       01 P-INDEX              PIC 9(3).
       01 GUELTIG-ANZAHL       PIC 9(5) VALUE 0.
       01 GUELTIG-SUMME        PIC 9(9)V99 VALUE 0.
       01 ABGEWIESEN-ANZAHL    PIC 9(5) VALUE 0.
       01 GEBUCHT-ANZAHL       PIC 9(5) VALUE 0.
       01 AUFTRAEGE-ANZAHL     PIC 9(5) VALUE 0.
       01 RUECKGABE-SUMME      PIC 9(9)V99 VALUE 0.

      *> Auftraggeberkonto
       01 AG-DATEN.
           05 AG-NAME              PIC X(30).
           05 AG-KONTO             PIC S9(7)V99.
           05 AG-LIMIT             PIC 9(7)V99.
           05 AG-STATUS            PIC X.
           05 AG-WAEHRUNG          PIC X(3).
           05 AG-KONTOART          PIC X.
           05 AG-NLS               PIC X(4).
           05 AG-PERSON            PIC 9(5).
       01 AG-GESPERRT          PIC X VALUE 'N'.
       01 AG-BELASTET          PIC X VALUE 'N'.
       01 AG-ZEIT              PIC 9(8).
       01 WS-VERFUEGBAR        PIC S9(10)V99.
      *> Summe der aktiven Vormerkungen (vormerkungen.dat, ueber
      *> VORMERKSUMME) - mindert das verfuegbare Guthaben.
       01 WS-VORMERK-SUMME     PIC 9(8)V99 VALUE 0.
       01 GESAMT-BETRAG        PIC 9(7)V99.
       01 GROSSBETRAG-SCHWELLE PIC 9(7)V99 VALUE 5000.00.
       01 MASK-SUMME           PIC Z(8)9.99.
       01 MASK-SUMME-2         PIC Z(8)9.99.
       01 MASK-BETRAG          PIC Z(6)9.99.
      *> Pfaendungsschutz (siehe PFAENDPRUEF)
       01 PP-FUNKTION          PIC X.
       01 PP-FREI              PIC 9(8)V99.
       01 PP-ERGEBNIS          PIC X VALUE 'J'.
       01 MASK-FREI            PIC Z(7)9.99.
       01 FREIGABE-CODE        PIC X(10) VALUE SPACES.
       01 FREIGABE-OK-FLAGGE   PIC X VALUE 'N'.
      *> Und-Konten: Zustimmung aller Inhaber (INHABERPRUEF).
       01 INHABER-OK-FLAGGE    PIC X VALUE 'N'.
      *> Minderjaehrigenkonten: Vertreter ab Grenze (VERTRETERPRUEF).
       01 VERTRETER-OK-FLAGGE  PIC X VALUE 'N'.
       01 WS-FREIGABE-ID       PIC X(4) VALUE SPACES.
      *> Pruefung auf Mitarbeitergeschaefte (MITARBEITERPRUEF).
       01 MP-FUNKTION          PIC X.
       01 MP-ERGEBNIS          PIC X.
       01 MP-BEZUG             PIC X(40).
      *> Sperrlistenabgleich der Empfaenger (SPERRPRUEF); ein
      *> Treffer weist den Posten ab.
       01 SP-NAME              PIC X(30).
       01 SP-KENNUNG           PIC X(15).
       01 SP-TREFFER-NAME      PIC X(30).
       01 SP-ERGEBNIS          PIC X.

      *> Empfaenger im Haus
       01 ZIEL-NR              PIC 9(5).
       01 ZIEL-KONTO           PIC S9(7)V99.
       01 ZIEL-WAEHRUNG        PIC X(3).
       01 ZIEL-NLS             PIC X(4).
       01 ZIEL-GESPERRT        PIC X VALUE 'N'.
       01 BETRAG-ZIEL          PIC 9(7)V99.

      *> Naechste freie Auftragsnummer in zahlungsauftraege.dat
       01 NAECHSTE-ZA-NR       PIC 9(5) VALUE 0.

      *> Wechselkurse zu EUR wie in TRANSFER; fehlt kurse.dat,
      *> gelten die eingebauten Kurse (Warnung).
       01 WS-KURSE-STATUS      PIC XX.
       01 KURSE-EOF-FLAGGE     PIC X VALUE 'N'.
       01 KURS-TABELLE.
           05 KURS-EUR         PIC 9V9999 VALUE 1.0000.
           05 KURS-USD         PIC 9V9999 VALUE 1.1000.
           05 KURS-GBP         PIC 9V9999 VALUE 0.8500.
       01 KURS-DATUM-TABELLE.
           05 KURS-DATUM-EUR   PIC 9(8) VALUE 0.
           05 KURS-DATUM-USD   PIC 9(8) VALUE 0.
           05 KURS-DATUM-GBP   PIC 9(8) VALUE 0.
       01 P-WAEHRUNG           PIC X(3).
       01 P-KURS-TEXT          PIC X(10).
       01 P-DATUM-TEXT         PIC X(10).
       01 WS-KURS-VON          PIC 9V9999.
       01 WS-KURS-NACH         PIC 9V9999.
       01 WS-KURS-DATUM-VON    PIC 9(8).
       01 WS-KURS-DATUM-NACH   PIC 9(8).
       01 ANGEWANDT-KURS       PIC 9(2)V9999 VALUE 1.
       01 ANGEWANDT-KURS-DATUM PIC 9(8) VALUE 0.

      *> Filialuebergreifende Gutschriften erzeugen wie in TRANSFER
      *> eine Clearingposition (DATUM;VON;NACH;BETRAG in EUR).
       01 WS-CLEARINGPOS-STATUS PIC XX.
       01 CLEARING-BETRAG-EUR  PIC 9(9)V99.
       01 MASK-CLEARING        PIC Z(8)9.99.

      *> Buchungsdatum aus dem Bankkalender (siehe BANKTAG); als
      *> unbarer Vorgang valutieren alle Saetze am Buchungstag.
       01 BT-FUNKTION          PIC X.
       01 BT-DATUM             PIC 9(8).
       01 BT-ERGEBNIS-DATUM    PIC 9(8).
       01 BT-FLAGGE            PIC X.
       01 BUCHUNG-DATUM        PIC 9(8).
       01 BUCHUNG-ZEIT         PIC 9(8).

      *> Satzsperren gegen gleichzeitige Bearbeitung am zweiten
      *> Terminal (siehe SATZSPERRE).
       01 SPERRE-FUNKTION      PIC X.
       01 SPERRE-NR            PIC 9(5).
       01 SPERRE-OK-FLAGGE     PIC X.
       01 SPERRE-LOG-STATUS    PIC XX VALUE "00".

       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X.
       01 BP-PROGRAMM          PIC X(20) VALUE "SAMMELAUFTRAG".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wandert in BEWEGUNG-MITARBEITER.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- SAMMELAUFTRAG IMPORTIEREN ---"
           PERFORM PERIODE-PRUEFEN
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 'N' TO ABBRUCH-FLAGGE
           MOVE SPACES TO ABBRUCH-GRUND FREIGABE-CODE
           MOVE 'N' TO KOPF-GELESEN AG-GESPERRT AG-BELASTET
           MOVE 0 TO AUFTRAGGEBER-NR KOPF-ANZAHL KOPF-SUMME
               DATEI-ANZAHL DATEI-SUMME ZEILEN-NR POSTEN-ANZAHL
               GUELTIG-ANZAHL GUELTIG-SUMME ABGEWIESEN-ANZAHL
               GEBUCHT-ANZAHL AUFTRAEGE-ANZAHL RUECKGABE-SUMME
           PERFORM KURSE-LADEN

           OPEN INPUT IMPORT-DATEI
           IF WS-IMPORT-STATUS NOT = "00"
               DISPLAY "Fehler: sammelauftrag.csv nicht gefunden - "
                   "kein Import durchgefuehrt."
               GOBACK
           END-IF

           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "SAMMELAUFTRAG" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Sammelauftrag nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               CLOSE IMPORT-DATEI
               GOBACK
           END-IF

           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ IMPORT-DATEI
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF IMPORT-ZEILE NOT = SPACES
                           ADD 1 TO ZEILEN-NR
                           PERFORM ZEILE-VERARBEITEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPORT-DATEI

           IF KOPF-GELESEN NOT = 'J'
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "Kopfsatz K fehlt" TO ABBRUCH-GRUND
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM KONTROLLSUMME-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM AUFTRAGGEBER-SPERREN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM AUFTRAGGEBER-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N' AND GUELTIG-ANZAHL = 0
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "Kein gueltiger Posten im Auftrag"
                   TO ABBRUCH-GRUND
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DECKUNG-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM FREIGABE-EINHOLEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM SAMMELBELASTUNG-BUCHEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM POSTEN-AUSFUEHREN
               IF RUECKGABE-SUMME > 0
                   PERFORM RUECKGABE-BUCHEN
               END-IF
               MOVE 'B' TO PP-FUNKTION
               COMPUTE GESAMT-BETRAG = GUELTIG-SUMME - RUECKGABE-SUMME
               CALL "PFAENDPRUEF" USING PP-FUNKTION AUFTRAGGEBER-NR
                   GESAMT-BETRAG AG-KONTO PP-FREI PP-ERGEBNIS
           END-IF
           CLOSE KUNDEN-DATEI
           IF AG-GESPERRT = 'J'
               MOVE 'F' TO SPERRE-FUNKTION
               MOVE AUFTRAGGEBER-NR TO SPERRE-NR
               CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
                   SPERRE-OK-FLAGGE
               MOVE 'N' TO AG-GESPERRT
           END-IF

           PERFORM RUECKLAUF-SCHREIBEN
           IF AG-BELASTET = 'J'
               PERFORM DATEI-UMBENENNEN
               DISPLAY "Sammelauftrag gebucht: " GEBUCHT-ANZAHL
                   " Gutschriften im Haus, " AUFTRAEGE-ANZAHL
                   " Zahlungsauftraege, " ABGEWIESEN-ANZAHL
                   " Posten abgewiesen."
           ELSE
               DISPLAY "Sammelauftrag NICHT gebucht: "
                   FUNCTION TRIM(ABBRUCH-GRUND)
           END-IF

           GOBACK.

      *> Buchungsperiodensperre: das Buchungsdatum laut Bankkalender
      *> darf in keinem abgeschlossenen Monat liegen; die Abweisung
      *> meldet PERIODENPRUEF selbst.
       PERIODE-PRUEFEN.
           MOVE 'B' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE 'B' TO BP-FUNKTION
           MOVE BT-ERGEBNIS-DATUM TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT.

       ZEILE-VERARBEITEN.
           MOVE SPACES TO F-SATZART F-FELD-2 F-FELD-3 F-FELD-4
           UNSTRING IMPORT-ZEILE DELIMITED BY ";"
               INTO F-SATZART F-FELD-2 F-FELD-3 F-FELD-4
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(F-SATZART) TO F-SATZART
           EVALUATE F-SATZART
               WHEN "K"
                   PERFORM KOPF-VERARBEITEN
               WHEN "P"
                   PERFORM POSTEN-PRUEFEN
               WHEN OTHER
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE SPACES TO ABBRUCH-GRUND
                   STRING "Unbekannte Satzart in Zeile " ZEILEN-NR
                       DELIMITED BY SIZE INTO ABBRUCH-GRUND
           END-EVALUATE.

       KOPF-VERARBEITEN.
           IF KOPF-GELESEN = 'J' OR ZEILEN-NR NOT = 1
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "Kopfsatz K nicht an erster Stelle oder doppelt"
                   TO ABBRUCH-GRUND
           ELSE
               MOVE 'J' TO KOPF-GELESEN
               MOVE FUNCTION TEST-NUMVAL(F-FELD-2)
                   TO NUMVAL-TESTRESULT
               IF NUMVAL-TESTRESULT = 0
                   COMPUTE AUFTRAGGEBER-NR = FUNCTION NUMVAL(F-FELD-2)
               END-IF
               MOVE FUNCTION TEST-NUMVAL(F-FELD-3)
                   TO NUMVAL-TESTRESULT
               IF NUMVAL-TESTRESULT = 0
                   COMPUTE KOPF-ANZAHL = FUNCTION NUMVAL(F-FELD-3)
               END-IF
               MOVE FUNCTION TEST-NUMVAL(F-FELD-4)
                   TO NUMVAL-TESTRESULT
               IF NUMVAL-TESTRESULT = 0
                   COMPUTE KOPF-SUMME = FUNCTION NUMVAL(F-FELD-4)
               END-IF
               IF AUFTRAGGEBER-NR = 0 OR KOPF-ANZAHL = 0
                       OR KOPF-SUMME = 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "Kopfsatz unvollstaendig (Konto, Anzahl, "
                       TO ABBRUCH-GRUND
                   MOVE "Kontrollsumme)" TO ABBRUCH-GRUND(41:)
               END-IF
           END-IF.

      *> Jeder Posten zaehlt in die Dateisumme, auch wenn er
      *> inhaltlich abgewiesen wird - die Kontrollsumme belegt die
      *> Vollstaendigkeit der Datei, nicht ihre Buchbarkeit.
       POSTEN-PRUEFEN.
           MOVE 'J' TO ZEILE-OK-FLAGGE
           MOVE SPACES TO ZEILE-GRUND
           MOVE 0 TO ZEILE-BETRAG
           ADD 1 TO DATEI-ANZAHL
           MOVE FUNCTION TEST-NUMVAL(F-FELD-4) TO NUMVAL-TESTRESULT
           IF NUMVAL-TESTRESULT NOT = 0
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "Betrag unlesbar" TO ZEILE-GRUND
           ELSE
               COMPUTE ZEILE-BETRAG = FUNCTION NUMVAL(F-FELD-4)
               ADD ZEILE-BETRAG TO DATEI-SUMME
               IF ZEILE-BETRAG = 0
                   MOVE 'N' TO ZEILE-OK-FLAGGE
                   MOVE "Betrag 0" TO ZEILE-GRUND
               END-IF
           END-IF

           IF POSTEN-ANZAHL >= POSTEN-MAX
               ADD 1 TO ABGEWIESEN-ANZAHL
               DISPLAY "Warnung: mehr als " POSTEN-MAX " Posten - "
                   "Zeile " ZEILEN-NR " wird abgewiesen."
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "Zu viele Posten - Auftrag bitte teilen"
                   TO ABBRUCH-GRUND
           ELSE
               ADD 1 TO POSTEN-ANZAHL
               MOVE ZEILEN-NR TO PO-ZEILE(POSTEN-ANZAHL)
               MOVE F-FELD-2 TO PO-NAME(POSTEN-ANZAHL)
               MOVE ZEILE-BETRAG TO PO-BETRAG(POSTEN-ANZAHL)
               MOVE 0 TO PO-KONTO(POSTEN-ANZAHL)
               MOVE SPACES TO PO-IBAN(POSTEN-ANZAHL)
               IF ZEILE-OK-FLAGGE = 'J'
                   PERFORM EMPFAENGER-PRUEFEN
               END-IF
               IF ZEILE-OK-FLAGGE = 'J'
                   MOVE 'O' TO PO-STATUS(POSTEN-ANZAHL)
                   MOVE SPACES TO PO-GRUND(POSTEN-ANZAHL)
                   ADD 1 TO GUELTIG-ANZAHL
                   ADD ZEILE-BETRAG TO GUELTIG-SUMME
               ELSE
                   MOVE 'A' TO PO-STATUS(POSTEN-ANZAHL)
                   MOVE ZEILE-GRUND TO PO-GRUND(POSTEN-ANZAHL)
                   ADD 1 TO ABGEWIESEN-ANZAHL
               END-IF
           END-IF.

       EMPFAENGER-PRUEFEN.
           IF FUNCTION TRIM(F-FELD-2) = SPACES
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "Empfaengername fehlt" TO ZEILE-GRUND
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
                   AND FUNCTION TRIM(F-FELD-3) = SPACES
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "Konto/IBAN fehlt" TO ZEILE-GRUND
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(F-FELD-3))
                   TO ZIEL-LAENGE
               MOVE FUNCTION TEST-NUMVAL(F-FELD-3)
                   TO NUMVAL-TESTRESULT
               IF NUMVAL-TESTRESULT = 0 AND ZIEL-LAENGE <= 5
                   MOVE 'I' TO PO-ART(POSTEN-ANZAHL)
                   COMPUTE ZIEL-NR = FUNCTION NUMVAL(F-FELD-3)
                   MOVE ZIEL-NR TO PO-KONTO(POSTEN-ANZAHL)
                   PERFORM KONTO-IM-HAUS-PRUEFEN
               ELSE
                   MOVE 'E' TO PO-ART(POSTEN-ANZAHL)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F-FELD-3))
                       TO PO-IBAN(POSTEN-ANZAHL)
                   IF ZIEL-LAENGE < 15
                       MOVE 'N' TO ZEILE-OK-FLAGGE
                       MOVE "IBAN zu kurz" TO ZEILE-GRUND
                   END-IF
               END-IF
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
               MOVE F-FELD-2 TO SP-NAME
               MOVE SPACES TO SP-KENNUNG
               CALL "SPERRPRUEF" USING SP-NAME SP-KENNUNG
                   SP-TREFFER-NAME SP-ERGEBNIS
               IF SP-ERGEBNIS = 'J'
                   MOVE 'N' TO ZEILE-OK-FLAGGE
                   MOVE "Empfaenger auf der Sperrliste"
                       TO ZEILE-GRUND
               END-IF
           END-IF.

       KONTO-IM-HAUS-PRUEFEN.
           IF ZIEL-NR = AUFTRAGGEBER-NR
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "Empfaenger ist das Auftraggeberkonto"
                   TO ZEILE-GRUND
           ELSE
               MOVE ZIEL-NR TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       MOVE 'N' TO ZEILE-OK-FLAGGE
                       MOVE "Empfaengerkonto nicht gefunden"
                           TO ZEILE-GRUND
                   NOT INVALID KEY
                       IF KUNDEN-STATUS NOT = 'A'
                           MOVE 'N' TO ZEILE-OK-FLAGGE
                           MOVE "Empfaengerkonto nicht aktiv"
                               TO ZEILE-GRUND
                       END-IF
               END-READ
           END-IF.

       KONTROLLSUMME-PRUEFEN.
           IF DATEI-ANZAHL NOT = KOPF-ANZAHL
                   OR DATEI-SUMME NOT = KOPF-SUMME
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE DATEI-SUMME TO MASK-SUMME
               MOVE KOPF-SUMME TO MASK-SUMME-2
               MOVE SPACES TO ABBRUCH-GRUND
               STRING "Kontrollsumme falsch: Datei " DATEI-ANZAHL
                   "/" FUNCTION TRIM(MASK-SUMME) ", Kopf "
                   KOPF-ANZAHL "/" FUNCTION TRIM(MASK-SUMME-2)
                   DELIMITED BY SIZE INTO ABBRUCH-GRUND
           END-IF.

      *> Auftraggeberkonto fuer die Dauer des Auftrags gegen das
      *> zweite Schalterterminal sperren (siehe SATZSPERRE).
       AUFTRAGGEBER-SPERREN.
           MOVE 'S' TO SPERRE-FUNKTION
           MOVE AUFTRAGGEBER-NR TO SPERRE-NR
           CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
               SPERRE-OK-FLAGGE
           IF SPERRE-OK-FLAGGE = 'J'
               MOVE 'J' TO AG-GESPERRT
           ELSE
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "Auftraggeberkonto an anderem Terminal in "
                   TO ABBRUCH-GRUND
               MOVE "Bearbeitung" TO ABBRUCH-GRUND(42:)
               MOVE "SAMMELAUFTRAG" TO WS-FP-PROGRAMM
               MOVE "SATZSPERRE KUNDE" TO WS-FP-VORGANG
               MOVE "Satz in Bearbeitung - Vorgang abgewiesen"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   SPERRE-LOG-STATUS WS-FP-MELDUNG
           END-IF.

       AUFTRAGGEBER-PRUEFEN.
           MOVE AUFTRAGGEBER-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "Auftraggeberkonto nicht gefunden"
                       TO ABBRUCH-GRUND
               NOT INVALID KEY
                   MOVE KUNDEN-NAME TO AG-NAME
                   MOVE KUNDEN-KONTO TO AG-KONTO
                   MOVE KUNDEN-UEBERZIEHUNGSLIMIT TO AG-LIMIT
                   MOVE KUNDEN-STATUS TO AG-STATUS
                   MOVE KUNDEN-WAEHRUNG TO AG-WAEHRUNG
                   MOVE KUNDEN-KONTOART TO AG-KONTOART
                   MOVE KUNDEN-NIEDERLASSUNG TO AG-NLS
                   MOVE KUNDEN-PERSONEN-NR TO AG-PERSON
           END-READ

           IF ABBRUCH-FLAGGE = 'N'
               IF AG-STATUS NOT = 'A' AND AG-STATUS NOT = 'N'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE SPACES TO ABBRUCH-GRUND
                   STRING "Auftraggeberkonto nicht aktiv (Status "
                       AG-STATUS ")" DELIMITED BY SIZE
                       INTO ABBRUCH-GRUND
               ELSE
      *> Sparkonten dienen nicht dem Zahlungsverkehr.
               IF AG-KONTOART = 'S'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "Sammelauftraege nur von Girokonten"
                       TO ABBRUCH-GRUND
               END-IF
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE AG-KONTO TO MASK-SUMME
               MOVE GUELTIG-SUMME TO MASK-SUMME-2
               DISPLAY "Auftraggeber: " AUFTRAGGEBER-NR " " AG-NAME
               DISPLAY "  Guthaben  : " MASK-SUMME " " AG-WAEHRUNG
               DISPLAY "  Auftrag   : " DATEI-ANZAHL " Posten, davon "
                   GUELTIG-ANZAHL " gueltig ueber " MASK-SUMME-2 " "
                   AG-WAEHRUNG
               CALL "VOLLMACHTINFO" USING AUFTRAGGEBER-NR
               MOVE 'P' TO MP-FUNKTION
               CALL "MITARBEITERPRUEF" USING MP-FUNKTION
                   LP-MITARBEITER-ID AUFTRAGGEBER-NR AG-PERSON
                   MP-ERGEBNIS MP-BEZUG
               IF MP-ERGEBNIS = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "Mitarbeitergeschaeft - Bearbeitung durch "
                       TO ABBRUCH-GRUND
                   MOVE "Kollegen" TO ABBRUCH-GRUND(42:)
               END-IF
           END-IF.

      *> Der ganze Auftrag muss vorab gedeckt sein - Guthaben plus
      *> Ueberziehungslimit abzueglich Vormerkungen.
       DECKUNG-PRUEFEN.
           MOVE GUELTIG-SUMME TO GESAMT-BETRAG
           CALL "VORMERKSUMME" USING AUFTRAGGEBER-NR WS-VORMERK-SUMME
           COMPUTE WS-VERFUEGBAR = AG-KONTO - GUELTIG-SUMME + AG-LIMIT
               - WS-VORMERK-SUMME
           IF WS-VERFUEGBAR < 0
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "Keine Deckung fuer Gesamtauftrag (Limit und "
                   TO ABBRUCH-GRUND
               MOVE "Vormerkungen)" TO ABBRUCH-GRUND(45:)
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE 'P' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION AUFTRAGGEBER-NR
                   GESAMT-BETRAG AG-KONTO PP-FREI PP-ERGEBNIS
               IF PP-ERGEBNIS NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE PP-FREI TO MASK-FREI
                   MOVE SPACES TO ABBRUCH-GRUND
                   STRING "Konto gepfaendet - pfaendungsfrei nur "
                       FUNCTION TRIM(MASK-FREI) DELIMITED BY SIZE
                       INTO ABBRUCH-GRUND
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               CALL "INHABERPRUEF" USING AUFTRAGGEBER-NR
                   INHABER-OK-FLAGGE
               IF INHABER-OK-FLAGGE NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "Zustimmung der Kontoinhaber fehlt"
                       TO ABBRUCH-GRUND
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               CALL "VERTRETERPRUEF" USING AG-PERSON GESAMT-BETRAG
                   VERTRETER-OK-FLAGGE
               IF VERTRETER-OK-FLAGGE NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "Gesetzlicher Vertreter nicht anwesend"
                       TO ABBRUCH-GRUND
               END-IF
           END-IF.

      *> Eine Freigabe fuer den ganzen Auftrag, wenn seine Summe
      *> ueber der Grossbetragsschwelle liegt (Nachlasskonten
      *> immer).
       FREIGABE-EINHOLEN.
           MOVE SPACES TO FREIGABE-CODE
           IF GUELTIG-SUMME > GROSSBETRAG-SCHWELLE
                   OR AG-STATUS = 'N'
               IF AG-STATUS = 'N'
                   DISPLAY "Nachlasskonto - Verfuegung nur mit "
                       "Freigabe eines Supervisors."
               ELSE
                   DISPLAY "Auftragssumme ueber Freigabegrenze - "
                       "Freigabe eines Supervisors noetig."
               END-IF
               MOVE 'N' TO FREIGABE-OK-FLAGGE
               CALL "FREIGABEPRUEF" USING LP-MITARBEITER-ID
                   WS-FREIGABE-ID FREIGABE-OK-FLAGGE
               IF FREIGABE-OK-FLAGGE = 'J'
                   MOVE WS-FREIGABE-ID TO FREIGABE-CODE
               ELSE
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "Keine Freigabe erteilt" TO ABBRUCH-GRUND
               END-IF
           END-IF.

       SAMMELBELASTUNG-BUCHEN.
           MOVE 'B' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE BT-ERGEBNIS-DATUM TO BUCHUNG-DATUM
           ACCEPT BUCHUNG-ZEIT FROM TIME

           MOVE AUFTRAGGEBER-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE "23" TO WS-KUNDEN-STATUS
               NOT INVALID KEY
                   MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
                   SUBTRACT GUELTIG-SUMME FROM KUNDEN-KONTO
                   REWRITE KUNDEN-EINTRAG
           END-READ
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "Belastung fehlgeschlagen - nichts gebucht"
                   TO ABBRUCH-GRUND
               MOVE "SAMMELAUFTRAG" TO WS-FP-PROGRAMM
               MOVE "REWRITE AUFTRAGGEBER" TO WS-FP-VORGANG
               MOVE "Belastung fehlgeschlagen - nichts gebucht"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
           ELSE
               MOVE 'J' TO AG-BELASTET
               MOVE KUNDEN-KONTO TO AG-KONTO
               MOVE "SAMMELAUFTRAG" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU

               MOVE AUFTRAGGEBER-NR TO BEWEGUNG-KUNDEN-NR
               MOVE BUCHUNG-DATUM TO BEWEGUNG-DATUM
               MOVE BUCHUNG-ZEIT TO BEWEGUNG-ZEIT
               MOVE "SAMMELAUFTRAG" TO BEWEGUNG-ART
               COMPUTE BEWEGUNG-BETRAG = GUELTIG-SUMME * -1
               MOVE AG-KONTO TO BEWEGUNG-SALDO-NACH
               MOVE ZEROES TO BEWEGUNG-REFERENZ
               PERFORM BUCHUNGSSATZ-SCHREIBEN
               MOVE BEWEGUNG-ZEIT TO AG-ZEIT
           END-IF.

       POSTEN-AUSFUEHREN.
           MOVE 0 TO NAECHSTE-ZA-NR
           PERFORM AUFTRAGSNUMMER-ERMITTELN
           PERFORM VARYING P-INDEX FROM 1 BY 1
                   UNTIL P-INDEX > POSTEN-ANZAHL
               IF PO-STATUS(P-INDEX) = 'O'
                   IF PO-ART(P-INDEX) = 'I'
                       PERFORM GUTSCHRIFT-BUCHEN
                   ELSE
                       PERFORM ZAHLUNGSAUFTRAG-STELLEN
                   END-IF
                   IF PO-STATUS(P-INDEX) = 'A'
                       ADD 1 TO ABGEWIESEN-ANZAHL
                       ADD PO-BETRAG(P-INDEX) TO RUECKGABE-SUMME
                   END-IF
               END-IF
           END-PERFORM.

       GUTSCHRIFT-BUCHEN.
           MOVE PO-KONTO(P-INDEX) TO ZIEL-NR
           MOVE 'S' TO SPERRE-FUNKTION
           MOVE ZIEL-NR TO SPERRE-NR
           CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
               SPERRE-OK-FLAGGE
           IF SPERRE-OK-FLAGGE NOT = 'J'
               MOVE 'A' TO PO-STATUS(P-INDEX)
               MOVE "Empfaengerkonto in Bearbeitung"
                   TO PO-GRUND(P-INDEX)
           ELSE
               MOVE ZIEL-NR TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       MOVE "23" TO WS-KUNDEN-STATUS
                   NOT INVALID KEY
                       MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
                       MOVE KUNDEN-WAEHRUNG TO ZIEL-WAEHRUNG
                       MOVE KUNDEN-NIEDERLASSUNG TO ZIEL-NLS
                       PERFORM BETRAG-UMRECHNEN
                       ADD BETRAG-ZIEL TO KUNDEN-KONTO
                       MOVE KUNDEN-KONTO TO ZIEL-KONTO
                       REWRITE KUNDEN-EINTRAG
               END-READ
               IF WS-KUNDEN-STATUS NOT = "00"
                   MOVE 'A' TO PO-STATUS(P-INDEX)
                   MOVE "Gutschrift fehlgeschlagen"
                       TO PO-GRUND(P-INDEX)
                   MOVE "SAMMELAUFTRAG" TO WS-FP-PROGRAMM
                   MOVE "REWRITE EMPFAENGER" TO WS-FP-VORGANG
                   MOVE "Gutschrift fehlgeschlagen - Rueckgabe"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               ELSE
                   MOVE 'G' TO PO-STATUS(P-INDEX)
                   ADD 1 TO GEBUCHT-ANZAHL
                   MOVE "SAMMELAUFTRAG" TO WS-JRN-PROGRAMM
                   MOVE "REWRITE" TO WS-JRN-AKTION
                   MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
                   CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                       WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU

                   MOVE ZIEL-NR TO BEWEGUNG-KUNDEN-NR
                   MOVE BUCHUNG-DATUM TO BEWEGUNG-DATUM
                   MOVE BUCHUNG-ZEIT TO BEWEGUNG-ZEIT
                   MOVE "UEBERWEISUNG-EIN" TO BEWEGUNG-ART
                   MOVE BETRAG-ZIEL TO BEWEGUNG-BETRAG
                   MOVE ZIEL-KONTO TO BEWEGUNG-SALDO-NACH
                   MOVE AUFTRAGGEBER-NR TO BEWEGUNG-REF-KUNDEN-NR
                   MOVE BUCHUNG-DATUM TO BEWEGUNG-REF-DATUM
                   MOVE AG-ZEIT TO BEWEGUNG-REF-ZEIT
                   PERFORM BUCHUNGSSATZ-SCHREIBEN
                   IF ZIEL-NLS NOT = AG-NLS
                       PERFORM CLEARINGPOSITION-SCHREIBEN
                   END-IF
               END-IF
               MOVE 'F' TO SPERRE-FUNKTION
               MOVE ZIEL-NR TO SPERRE-NR
               CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
                   SPERRE-OK-FLAGGE
           END-IF.

      *> Posten an fremde Banken wie in ZAHLUNGSAUSGANG; die
      *> Belastung ist mit der Sammelbelastung bereits gebucht.
       ZAHLUNGSAUFTRAG-STELLEN.
           OPEN I-O ZAHLAUF-DATEI
           IF WS-ZA-STATUS = "35"
               OPEN OUTPUT ZAHLAUF-DATEI
               CLOSE ZAHLAUF-DATEI
               OPEN I-O ZAHLAUF-DATEI
           END-IF
           IF WS-ZA-STATUS NOT = "00"
               MOVE 'A' TO PO-STATUS(P-INDEX)
               MOVE "Zahlungsauftraege nicht schreibbar"
                   TO PO-GRUND(P-INDEX)
               MOVE "SAMMELAUFTRAG" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O ZAHLAUF-DATEI" TO WS-FP-VORGANG
               MOVE "Zahlungsauftrag nicht gestellt - Rueckgabe"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-ZA-STATUS WS-FP-MELDUNG
           ELSE
               MOVE "22" TO WS-ZA-STATUS
               PERFORM UNTIL WS-ZA-STATUS NOT = "22"
                   ADD 1 TO NAECHSTE-ZA-NR
                   MOVE NAECHSTE-ZA-NR TO ZA-NR
                   MOVE AUFTRAGGEBER-NR TO ZA-KUNDEN-NR
                   MOVE PO-NAME(P-INDEX) TO ZA-EMPFAENGER-NAME
                   MOVE PO-IBAN(P-INDEX) TO ZA-EMPFAENGER-IBAN
                   MOVE PO-BETRAG(P-INDEX) TO ZA-BETRAG
                   MOVE AG-WAEHRUNG TO ZA-WAEHRUNG
                   MOVE WS-HEUTE TO ZA-ERFASST-DATUM
                   MOVE 'E' TO ZA-STATUS
                   MOVE 0 TO ZA-EXPORT-DATUM
                   WRITE ZAHLUNGSAUFTRAG-EINTRAG
               END-PERFORM
               IF WS-ZA-STATUS NOT = "00"
                   MOVE 'A' TO PO-STATUS(P-INDEX)
                   MOVE "Zahlungsauftrag nicht gespeichert"
                       TO PO-GRUND(P-INDEX)
                   MOVE "SAMMELAUFTRAG" TO WS-FP-PROGRAMM
                   MOVE "WRITE ZAHLUNGSAUFTRAG" TO WS-FP-VORGANG
                   MOVE "Zahlungsauftrag nicht gestellt - Rueckgabe"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-ZA-STATUS WS-FP-MELDUNG
               ELSE
                   MOVE 'G' TO PO-STATUS(P-INDEX)
                   ADD 1 TO AUFTRAEGE-ANZAHL
               END-IF
               CLOSE ZAHLAUF-DATEI
           END-IF.

      *> Hoechste vergebene Auftragsnummer; neue Auftraege zaehlen
      *> von dort hoch (Kollisionen mit parallel erfassten
      *> Auftraegen faengt der Schreibversuch ab).
       AUFTRAGSNUMMER-ERMITTELN.
           OPEN INPUT ZAHLAUF-DATEI
           IF WS-ZA-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ ZAHLAUF-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF ZA-NR > NAECHSTE-ZA-NR
                               MOVE ZA-NR TO NAECHSTE-ZA-NR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZAHLAUF-DATEI
           END-IF.

      *> Nicht ausgefuehrte Posten gehen in einer Summe an den
      *> Auftraggeber zurueck.
       RUECKGABE-BUCHEN.
           MOVE AUFTRAGGEBER-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE "23" TO WS-KUNDEN-STATUS
               NOT INVALID KEY
                   MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
                   ADD RUECKGABE-SUMME TO KUNDEN-KONTO
                   REWRITE KUNDEN-EINTRAG
           END-READ
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "SAMMELAUFTRAG" TO WS-FP-PROGRAMM
               MOVE "REWRITE RUECKGABE" TO WS-FP-VORGANG
               MOVE "RUECKGABE FEHLGESCHLAGEN - MANUELL KLAEREN"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "*** FEHLER: Rueckgabe nicht ausgefuehrter "
                   "Posten fehlgeschlagen (Status " WS-KUNDEN-STATUS
                   "). Konto " AUFTRAGGEBER-NR " MUSS MANUELL "
                   "GEPRUEFT WERDEN. ***"
           ELSE
               MOVE KUNDEN-KONTO TO AG-KONTO
               MOVE "SAMMELAUFTRAG" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               MOVE AUFTRAGGEBER-NR TO BEWEGUNG-KUNDEN-NR
               MOVE BUCHUNG-DATUM TO BEWEGUNG-DATUM
               COMPUTE BEWEGUNG-ZEIT = AG-ZEIT + 1
               MOVE "SAMMEL-RUECKGABE" TO BEWEGUNG-ART
               MOVE RUECKGABE-SUMME TO BEWEGUNG-BETRAG
               MOVE AG-KONTO TO BEWEGUNG-SALDO-NACH
               MOVE AUFTRAGGEBER-NR TO BEWEGUNG-REF-KUNDEN-NR
               MOVE BUCHUNG-DATUM TO BEWEGUNG-REF-DATUM
               MOVE AG-ZEIT TO BEWEGUNG-REF-ZEIT
               PERFORM BUCHUNGSSATZ-SCHREIBEN
           END-IF.

      *> Gemeinsame Felder aller Saetze des Auftrags; Schluessel,
      *> Art, Betrag, Saldo und Referenz setzt der Aufrufer.
       BUCHUNGSSATZ-SCHREIBEN.
           MOVE FREIGABE-CODE TO BEWEGUNG-FREIGABE-CODE
           MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
           MOVE ANGEWANDT-KURS TO BEWEGUNG-KURS
           MOVE ANGEWANDT-KURS-DATUM TO BEWEGUNG-KURS-DATUM
           IF BEWEGUNG-ART NOT = "UEBERWEISUNG-EIN"
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
           END-IF
           MOVE BUCHUNG-DATUM TO BEWEGUNG-VALUTA
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               OPEN OUTPUT BEWEGUNGEN-DATEI
               CLOSE BEWEGUNGEN-DATEI
               OPEN I-O BEWEGUNGEN-DATEI
           END-IF
           IF WS-BEWEGUNGEN-STATUS = "00"
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
               PERFORM UNTIL WS-BEWEGUNGEN-STATUS NOT = "22"
                   ADD 1 TO BEWEGUNG-ZEIT
                   WRITE BEWEGUNG-EINTRAG
               END-PERFORM
               CLOSE BEWEGUNGEN-DATEI
           END-IF
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "SAMMELAUFTRAG" TO WS-FP-PROGRAMM
               MOVE "WRITE BEWEGUNG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Buchungssatz konnte nicht protokolliert werden"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Buchungssatz fuer Konto "
                   BEWEGUNG-KUNDEN-NR " konnte nicht geschrieben "
                   "werden (Status " WS-BEWEGUNGEN-STATUS ")."
           END-IF.

      *> Rechnet den Postenbetrag (Waehrung des Auftraggebers) in
      *> die Waehrung des Empfaengerkontos um - wie in TRANSFER.
       BETRAG-UMRECHNEN.
           MOVE 1 TO ANGEWANDT-KURS
           MOVE 0 TO ANGEWANDT-KURS-DATUM
           MOVE PO-BETRAG(P-INDEX) TO BETRAG-ZIEL
           IF AG-WAEHRUNG NOT = ZIEL-WAEHRUNG
               EVALUATE AG-WAEHRUNG
                   WHEN "EUR" MOVE KURS-EUR TO WS-KURS-VON
                              MOVE KURS-DATUM-EUR TO WS-KURS-DATUM-VON
                   WHEN "USD" MOVE KURS-USD TO WS-KURS-VON
                              MOVE KURS-DATUM-USD TO WS-KURS-DATUM-VON
                   WHEN "GBP" MOVE KURS-GBP TO WS-KURS-VON
                              MOVE KURS-DATUM-GBP TO WS-KURS-DATUM-VON
               END-EVALUATE
               EVALUATE ZIEL-WAEHRUNG
                   WHEN "EUR" MOVE KURS-EUR TO WS-KURS-NACH
                              MOVE KURS-DATUM-EUR TO WS-KURS-DATUM-NACH
                   WHEN "USD" MOVE KURS-USD TO WS-KURS-NACH
                              MOVE KURS-DATUM-USD TO WS-KURS-DATUM-NACH
                   WHEN "GBP" MOVE KURS-GBP TO WS-KURS-NACH
                              MOVE KURS-DATUM-GBP TO WS-KURS-DATUM-NACH
               END-EVALUATE
               COMPUTE BETRAG-ZIEL ROUNDED =
                   PO-BETRAG(P-INDEX) * WS-KURS-VON / WS-KURS-NACH
               COMPUTE ANGEWANDT-KURS ROUNDED =
                   WS-KURS-VON / WS-KURS-NACH
      *> Kursdatum der Buchung: der aeltere der beiden Staende.
               MOVE WS-KURS-DATUM-VON TO ANGEWANDT-KURS-DATUM
               IF WS-KURS-DATUM-NACH < ANGEWANDT-KURS-DATUM
                       AND ZIEL-WAEHRUNG NOT = "EUR"
                   MOVE WS-KURS-DATUM-NACH TO ANGEWANDT-KURS-DATUM
               END-IF
               IF AG-WAEHRUNG = "EUR"
                   MOVE WS-KURS-DATUM-NACH TO ANGEWANDT-KURS-DATUM
               END-IF
           END-IF.

       KURSE-LADEN.
           OPEN INPUT KURSE-DATEI
           IF WS-KURSE-STATUS NOT = "00"
               DISPLAY "Warnung: kurse.dat nicht gefunden - "
                   "eingebaute Standardkurse werden verwendet."
           ELSE
               MOVE 'N' TO KURSE-EOF-FLAGGE
               PERFORM UNTIL KURSE-EOF-FLAGGE = 'J'
                   READ KURSE-DATEI
                       AT END
                           MOVE 'J' TO KURSE-EOF-FLAGGE
                       NOT AT END
                           PERFORM KURSZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE KURSE-DATEI
           END-IF.

       KURSZEILE-VERARBEITEN.
           MOVE SPACES TO P-WAEHRUNG P-KURS-TEXT P-DATUM-TEXT
           UNSTRING KURSE-ZEILE DELIMITED BY ";"
               INTO P-WAEHRUNG P-KURS-TEXT P-DATUM-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-WAEHRUNG) TO P-WAEHRUNG
           EVALUATE P-WAEHRUNG
               WHEN "USD"
                   COMPUTE KURS-USD = FUNCTION NUMVAL(P-KURS-TEXT)
                   COMPUTE KURS-DATUM-USD =
                       FUNCTION NUMVAL(P-DATUM-TEXT)
               WHEN "GBP"
                   COMPUTE KURS-GBP = FUNCTION NUMVAL(P-KURS-TEXT)
                   COMPUTE KURS-DATUM-GBP =
                       FUNCTION NUMVAL(P-DATUM-TEXT)
           END-EVALUATE.

      *> Clearingposition fuer die Buecher der beiden Filialen;
      *> der Betrag geht in EUR in die Position ein.
       CLEARINGPOSITION-SCHREIBEN.
           EVALUATE AG-WAEHRUNG
               WHEN "USD"
                   COMPUTE CLEARING-BETRAG-EUR ROUNDED =
                       PO-BETRAG(P-INDEX) * KURS-USD
               WHEN "GBP"
                   COMPUTE CLEARING-BETRAG-EUR ROUNDED =
                       PO-BETRAG(P-INDEX) * KURS-GBP
               WHEN OTHER
                   MOVE PO-BETRAG(P-INDEX) TO CLEARING-BETRAG-EUR
           END-EVALUATE

           OPEN EXTEND CLEARINGPOS-DATEI
           IF WS-CLEARINGPOS-STATUS = "35"
               OPEN OUTPUT CLEARINGPOS-DATEI
           END-IF
           IF WS-CLEARINGPOS-STATUS NOT = "00"
               MOVE "SAMMELAUFTRAG" TO WS-FP-PROGRAMM
               MOVE "OPEN EXTEND CLEARINGPOS" TO WS-FP-VORGANG
               MOVE "Clearingposition nicht protokolliert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-CLEARINGPOS-STATUS WS-FP-MELDUNG
           ELSE
               MOVE CLEARING-BETRAG-EUR TO MASK-CLEARING
               MOVE SPACES TO CLEARINGPOS-ZEILE
               STRING BUCHUNG-DATUM ";" AG-NLS ";" ZIEL-NLS ";"
                   FUNCTION TRIM(MASK-CLEARING)
                   DELIMITED BY SIZE INTO CLEARINGPOS-ZEILE
               WRITE CLEARINGPOS-ZEILE
               CLOSE CLEARINGPOS-DATEI
           END-IF.

      *> Ruecklaufbericht fuer den Kunden: Ergebnis des Auftrags und
      *> jeder nicht ausgefuehrte Posten mit Grund. Wird der ganze
      *> Auftrag abgewiesen, stehen alle Posten darin.
       RUECKLAUF-SCHREIBEN.
           OPEN OUTPUT BERICHT-DATEI
           MOVE SPACES TO BERICHT-ZEILE
           STRING "RUECKLAUF SAMMELAUFTRAG KONTO " AUFTRAGGEBER-NR
               " VOM " WS-HEUTE
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE ALL "=" TO BERICHT-ZEILE(1:60)
           WRITE BERICHT-ZEILE
           MOVE DATEI-SUMME TO MASK-SUMME
           MOVE KOPF-SUMME TO MASK-SUMME-2
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Datei: " DATEI-ANZAHL " Posten, Summe "
               MASK-SUMME " - Kopf: " KOPF-ANZAHL " Posten, Summe "
               MASK-SUMME-2
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           IF AG-BELASTET = 'J'
               MOVE GUELTIG-SUMME TO MASK-SUMME
               MOVE RUECKGABE-SUMME TO MASK-SUMME-2
               STRING "GEBUCHT: Sammelbelastung " MASK-SUMME
                   " " AG-WAEHRUNG ", Rueckgabe " MASK-SUMME-2
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE SPACES TO BERICHT-ZEILE
               STRING "         " GEBUCHT-ANZAHL
                   " Gutschriften im Haus, " AUFTRAEGE-ANZAHL
                   " Zahlungsauftraege, " ABGEWIESEN-ANZAHL
                   " Posten nicht ausgefuehrt"
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
           ELSE
               STRING "NICHT GEBUCHT: " FUNCTION TRIM(ABBRUCH-GRUND)
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
           END-IF
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE "ZEILE EMPFAENGER                      KONTO/IBAN"
               TO BERICHT-ZEILE
           MOVE "BETRAG  GRUND" TO BERICHT-ZEILE(90:)
           WRITE BERICHT-ZEILE
           PERFORM VARYING P-INDEX FROM 1 BY 1
                   UNTIL P-INDEX > POSTEN-ANZAHL
               IF AG-BELASTET NOT = 'J' OR PO-STATUS(P-INDEX) = 'A'
                   PERFORM RUECKLAUFZEILE-SCHREIBEN
               END-IF
           END-PERFORM
           CLOSE BERICHT-DATEI

           MOVE SPACES TO WS-BERICHT-NAME
           STRING "sammelauftrag-" AUFTRAGGEBER-NR "-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv sammel-ruecklauf.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Ruecklaufbericht: " FUNCTION TRIM(WS-BERICHT-NAME).

       RUECKLAUFZEILE-SCHREIBEN.
           MOVE PO-BETRAG(P-INDEX) TO MASK-BETRAG
           MOVE SPACES TO BERICHT-ZEILE
           IF PO-ART(P-INDEX) = 'I'
               STRING PO-ZEILE(P-INDEX) " " PO-NAME(P-INDEX) "  "
                   PO-KONTO(P-INDEX)
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
           ELSE
               STRING PO-ZEILE(P-INDEX) " " PO-NAME(P-INDEX) "  "
                   PO-IBAN(P-INDEX)
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
           END-IF
           STRING MASK-BETRAG "  " PO-GRUND(P-INDEX)
               DELIMITED BY SIZE INTO BERICHT-ZEILE(76:)
           WRITE BERICHT-ZEILE.

      *> Gebuchte Datei umbenennen - ein zweiter Import desselben
      *> Auftrags findet dann keine sammelauftrag.csv mehr.
       DATEI-UMBENENNEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "sammelauftrag-" AUFTRAGGEBER-NR "-" WS-HEUTE ".csv"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv sammelauftrag.csv " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL.
