       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFAENDUNGLAUF.

      *> Monatlicher Pfaendungslauf (Tagesabschluss, nur im
      *> Monatslauf): fuer jedes Konto mit aktiver Pfaendung
      *> (pfaendungen.dat) bzw. aktivem P-Konto (pkonten.dat)
      *>   1. geschuetzten Betrag ermitteln - beim P-Konto der im
      *>      laufenden Monat nicht verbrauchte Freibetrag, hoechstens
      *>      das Guthaben; ohne P-Konto ist nichts geschuetzt,
      *>   2. den Ueberschuss des Guthabens nach Rang und
      *>      Eingangsdatum an die Glaeubiger auskehren: je Zahlung
      *>      ein externer Zahlungsauftrag in zahlungsauftraege.dat
      *>      (Uebertragung durch CLEARINGEXPORT), Belastung des
      *>      Kontos (Buchung PFAENDUNG) und Abbau von PF-OFFEN -
      *>      eine voll bezahlte Pfaendung wird erledigt (Status E),
      *>   3. beim P-Konto den Monat abschliessen: der geschuetzte,
      *>      nicht verbrauchte Freibetrag geht als PK-UEBERTRAG in
      *>      den Folgemonat, PK-VERFUEGT beginnt bei 0. Ein aelterer
      *>      Uebertrag verfaellt dabei.
      *> Ein P-Konto, das bereits auf den Folgemonat umgestellt ist,
      *> wird nicht noch einmal verarbeitet. Geschlossene Konten
      *> bleiben unberuehrt. Die Auszahlungen stehen im Bericht
      *> pfaendung-JJJJMMTT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFAENDUNG-DATEI ASSIGN TO "pfaendungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-SCHLUESSEL
               FILE STATUS IS WS-PF-STATUS.
           SELECT PKONTO-DATEI ASSIGN TO "pkonten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KUNDEN-NR
               FILE STATUS IS WS-PK-STATUS.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT ZAHLAUF-DATEI ASSIGN TO "zahlungsauftraege.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZA-NR
               FILE STATUS IS WS-ZA-STATUS.
           SELECT BEWEGUNGEN-DATEI ASSIGN TO "kontobewegungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "pfaendung.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PFAENDUNG-DATEI.
           COPY PFAENDUNG.

       FD PKONTO-DATEI.
           COPY PKONTO.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD ZAHLAUF-DATEI.
           COPY ZAHLUNGSAUFTRAG.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PF-STATUS         PIC XX.
       01 WS-PK-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-ZA-STATUS         PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 PF-EOF-FLAGGE        PIC X VALUE 'N'.
       01 PF-OK                PIC X VALUE 'N'.
       01 PK-OK                PIC X VALUE 'N'.
       01 PKONTO-FLAGGE        PIC X VALUE 'N'.
       01 KONTO-OK-FLAGGE      PIC X VALUE 'J'.
       01 WS-HEUTE             PIC 9(8).
       01 WS-MONAT             PIC 9(6).
       01 FOLGEMONAT           PIC 9(6).
       01 FOLGEMONAT-ZERLEGT REDEFINES FOLGEMONAT.
           05 FOLGEMONAT-JAHR  PIC 9(4).
           05 FOLGEMONAT-MM    PIC 9(2).

      *> Aktive Pfaendungen des gerade bearbeiteten Kontos
       01 PT-ANZAHL            PIC 9(3) VALUE 0.
       01 PT-TABELLE.
           05 PT-EINTRAG OCCURS 50 TIMES.
               10 PT-NR            PIC 9(3).
               10 PT-RANG          PIC 9(3).
               10 PT-EINGANG       PIC 9(8).
               10 PT-BEDIENT       PIC X.
       01 PT-IDX               PIC 9(3).
       01 PT-BESTER            PIC 9(3).

       01 GUTHABEN             PIC 9(8)V99.
       01 EIGEN-VERBRAUCHT     PIC S9(8)V99.
       01 EIGEN-REST           PIC S9(8)V99.
       01 GESCHUETZT           PIC 9(8)V99.
       01 UEBERSCHUSS          PIC 9(8)V99.
       01 AUSZAHLUNG           PIC 9(7)V99.
       01 NEUER-SALDO          PIC S9(7)V99.
       01 NAECHSTE-ZA-NR       PIC 9(5) VALUE 0.
       01 ANZAHL-KONTEN        PIC 9(5) VALUE 0.
       01 ANZAHL-ZAHLUNGEN     PIC 9(5) VALUE 0.
       01 ANZAHL-ERLEDIGT      PIC 9(5) VALUE 0.
       01 ANZAHL-UEBERTRAGEN   PIC 9(5) VALUE 0.
       01 SUMME-AUSGEKEHRT     PIC 9(9)V99 VALUE 0.
       01 MASK-BETRAG          PIC Z(6)9.99.
       01 MASK-OFFEN           PIC Z(6)9.99.
       01 MASK-SUMME           PIC Z(8)9.99.

       01 WS-BERICHT-DATUM     PIC 9(8).
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "PFAENDUNGLAUF".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- PFAENDUNGSLAUF (MONATSABSCHLUSS) ---"
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
           COMPUTE WS-MONAT = WS-HEUTE / 100
           MOVE WS-MONAT TO FOLGEMONAT
           ADD 1 TO FOLGEMONAT-MM
           IF FOLGEMONAT-MM > 12
               MOVE 1 TO FOLGEMONAT-MM
               ADD 1 TO FOLGEMONAT-JAHR
           END-IF

           MOVE 'N' TO PF-OK
           OPEN I-O PFAENDUNG-DATEI
           IF WS-PF-STATUS = "00"
               MOVE 'J' TO PF-OK
           END-IF
           MOVE 'N' TO PK-OK
           OPEN I-O PKONTO-DATEI
           IF WS-PK-STATUS = "00"
               MOVE 'J' TO PK-OK
           END-IF

           IF PF-OK = 'N' AND PK-OK = 'N'
               DISPLAY "Hinweis: Keine Pfaendungen und keine "
                   "P-Konten vorhanden."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF

           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "PFAENDUNGLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Pfaendungslauf nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               PERFORM DATEIEN-SCHLIESSEN
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           PERFORM ZAHLAUF-OEFFNEN
           IF WS-ZA-STATUS NOT = "00"
               CLOSE KUNDEN-DATEI
               PERFORM DATEIEN-SCHLIESSEN
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           MOVE "PFAENDUNGSLAUF - AUSKEHRUNG AN GLAEUBIGER"
               TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE "KONTO PF  AUFTRAG GLAEUBIGER" TO BERICHT-ZEILE
           MOVE "AKTENZEICHEN             BETRAG       REST"
               TO BERICHT-ZEILE(50:)
           WRITE BERICHT-ZEILE

           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ KUNDEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF KUNDEN-STATUS NOT = 'G'
                           PERFORM KONTO-VERARBEITEN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BERICHT-DATEI
           CLOSE ZAHLAUF-DATEI
           CLOSE KUNDEN-DATEI
           PERFORM DATEIEN-SCHLIESSEN
           PERFORM BERICHT-ABLEGEN

           MOVE SUMME-AUSGEKEHRT TO MASK-SUMME
           DISPLAY ANZAHL-KONTEN " Konten bearbeitet, "
               ANZAHL-ZAHLUNGEN " Auskehrungen ueber "
               FUNCTION TRIM(MASK-SUMME) ", "
               ANZAHL-ERLEDIGT " Pfaendungen erledigt."
           DISPLAY ANZAHL-UEBERTRAGEN " P-Konten auf Monat "
               FOLGEMONAT " umgestellt."

           MOVE ANZAHL-KONTEN TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       DATEIEN-SCHLIESSEN.
           IF PF-OK = 'J'
               CLOSE PFAENDUNG-DATEI
           END-IF
           IF PK-OK = 'J'
               CLOSE PKONTO-DATEI
           END-IF.

      *> Auftragsnummern fuer die Auskehrungen hinter der hoechsten
      *> vergebenen Nummer vergeben.
       ZAHLAUF-OEFFNEN.
           OPEN I-O ZAHLAUF-DATEI
           IF WS-ZA-STATUS = "35"
               OPEN OUTPUT ZAHLAUF-DATEI
               CLOSE ZAHLAUF-DATEI
               OPEN I-O ZAHLAUF-DATEI
           END-IF
           IF WS-ZA-STATUS NOT = "00"
               MOVE "PFAENDUNGLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O ZAHLAUF-DATEI" TO WS-FP-VORGANG
               MOVE "Pfaendungslauf nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-ZA-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: zahlungsauftraege.dat konnte nicht "
                   "geoeffnet werden (Status " WS-ZA-STATUS ")."
           ELSE
               MOVE 0 TO NAECHSTE-ZA-NR
               MOVE 'N' TO PF-EOF-FLAGGE
               PERFORM UNTIL PF-EOF-FLAGGE = 'J'
                   READ ZAHLAUF-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PF-EOF-FLAGGE
                       NOT AT END
                           IF ZA-NR > NAECHSTE-ZA-NR
                               MOVE ZA-NR TO NAECHSTE-ZA-NR
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO NAECHSTE-ZA-NR
               MOVE "00" TO WS-ZA-STATUS
           END-IF.

       KONTO-VERARBEITEN.
           PERFORM PKONTO-LESEN
           IF PKONTO-FLAGGE = 'J' AND PK-MONAT > WS-MONAT
               DISPLAY "Hinweis: P-Konto " KUNDEN-NR " ist bereits "
                   "auf Monat " PK-MONAT " umgestellt."
           ELSE
               PERFORM PFAENDUNGEN-LADEN
               IF PKONTO-FLAGGE = 'J' OR PT-ANZAHL > 0
                   ADD 1 TO ANZAHL-KONTEN
                   PERFORM SCHUTZBETRAG-ERMITTELN
                   IF PT-ANZAHL > 0
                       PERFORM UEBERSCHUSS-AUSKEHREN
                   END-IF
                   IF PKONTO-FLAGGE = 'J'
                       PERFORM MONAT-ABSCHLIESSEN
                   END-IF
               END-IF
           END-IF.

       PKONTO-LESEN.
           MOVE 'N' TO PKONTO-FLAGGE
           IF PK-OK = 'J'
               MOVE KUNDEN-NR TO PK-KUNDEN-NR
               READ PKONTO-DATEI KEY IS PK-KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PK-STATUS = 'A'
                           MOVE 'J' TO PKONTO-FLAGGE
                       END-IF
               END-READ
           END-IF.

       PFAENDUNGEN-LADEN.
           MOVE 0 TO PT-ANZAHL
           IF PF-OK = 'J'
               MOVE 'N' TO PF-EOF-FLAGGE
               MOVE KUNDEN-NR TO PF-KUNDEN-NR
               MOVE 0 TO PF-NR
               START PFAENDUNG-DATEI KEY IS >= PF-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO PF-EOF-FLAGGE
               END-START
               PERFORM UNTIL PF-EOF-FLAGGE = 'J'
                   READ PFAENDUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PF-EOF-FLAGGE
                       NOT AT END
                           IF PF-KUNDEN-NR NOT = KUNDEN-NR
                               MOVE 'J' TO PF-EOF-FLAGGE
                           ELSE
                           IF PF-STATUS = 'A' AND PF-OFFEN > 0
                                   AND PT-ANZAHL < 50
                               ADD 1 TO PT-ANZAHL
                               MOVE PF-NR TO PT-NR(PT-ANZAHL)
                               MOVE PF-RANG TO PT-RANG(PT-ANZAHL)
                               MOVE PF-EINGANG TO PT-EINGANG(PT-ANZAHL)
                               MOVE 'N' TO PT-BEDIENT(PT-ANZAHL)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> Beim P-Konto verbrauchen Verfuegungen zuerst den Uebertrag
      *> aus dem Vormonat, dann den Freibetrag des laufenden Monats.
      *> Nur der Rest des laufenden Freibetrags bleibt geschuetzt.
       SCHUTZBETRAG-ERMITTELN.
           MOVE 0 TO GUTHABEN
           IF KUNDEN-KONTO > 0
               MOVE KUNDEN-KONTO TO GUTHABEN
           END-IF
           MOVE 0 TO GESCHUETZT
           IF PKONTO-FLAGGE = 'J'
               IF PK-MONAT = WS-MONAT
                   COMPUTE EIGEN-VERBRAUCHT = PK-VERFUEGT
                       - PK-UEBERTRAG
                   IF EIGEN-VERBRAUCHT < 0
                       MOVE 0 TO EIGEN-VERBRAUCHT
                   END-IF
               ELSE
                   MOVE 0 TO EIGEN-VERBRAUCHT
               END-IF
               COMPUTE EIGEN-REST = PK-FREIBETRAG - EIGEN-VERBRAUCHT
               IF EIGEN-REST < 0
                   MOVE 0 TO EIGEN-REST
               END-IF
               IF GUTHABEN < EIGEN-REST
                   MOVE GUTHABEN TO GESCHUETZT
               ELSE
                   MOVE EIGEN-REST TO GESCHUETZT
               END-IF
           END-IF
           COMPUTE UEBERSCHUSS = GUTHABEN - GESCHUETZT.

      *> Pfaendungen in Rangfolge bedienen, bis der Ueberschuss
      *> verteilt ist oder alle Forderungen bedient sind.
       UEBERSCHUSS-AUSKEHREN.
           MOVE 'J' TO KONTO-OK-FLAGGE
           PERFORM UNTIL UEBERSCHUSS = 0 OR KONTO-OK-FLAGGE = 'N'
               PERFORM NAECHSTE-PFAENDUNG-WAEHLEN
               IF PT-BESTER = 0
                   MOVE 'N' TO KONTO-OK-FLAGGE
               ELSE
                   MOVE 'J' TO PT-BEDIENT(PT-BESTER)
                   PERFORM PFAENDUNG-BEDIENEN
               END-IF
           END-PERFORM.

      *> Niedrigster Rang zuerst, bei gleichem Rang die aeltere
      *> Pfaendung.
       NAECHSTE-PFAENDUNG-WAEHLEN.
           MOVE 0 TO PT-BESTER
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-ANZAHL
               IF PT-BEDIENT(PT-IDX) = 'N'
                   IF PT-BESTER = 0
                       MOVE PT-IDX TO PT-BESTER
                   ELSE
                   IF PT-RANG(PT-IDX) < PT-RANG(PT-BESTER)
                       MOVE PT-IDX TO PT-BESTER
                   ELSE
                   IF PT-RANG(PT-IDX) = PT-RANG(PT-BESTER)
                           AND PT-EINGANG(PT-IDX)
                               < PT-EINGANG(PT-BESTER)
                       MOVE PT-IDX TO PT-BESTER
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PFAENDUNG-BEDIENEN.
           MOVE KUNDEN-NR TO PF-KUNDEN-NR
           MOVE PT-NR(PT-BESTER) TO PF-NR
           READ PFAENDUNG-DATEI KEY IS PF-SCHLUESSEL
               INVALID KEY
                   MOVE 0 TO AUSZAHLUNG
               NOT INVALID KEY
                   IF UEBERSCHUSS < PF-OFFEN
                       MOVE UEBERSCHUSS TO AUSZAHLUNG
                   ELSE
                       MOVE PF-OFFEN TO AUSZAHLUNG
                   END-IF
           END-READ

           IF AUSZAHLUNG > 0
               PERFORM KONTO-BELASTEN
           END-IF
           IF AUSZAHLUNG > 0
               PERFORM AUFTRAG-SCHREIBEN
               SUBTRACT AUSZAHLUNG FROM UEBERSCHUSS
               SUBTRACT AUSZAHLUNG FROM PF-OFFEN
               MOVE WS-HEUTE TO PF-LETZTE-ZAHLUNG
               IF PF-OFFEN = 0
                   MOVE 'E' TO PF-STATUS
                   ADD 1 TO ANZAHL-ERLEDIGT
               END-IF
               REWRITE PFAENDUNG-EINTRAG
               IF WS-PF-STATUS NOT = "00"
                   MOVE "PFAENDUNGLAUF" TO WS-FP-PROGRAMM
                   MOVE "REWRITE PFAENDUNG-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Offene Forderung nicht fortgeschrieben"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-PF-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Pfaendung " PF-KUNDEN-NR "/"
                       PF-NR " konnte nicht gespeichert werden "
                       "(Status " WS-PF-STATUS ")."
               END-IF
               ADD 1 TO ANZAHL-ZAHLUNGEN
               ADD AUSZAHLUNG TO SUMME-AUSGEKEHRT
               PERFORM BERICHTSZEILE-SCHREIBEN
           END-IF.

       KONTO-BELASTEN.
           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
           SUBTRACT AUSZAHLUNG FROM KUNDEN-KONTO
           MOVE KUNDEN-KONTO TO NEUER-SALDO
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "PFAENDUNGLAUF" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Auskehrung nicht belastet - nichts gebucht"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Konto " KUNDEN-NR " konnte nicht "
                   "belastet werden (Status " WS-KUNDEN-STATUS ")."
               ADD AUSZAHLUNG TO KUNDEN-KONTO
               MOVE 0 TO AUSZAHLUNG
               MOVE 'N' TO KONTO-OK-FLAGGE
           ELSE
               MOVE "PFAENDUNGLAUF" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               PERFORM BUCHUNG-SCHREIBEN
           END-IF.

       BUCHUNG-SCHREIBEN.
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               OPEN OUTPUT BEWEGUNGEN-DATEI
               CLOSE BEWEGUNGEN-DATEI
               OPEN I-O BEWEGUNGEN-DATEI
           END-IF

           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "PFAENDUNGLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Auskehrung nicht protokolliert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   "). Buchung wurde NICHT protokolliert."
           ELSE
               MOVE KUNDEN-NR TO BEWEGUNG-KUNDEN-NR
               ACCEPT BEWEGUNG-DATUM FROM DATE YYYYMMDD
               ACCEPT BEWEGUNG-ZEIT FROM TIME
               MOVE "PFAENDUNG" TO BEWEGUNG-ART
               COMPUTE BEWEGUNG-BETRAG = AUSZAHLUNG * -1
               MOVE NEUER-SALDO TO BEWEGUNG-SALDO-NACH
               MOVE SPACES TO BEWEGUNG-FREIGABE-CODE
               MOVE ZEROES TO BEWEGUNG-REFERENZ
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
               PERFORM UNTIL WS-BEWEGUNGEN-STATUS NOT = "22"
                   ADD 1 TO BEWEGUNG-ZEIT
                   WRITE BEWEGUNG-EINTRAG
               END-PERFORM
               IF WS-BEWEGUNGEN-STATUS NOT = "00"
                   MOVE "PFAENDUNGLAUF" TO WS-FP-PROGRAMM
                   MOVE "WRITE BEWEGUNG-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Auskehrung nicht protokolliert"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Buchungssatz konnte nicht "
                       "geschrieben werden (Status "
                       WS-BEWEGUNGEN-STATUS ")."
               END-IF
               CLOSE BEWEGUNGEN-DATEI
           END-IF.

      *> Auskehrung als externer Zahlungsauftrag - die Belastung ist
      *> bereits gebucht, CLEARINGEXPORT uebertraegt den Auftrag.
       AUFTRAG-SCHREIBEN.
           MOVE NAECHSTE-ZA-NR     TO ZA-NR
           MOVE KUNDEN-NR          TO ZA-KUNDEN-NR
           MOVE PF-GLAEUBIGER      TO ZA-EMPFAENGER-NAME
           MOVE PF-GLAEUBIGER-IBAN TO ZA-EMPFAENGER-IBAN
           MOVE AUSZAHLUNG         TO ZA-BETRAG
           MOVE KUNDEN-WAEHRUNG    TO ZA-WAEHRUNG
           MOVE WS-HEUTE           TO ZA-ERFASST-DATUM
           MOVE 'E'                TO ZA-STATUS
           MOVE 0                  TO ZA-EXPORT-DATUM
           WRITE ZAHLUNGSAUFTRAG-EINTRAG
           PERFORM UNTIL WS-ZA-STATUS NOT = "22"
               ADD 1 TO ZA-NR
               WRITE ZAHLUNGSAUFTRAG-EINTRAG
           END-PERFORM
           IF WS-ZA-STATUS NOT = "00"
               MOVE "PFAENDUNGLAUF" TO WS-FP-PROGRAMM
               MOVE "WRITE ZAHLUNGSAUFTRAG" TO WS-FP-VORGANG
               MOVE "Auftrag nicht gespeichert - Belastung klaeren"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-ZA-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Zahlungsauftrag fuer Konto "
                   KUNDEN-NR " konnte nicht gespeichert werden "
                   "(Status " WS-ZA-STATUS "). Die Belastung ist "
                   "gebucht - bitte klaeren."
           ELSE
               COMPUTE NAECHSTE-ZA-NR = ZA-NR + 1
           END-IF.

       BERICHTSZEILE-SCHREIBEN.
           MOVE AUSZAHLUNG TO MASK-BETRAG
           MOVE PF-OFFEN TO MASK-OFFEN
           MOVE SPACES TO BERICHT-ZEILE
           STRING KUNDEN-NR " " PF-NR " " ZA-NR "   " PF-GLAEUBIGER
               " " PF-AKTENZEICHEN " " MASK-BETRAG " " MASK-OFFEN
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

      *> Nicht verbrauchter Freibetrag (hoechstens das verbliebene
      *> Guthaben) wird in den Folgemonat uebertragen.
       MONAT-ABSCHLIESSEN.
           MOVE FOLGEMONAT TO PK-MONAT
           IF KUNDEN-KONTO < GESCHUETZT
               MOVE 0 TO PK-UEBERTRAG
               IF KUNDEN-KONTO > 0
                   MOVE KUNDEN-KONTO TO PK-UEBERTRAG
               END-IF
           ELSE
               MOVE GESCHUETZT TO PK-UEBERTRAG
           END-IF
           MOVE 0 TO PK-VERFUEGT
           REWRITE PKONTO-EINTRAG
           IF WS-PK-STATUS NOT = "00"
               MOVE "PFAENDUNGLAUF" TO WS-FP-PROGRAMM
               MOVE "REWRITE PKONTO-EINTRAG" TO WS-FP-VORGANG
               MOVE "Freibetragsuebertrag nicht gespeichert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-PK-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: P-Konto " PK-KUNDEN-NR " konnte "
                   "nicht gespeichert werden (Status " WS-PK-STATUS
                   ")."
           ELSE
               ADD 1 TO ANZAHL-UEBERTRAGEN
           END-IF.

       BERICHT-ABLEGEN.
           IF ANZAHL-ZAHLUNGEN = 0
               CALL "SYSTEM" USING "rm -f pfaendung.tmp"
           ELSE
               MOVE WS-HEUTE TO WS-BERICHT-DATUM
               MOVE SPACES TO WS-BERICHT-NAME
               STRING "pfaendung-" WS-BERICHT-DATUM ".txt"
                   DELIMITED BY SIZE INTO WS-BERICHT-NAME
               MOVE SPACES TO WS-BERICHT-BEFEHL
               STRING "mv pfaendung.tmp " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
                   INTO WS-BERICHT-BEFEHL
               CALL "SYSTEM" USING WS-BERICHT-BEFEHL
               DISPLAY "Auskehrungsbericht: "
                   FUNCTION TRIM(WS-BERICHT-NAME)
           END-IF.
