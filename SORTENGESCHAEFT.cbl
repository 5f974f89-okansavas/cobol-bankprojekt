       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTENGESCHAEFT.

      *> Sortengeschaeft am Schalter: An- und Verkauf von
      *> Fremdwaehrungsbargeld (USD/GBP) fuer Kunden und
      *> Laufkundschaft. Abgerechnet wird zum Sortenkurs - Mittelkurs
      *> aus kurse.dat mit der Spanne aus sortenkurse.dat (beides
      *> gepflegt ueber KURSPFLEGE) - entweder bar in EUR an der
      *> Kasse oder, bei Kunden mit EUR-Konto, ueber das Konto
      *> (Buchungsarten SORTEN-ANKAUF / SORTEN-VERKAUF).
      *> Der Sortenbestand des Filialtresors (tresorsorten.dat, siehe
      *> TRESORSORTE.CPY) wird fortgeschrieben; jedes Geschaeft geht
      *> mit Mittelkurs und Marge in das Sortenjournal
      *> sortenumsaetze.dat (SORTENUMSATZ.CPY) - daraus nimmt
      *> KASSENABSCHLUSS die Barbetraege der Kasse und SORTENBERICHT
      *> die Marge je Filiale.
      *> Laufkunden werden gegen die Sperrliste geprueft (SPERRPRUEF);
      *> ab IDENT-SCHWELLE ist ihr Ausweis aufzunehmen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT KURSE-DATEI ASSIGN TO "kurse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KURSE-STATUS.
           SELECT SORTENKURSE-DATEI ASSIGN TO "sortenkurse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTENKURSE-STATUS.
           SELECT TRESORSORTE-DATEI ASSIGN TO "tresorsorten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-SCHLUESSEL
               FILE STATUS IS WS-TS-STATUS.
           SELECT SORTENUMSATZ-DATEI ASSIGN TO "sortenumsaetze.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD KURSE-DATEI.
       01 KURSE-ZEILE          PIC X(40).

       FD SORTENKURSE-DATEI.
       01 SORTENKURSE-ZEILE    PIC X(40).

       FD TRESORSORTE-DATEI.
           COPY TRESORSORTE.

       FD SORTENUMSATZ-DATEI.
           COPY SORTENUMSATZ.

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-KURSE-STATUS      PIC XX.
       01 WS-SORTENKURSE-STATUS PIC XX.
       01 WS-TS-STATUS         PIC XX.
       01 WS-SU-STATUS         PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 TS-OFFEN             PIC X VALUE 'N'.
       01 TS-NEU               PIC X VALUE 'N'.
       01 SPERRE-GESETZT       PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 WS-ZEIT              PIC 9(8).
       01 SUCH-FILIALE         PIC X(4).
       01 FIL-NAME-ANZ         PIC X(30).
       01 FIL-STATUS-ANZ       PIC X.
       01 FIL-ERGEBNIS         PIC X.

      *> Erfassung des Geschaefts
       01 GESCHAEFT-ART        PIC X.
       01 EINGABE-WAEHRUNG     PIC X(3).
      *> Sorten nur in ganzen Noteneinheiten
       01 EINGABE-FW           PIC 9(6).
       01 SUCH-NR              PIC 9(5).
       01 ABRECHNUNG           PIC X.
       01 PARTNER-NAME         PIC X(30).
       01 PARTNER-AUSWEIS      PIC X(15).
       01 BESTAETIGUNG         PIC X.

      *> Mittelkurse (kurse.dat) und Sortenspannen in Prozent
      *> (sortenkurse.dat); fehlen die Dateien, gelten dieselben
      *> Vorbelegungen wie in KURSPFLEGE.
       01 KURS-STAENDE.
           05 KURS-USD         PIC 9V9999 VALUE 1.1000.
           05 KURS-GBP         PIC 9V9999 VALUE 0.8500.
           05 KURS-DATUM-USD   PIC 9(8) VALUE 0.
           05 KURS-DATUM-GBP   PIC 9(8) VALUE 0.
       01 SORTEN-SPANNEN.
           05 ABSCHLAG-USD     PIC 9V99 VALUE 2.50.
           05 AUFSCHLAG-USD    PIC 9V99 VALUE 2.50.
           05 ABSCHLAG-GBP     PIC 9V99 VALUE 2.50.
           05 AUFSCHLAG-GBP    PIC 9V99 VALUE 2.50.
       01 P-WAEHRUNG           PIC X(3).
       01 P-KURS-TEXT          PIC X(10).
       01 P-DATUM-TEXT         PIC X(10).
       01 P-ABSCHLAG-TEXT      PIC X(10).
       01 P-AUFSCHLAG-TEXT     PIC X(10).
       01 MITTELKURS           PIC 9V9999.
       01 MITTELKURS-DATUM     PIC 9(8).
       01 SPANNE-PROZENT       PIC 9V99.
       01 SORTENKURS           PIC 9V9999.

      *> Betraege des Geschaefts
       01 BETRAG-FW            PIC 9(7)V99.
       01 BETRAG-EUR           PIC 9(7)V99.
       01 GEGENWERT-MITTE      PIC 9(7)V99.
       01 MARGE                PIC 9(7)V99.
       01 MASK-BETRAG          PIC Z(6)9.99.
       01 MASK-KURS            PIC 9.9999.
       01 ART-TEXT             PIC X(8).

      *> Ab GROSSBETRAG-SCHWELLE (EUR) Freigabe durch einen zweiten
      *> Mitarbeiter wie bei Barauszahlungen (FREIGABEPRUEF); ab
      *> IDENT-SCHWELLE Identifizierung von Laufkunden.
       01 GROSSBETRAG-SCHWELLE PIC 9(7)V99 VALUE 5000.00.
       01 IDENT-SCHWELLE       PIC 9(7)V99 VALUE 2500.00.
       01 FREIGABE-OK-FLAGGE   PIC X VALUE 'N'.
       01 WS-FREIGABE-ID       PIC X(4) VALUE SPACES.

      *> Sperrlistenabgleich fuer Laufkunden (SPERRPRUEF)
       01 SP-NAME              PIC X(30).
       01 SP-KENNUNG           PIC X(15).
       01 SP-TREFFER-NAME      PIC X(30).
       01 SP-ERGEBNIS          PIC X.
      *> Formaler Dateistatus fuer Protokolleintraege ohne
      *> Dateifehler.
       01 SP-LOG-STATUS        PIC XX VALUE "00".

      *> Abrechnung ueber das Konto
       01 WS-VERFUEGBAR        PIC S9(8)V99.
       01 WS-VORMERK-SUMME     PIC 9(8)V99 VALUE 0.
       01 MASK-VORMERK         PIC Z(6)9.99.
       01 INHABER-OK-FLAGGE    PIC X VALUE 'N'.
       01 PP-FUNKTION          PIC X.
       01 PP-FREI              PIC 9(8)V99.
       01 PP-ERGEBNIS          PIC X VALUE 'J'.
       01 MASK-FREI            PIC Z(7)9.99.
       01 MP-FUNKTION          PIC X.
       01 MP-ERGEBNIS          PIC X.
       01 MP-BEZUG             PIC X(40).
       01 BUCHUNG-ART          PIC X(16).
       01 BUCHUNG-BETRAG       PIC S9(7)V99.

      *> Buchungstag aus dem Bankkalender (siehe BANKTAG)
       01 BT-FUNKTION          PIC X.
       01 BT-DATUM             PIC 9(8).
       01 BT-ERGEBNIS-DATUM    PIC 9(8).
       01 BT-FLAGGE            PIC X.

      *> Satzsperre gegen gleichzeitige Bearbeitung am zweiten
      *> Terminal (siehe SATZSPERRE).
       01 SPERRE-FUNKTION      PIC X.
       01 SPERRE-NR            PIC 9(5).
       01 SPERRE-OK-FLAGGE     PIC X.
       01 SPERRE-LOG-STATUS    PIC XX VALUE "00".

       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X.
       01 BP-PROGRAMM          PIC X(20) VALUE "SORTENGESCHAEFT".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - dessen Kasse rechnet bar ab.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           MOVE 'N' TO TS-OFFEN
           MOVE 'N' TO SPERRE-GESETZT
           MOVE 0 TO SUCH-NR
           MOVE SPACES TO PARTNER-NAME PARTNER-AUSWEIS
           MOVE SPACES TO WS-FREIGABE-ID
           DISPLAY " "
           DISPLAY "--- SORTENGESCHAEFT ---"
           PERFORM PERIODE-PRUEFEN
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           PERFORM KURSE-LADEN
           PERFORM SPANNEN-LADEN

           PERFORM FILIALE-ERFRAGEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM GESCHAEFT-ERFASSEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM PARTNER-ERFASSEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM FREIGABE-EINHOLEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM GESCHAEFT-BESTAETIGEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM SORTENBESTAND-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N' AND ABRECHNUNG = 'K'
               PERFORM KONTO-ABRECHNEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM SORTENBESTAND-FORTSCHREIBEN
               PERFORM UMSATZ-SCHREIBEN
               PERFORM ABRECHNUNG-ANZEIGEN
           END-IF
           IF TS-OFFEN = 'J'
               CLOSE TRESORSORTE-DATEI
               MOVE 'N' TO TS-OFFEN
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

      *> ------------------------------------------------------------
      *> Kurse
      *> ------------------------------------------------------------
       KURSE-LADEN.
           OPEN INPUT KURSE-DATEI
           IF WS-KURSE-STATUS NOT = "00"
               DISPLAY "Warnung: kurse.dat nicht vorhanden - es "
                   "gelten die eingebauten Standardkurse."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ KURSE-DATEI
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
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

       SPANNEN-LADEN.
           OPEN INPUT SORTENKURSE-DATEI
           IF WS-SORTENKURSE-STATUS NOT = "00"
               DISPLAY "Warnung: sortenkurse.dat nicht vorhanden - "
                   "es gelten die Standardspannen."
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
           UNSTRING SORTENKURSE-ZEILE DELIMITED BY ";"
               INTO P-WAEHRUNG P-ABSCHLAG-TEXT P-AUFSCHLAG-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-WAEHRUNG) TO P-WAEHRUNG
           EVALUATE P-WAEHRUNG
               WHEN "USD"
                   COMPUTE ABSCHLAG-USD =
                       FUNCTION NUMVAL(P-ABSCHLAG-TEXT)
                   COMPUTE AUFSCHLAG-USD =
                       FUNCTION NUMVAL(P-AUFSCHLAG-TEXT)
               WHEN "GBP"
                   COMPUTE ABSCHLAG-GBP =
                       FUNCTION NUMVAL(P-ABSCHLAG-TEXT)
                   COMPUTE AUFSCHLAG-GBP =
                       FUNCTION NUMVAL(P-AUFSCHLAG-TEXT)
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Erfassung
      *> ------------------------------------------------------------
       FILIALE-ERFRAGEN.
           DISPLAY "Niederlassungscode eingeben (z.B. BLN1): "
           ACCEPT SUCH-FILIALE
           MOVE FUNCTION UPPER-CASE(SUCH-FILIALE) TO SUCH-FILIALE
           CALL "FILIALPRUEF" USING SUCH-FILIALE FIL-NAME-ANZ
               FIL-STATUS-ANZ FIL-ERGEBNIS
           IF FIL-ERGEBNIS = 'N'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Unbekannte Niederlassung "
                   SUCH-FILIALE "."
           END-IF.

       GESCHAEFT-ERFASSEN.
           DISPLAY "A - Ankauf (Kunde gibt Sorten ab, erhaelt EUR)"
           DISPLAY "V - Verkauf (Kunde erhaelt Sorten, zahlt EUR)"
           DISPLAY "Art des Geschaefts: "
           ACCEPT GESCHAEFT-ART
           MOVE FUNCTION UPPER-CASE(GESCHAEFT-ART) TO GESCHAEFT-ART
           IF GESCHAEFT-ART NOT = 'A' AND NOT = 'V'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Ungueltige Art - nur A oder V."
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Waehrung (USD/GBP): "
               ACCEPT EINGABE-WAEHRUNG
               MOVE FUNCTION UPPER-CASE(EINGABE-WAEHRUNG)
                   TO EINGABE-WAEHRUNG
               EVALUATE EINGABE-WAEHRUNG
                   WHEN "USD"
                       MOVE KURS-USD TO MITTELKURS
                       MOVE KURS-DATUM-USD TO MITTELKURS-DATUM
                       IF GESCHAEFT-ART = 'A'
                           MOVE ABSCHLAG-USD TO SPANNE-PROZENT
                       ELSE
                           MOVE AUFSCHLAG-USD TO SPANNE-PROZENT
                       END-IF
                   WHEN "GBP"
                       MOVE KURS-GBP TO MITTELKURS
                       MOVE KURS-DATUM-GBP TO MITTELKURS-DATUM
                       IF GESCHAEFT-ART = 'A'
                           MOVE ABSCHLAG-GBP TO SPANNE-PROZENT
                       ELSE
                           MOVE AUFSCHLAG-GBP TO SPANNE-PROZENT
                       END-IF
                   WHEN OTHER
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Sorten werden nur in USD und "
                           "GBP gehandelt."
               END-EVALUATE
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Betrag in " EINGABE-WAEHRUNG
                   " (ganze Einheiten): "
               ACCEPT EINGABE-FW
               IF EINGABE-FW = 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Betrag muss groesser als 0 sein."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE EINGABE-FW TO BETRAG-FW
               IF GESCHAEFT-ART = 'A'
                   COMPUTE SORTENKURS ROUNDED =
                       MITTELKURS * (1 - SPANNE-PROZENT / 100)
                   MOVE "ANKAUF" TO ART-TEXT
               ELSE
                   COMPUTE SORTENKURS ROUNDED =
                       MITTELKURS * (1 + SPANNE-PROZENT / 100)
                   MOVE "VERKAUF" TO ART-TEXT
               END-IF
               COMPUTE BETRAG-EUR ROUNDED = BETRAG-FW * SORTENKURS
               COMPUTE GEGENWERT-MITTE ROUNDED =
                   BETRAG-FW * MITTELKURS
               IF GESCHAEFT-ART = 'A'
                   COMPUTE MARGE = GEGENWERT-MITTE - BETRAG-EUR
               ELSE
                   COMPUTE MARGE = BETRAG-EUR - GEGENWERT-MITTE
               END-IF
               MOVE SORTENKURS TO MASK-KURS
               DISPLAY "Sortenkurs " FUNCTION TRIM(ART-TEXT) ": "
                   MASK-KURS " EUR je " EINGABE-WAEHRUNG
               MOVE BETRAG-EUR TO MASK-BETRAG
               DISPLAY "Gegenwert: " MASK-BETRAG " EUR"
           END-IF.

      *> Kunde (Abrechnung bar oder ueber das Konto) oder
      *> Laufkundschaft (nur bar, Sperrlistenabgleich, ab
      *> IDENT-SCHWELLE mit Ausweis).
       PARTNER-ERFASSEN.
           DISPLAY "Kundennummer (0 = Laufkundschaft): "
           ACCEPT SUCH-NR
           IF SUCH-NR NOT = 0
               PERFORM KUNDE-NACHSCHLAGEN
           ELSE
               MOVE 'B' TO ABRECHNUNG
               PERFORM LAUFKUNDE-ERFASSEN
           END-IF.

       KUNDE-NACHSCHLAGEN.
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               MOVE SUCH-NR TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Kunde " SUCH-NR
                           " nicht gefunden."
                   NOT INVALID KEY
                       MOVE KUNDEN-NAME TO PARTNER-NAME
                       DISPLAY "Kunde: " KUNDEN-NAME
               END-READ
               CLOSE KUNDEN-DATEI
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Abrechnung B = bar in EUR, K = ueber das "
                   "Konto: "
               ACCEPT ABRECHNUNG
               MOVE FUNCTION UPPER-CASE(ABRECHNUNG) TO ABRECHNUNG
               IF ABRECHNUNG NOT = 'B' AND NOT = 'K'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Ungueltige Abrechnungsart."
               ELSE
               IF ABRECHNUNG = 'K' AND KUNDEN-WAEHRUNG NOT = "EUR"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Abrechnung ueber das Konto nur "
                       "bei EUR-Konten - Konto " SUCH-NR " wird in "
                       KUNDEN-WAEHRUNG " gefuehrt."
               END-IF
               END-IF
           END-IF.

       LAUFKUNDE-ERFASSEN.
           DISPLAY "Name des Laufkunden: "
           ACCEPT PARTNER-NAME
           IF PARTNER-NAME = SPACES
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Name muss angegeben werden."
           END-IF

           IF ABBRUCH-FLAGGE = 'N' AND BETRAG-EUR >= IDENT-SCHWELLE
               MOVE IDENT-SCHWELLE TO MASK-BETRAG
               DISPLAY "Gegenwert ab " MASK-BETRAG " EUR - "
                   "Identifizierung erforderlich."
               DISPLAY "Ausweisnummer: "
               ACCEPT PARTNER-AUSWEIS
               IF PARTNER-AUSWEIS = SPACES
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Ohne Identifizierung kein "
                       "Sortengeschaeft."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE PARTNER-NAME TO SP-NAME
               MOVE PARTNER-AUSWEIS TO SP-KENNUNG
               CALL "SPERRPRUEF" USING SP-NAME SP-KENNUNG
                   SP-TREFFER-NAME SP-ERGEBNIS
               IF SP-ERGEBNIS = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "WARNUNG: Laufkunde steht auf der "
                       "Sperrliste (" FUNCTION TRIM(SP-TREFFER-NAME)
                       ") - Geschaeft abgelehnt, Compliance "
                       "verstaendigen."
                   MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
                   MOVE "SPERRLISTE LAUFKUNDE" TO WS-FP-VORGANG
                   MOVE SPACES TO WS-FP-MELDUNG
                   STRING "Abgelehnt: " FUNCTION TRIM(PARTNER-NAME)
                       DELIMITED BY SIZE INTO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG SP-LOG-STATUS WS-FP-MELDUNG
               END-IF
           END-IF.

       FREIGABE-EINHOLEN.
           IF BETRAG-EUR > GROSSBETRAG-SCHWELLE
               MOVE GROSSBETRAG-SCHWELLE TO MASK-BETRAG
               DISPLAY "Gegenwert ueber " MASK-BETRAG " EUR - "
                   "Freigabe durch zweiten Mitarbeiter noetig."
               MOVE 'N' TO FREIGABE-OK-FLAGGE
               CALL "FREIGABEPRUEF" USING LP-MITARBEITER-ID
                   WS-FREIGABE-ID FREIGABE-OK-FLAGGE
               IF FREIGABE-OK-FLAGGE NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE SPACES TO WS-FREIGABE-ID
                   DISPLAY "Fehler: Keine Freigabe erteilt - "
                       "Sortengeschaeft abgelehnt."
               END-IF
           END-IF.

       GESCHAEFT-BESTAETIGEN.
           MOVE BETRAG-FW TO MASK-BETRAG
           DISPLAY FUNCTION TRIM(ART-TEXT) " " MASK-BETRAG " "
               EINGABE-WAEHRUNG
           MOVE BETRAG-EUR TO MASK-BETRAG
           IF ABRECHNUNG = 'B'
               DISPLAY "Abrechnung bar: " MASK-BETRAG " EUR"
           ELSE
               DISPLAY "Abrechnung ueber Konto " SUCH-NR ": "
                   MASK-BETRAG " EUR"
           END-IF
           DISPLAY "Geschaeft ausfuehren (J/N): "
           ACCEPT BESTAETIGUNG
           MOVE FUNCTION UPPER-CASE(BESTAETIGUNG) TO BESTAETIGUNG
           IF BESTAETIGUNG NOT = 'J'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Sortengeschaeft abgebrochen."
           END-IF.

      *> ------------------------------------------------------------
      *> Sortenbestand des Filialtresors
      *> ------------------------------------------------------------
       SORTENBESTAND-PRUEFEN.
           OPEN I-O TRESORSORTE-DATEI
           IF WS-TS-STATUS = "35"
               OPEN OUTPUT TRESORSORTE-DATEI
               CLOSE TRESORSORTE-DATEI
               OPEN I-O TRESORSORTE-DATEI
           END-IF
           IF WS-TS-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O TRESORSORTE-DATEI" TO WS-FP-VORGANG
               MOVE "Sortengeschaeft nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-TS-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: tresorsorten.dat konnte nicht "
                   "geoeffnet werden (Status " WS-TS-STATUS ")."
           ELSE
               MOVE 'J' TO TS-OFFEN
               MOVE 'N' TO TS-NEU
               MOVE SUCH-FILIALE TO TS-FILIALE
               MOVE EINGABE-WAEHRUNG TO TS-WAEHRUNG
               READ TRESORSORTE-DATEI KEY IS TS-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO TS-NEU
                       MOVE SUCH-FILIALE TO TS-FILIALE
                       MOVE EINGABE-WAEHRUNG TO TS-WAEHRUNG
                       MOVE 0 TO TS-BESTAND
                       MOVE 0 TO TS-ERFASST-DATUM
                       MOVE SPACES TO TS-ERFASST-VON
               END-READ
               IF GESCHAEFT-ART = 'V' AND TS-BESTAND < BETRAG-FW
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE TS-BESTAND TO MASK-BETRAG
                   DISPLAY "Fehler: Sortenbestand der Filiale "
                       SUCH-FILIALE " reicht nicht (" MASK-BETRAG
                       " " EINGABE-WAEHRUNG ")."
               END-IF
           END-IF.

       SORTENBESTAND-FORTSCHREIBEN.
           IF GESCHAEFT-ART = 'A'
               ADD BETRAG-FW TO TS-BESTAND
           ELSE
               SUBTRACT BETRAG-FW FROM TS-BESTAND
           END-IF
           IF TS-NEU = 'J'
               WRITE TRESORSORTE-EINTRAG
           ELSE
               REWRITE TRESORSORTE-EINTRAG
           END-IF
           IF WS-TS-STATUS NOT = "00"
               MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
               MOVE "WRITE TRESORSORTE-EINTRAG" TO WS-FP-VORGANG
               MOVE "Sortenbestand nicht fortgeschrieben"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-TS-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Sortenbestand konnte nicht "
                   "fortgeschrieben werden (Status " WS-TS-STATUS
                   ") - bitte Tresor abstimmen."
           END-IF.

      *> ------------------------------------------------------------
      *> Abrechnung ueber das Konto
      *> ------------------------------------------------------------
       KONTO-ABRECHNEN.
           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Kontoabrechnung nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               PERFORM SATZ-SPERREN
               IF SPERRE-GESETZT = 'J'
                   MOVE SUCH-NR TO KUNDEN-NR
                   READ KUNDEN-DATEI KEY IS KUNDEN-NR
                       INVALID KEY
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Fehler: Kunde " SUCH-NR
                               " nicht gefunden."
                       NOT INVALID KEY
                           PERFORM KONTO-PRUEFEN
                           IF ABBRUCH-FLAGGE = 'N'
                               PERFORM KONTO-BUCHEN
                           END-IF
                   END-READ
                   PERFORM SATZ-FREIGEBEN
               END-IF
               CLOSE KUNDEN-DATEI
           END-IF.

       KONTO-PRUEFEN.
      *> Keine Geschaefte auf eigenen oder verbundenen Konten
      *> (siehe MITARBEITERPRUEF).
           MOVE 'P' TO MP-FUNKTION
           CALL "MITARBEITERPRUEF" USING MP-FUNKTION
               LP-MITARBEITER-ID SUCH-NR KUNDEN-PERSONEN-NR
               MP-ERGEBNIS MP-BEZUG
           IF MP-ERGEBNIS NOT = 'N'
               MOVE 'J' TO ABBRUCH-FLAGGE
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               IF GESCHAEFT-ART = 'A'
      *> Gutschrift: auch auf Nachlasskonten zulaessig
                   IF KUNDEN-STATUS NOT = 'A' AND NOT = 'N'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Konto " SUCH-NR " ist nicht "
                           "aktiv (Status " KUNDEN-STATUS ")."
                   END-IF
               ELSE
                   IF KUNDEN-STATUS NOT = 'A'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Konto " SUCH-NR " ist nicht "
                           "aktiv (Status " KUNDEN-STATUS ")."
                   ELSE
                       PERFORM BELASTUNG-PRUEFEN
                   END-IF
               END-IF
           END-IF.

       BELASTUNG-PRUEFEN.
           CALL "INHABERPRUEF" USING SUCH-NR INHABER-OK-FLAGGE
           IF INHABER-OK-FLAGGE NOT = 'J'
               MOVE 'J' TO ABBRUCH-FLAGGE
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               CALL "VORMERKSUMME" USING SUCH-NR WS-VORMERK-SUMME
               IF WS-VORMERK-SUMME > 0
                   MOVE WS-VORMERK-SUMME TO MASK-VORMERK
                   DISPLAY "Hinweis: " MASK-VORMERK
                       " durch Vormerkungen reserviert."
               END-IF
               COMPUTE WS-VERFUEGBAR =
                   KUNDEN-KONTO - BETRAG-EUR
                   + KUNDEN-UEBERZIEHUNGSLIMIT
                   - WS-VORMERK-SUMME
               IF WS-VERFUEGBAR < 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Nicht genuegend Guthaben "
                       "(inkl. Ueberziehungslimit)."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE 'P' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION SUCH-NR BETRAG-EUR
                   KUNDEN-KONTO PP-FREI PP-ERGEBNIS
               IF PP-ERGEBNIS NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE PP-FREI TO MASK-FREI
                   DISPLAY "Fehler: Konto ist gepfaendet - "
                       "pfaendungsfrei verfuegbar nur noch "
                       MASK-FREI " " KUNDEN-WAEHRUNG "."
               END-IF
           END-IF.

       KONTO-BUCHEN.
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               OPEN OUTPUT BEWEGUNGEN-DATEI
               CLOSE BEWEGUNGEN-DATEI
               OPEN I-O BEWEGUNGEN-DATEI
           END-IF
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Kontoabrechnung nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   ")."
           ELSE
               IF GESCHAEFT-ART = 'A'
                   MOVE "SORTEN-ANKAUF" TO BUCHUNG-ART
                   MOVE BETRAG-EUR TO BUCHUNG-BETRAG
               ELSE
                   MOVE "SORTEN-VERKAUF" TO BUCHUNG-ART
                   COMPUTE BUCHUNG-BETRAG = 0 - BETRAG-EUR
               END-IF
               MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
               ADD BUCHUNG-BETRAG TO KUNDEN-KONTO
               REWRITE KUNDEN-EINTRAG
               IF WS-KUNDEN-STATUS NOT = "00"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
                   MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Kontoabrechnung fehlgeschlagen"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Buchung konnte nicht durchgefuehrt "
                       "werden (Status " WS-KUNDEN-STATUS ")."
               ELSE
                   MOVE "SORTENGESCHAEFT" TO WS-JRN-PROGRAMM
                   MOVE "REWRITE" TO WS-JRN-AKTION
                   MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
                   CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                       WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
                   IF GESCHAEFT-ART = 'V'
                       MOVE 'B' TO PP-FUNKTION
                       CALL "PFAENDPRUEF" USING PP-FUNKTION SUCH-NR
                           BETRAG-EUR KUNDEN-KONTO PP-FREI PP-ERGEBNIS
                   END-IF
                   PERFORM BUCHUNG-SCHREIBEN
               END-IF
               CLOSE BEWEGUNGEN-DATEI
           END-IF.

       BUCHUNG-SCHREIBEN.
           MOVE 'B' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
           MOVE BT-ERGEBNIS-DATUM TO BEWEGUNG-DATUM
           ACCEPT BEWEGUNG-ZEIT FROM TIME
           MOVE BUCHUNG-ART TO BEWEGUNG-ART
           MOVE BUCHUNG-BETRAG TO BEWEGUNG-BETRAG
           MOVE KUNDEN-KONTO TO BEWEGUNG-SALDO-NACH
           MOVE WS-FREIGABE-ID TO BEWEGUNG-FREIGABE-CODE
           MOVE 0 TO BEWEGUNG-REF-KUNDEN-NR
           MOVE 0 TO BEWEGUNG-REF-DATUM
           MOVE 0 TO BEWEGUNG-REF-ZEIT
           MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
           MOVE SORTENKURS TO BEWEGUNG-KURS
           MOVE MITTELKURS-DATUM TO BEWEGUNG-KURS-DATUM
      *> Bargeschaeft - Valuta am Kalendertag des Vorgangs
           MOVE WS-HEUTE TO BEWEGUNG-VALUTA
           WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
           PERFORM UNTIL WS-BEWEGUNGEN-STATUS NOT = "22"
               ADD 1 TO BEWEGUNG-ZEIT
               WRITE BEWEGUNG-EINTRAG
           END-PERFORM
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
               MOVE "WRITE BEWEGUNG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Sortenbuchung nicht protokolliert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Buchungssatz konnte nicht "
                   "geschrieben werden (Status "
                   WS-BEWEGUNGEN-STATUS ")."
           END-IF.

       SATZ-SPERREN.
           MOVE 'S' TO SPERRE-FUNKTION
           MOVE SUCH-NR TO SPERRE-NR
           CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
               SPERRE-OK-FLAGGE
           IF SPERRE-OK-FLAGGE NOT = 'J'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Hinweis: Kunde " SUCH-NR " wird gerade an "
                   "einem anderen Terminal bearbeitet - bitte "
                   "erneut versuchen."
               MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
               MOVE "SATZSPERRE KUNDE" TO WS-FP-VORGANG
               MOVE "Satz in Bearbeitung - Vorgang abgewiesen"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   SPERRE-LOG-STATUS WS-FP-MELDUNG
           ELSE
               MOVE 'J' TO SPERRE-GESETZT
           END-IF.

       SATZ-FREIGEBEN.
           MOVE 'F' TO SPERRE-FUNKTION
           MOVE SUCH-NR TO SPERRE-NR
           CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
               SPERRE-OK-FLAGGE
           MOVE 'N' TO SPERRE-GESETZT.

      *> ------------------------------------------------------------
      *> Sortenjournal und Abrechnung
      *> ------------------------------------------------------------
       UMSATZ-SCHREIBEN.
           OPEN EXTEND SORTENUMSATZ-DATEI
           IF WS-SU-STATUS = "35"
               OPEN OUTPUT SORTENUMSATZ-DATEI
           END-IF
           IF WS-SU-STATUS NOT = "00"
               MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
               MOVE "OPEN EXTEND SORTENUMSATZ" TO WS-FP-VORGANG
               MOVE "Sortengeschaeft nicht protokolliert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SU-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: sortenumsaetze.dat konnte nicht "
                   "geoeffnet werden (Status " WS-SU-STATUS ")."
           ELSE
               ACCEPT WS-ZEIT FROM TIME
               MOVE WS-HEUTE TO SU-DATUM
               MOVE WS-ZEIT TO SU-ZEIT
               MOVE SUCH-FILIALE TO SU-FILIALE
               MOVE LP-MITARBEITER-ID TO SU-MITARBEITER
               MOVE GESCHAEFT-ART TO SU-ART
               MOVE EINGABE-WAEHRUNG TO SU-WAEHRUNG
               MOVE BETRAG-FW TO SU-BETRAG-FW
               MOVE SORTENKURS TO SU-KURS
               MOVE MITTELKURS TO SU-MITTELKURS
               MOVE BETRAG-EUR TO SU-BETRAG-EUR
               MOVE MARGE TO SU-MARGE
               MOVE ABRECHNUNG TO SU-ABRECHNUNG
               MOVE SUCH-NR TO SU-KUNDEN-NR
               MOVE PARTNER-NAME TO SU-NAME
               MOVE PARTNER-AUSWEIS TO SU-AUSWEIS
               MOVE WS-FREIGABE-ID TO SU-FREIGABE
               WRITE SORTENUMSATZ-EINTRAG
               IF WS-SU-STATUS NOT = "00"
                   MOVE "SORTENGESCHAEFT" TO WS-FP-PROGRAMM
                   MOVE "WRITE SORTENUMSATZ-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Sortengeschaeft nicht protokolliert"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-SU-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Sortengeschaeft konnte nicht "
                       "protokolliert werden (Status " WS-SU-STATUS
                       ")."
               END-IF
               CLOSE SORTENUMSATZ-DATEI
           END-IF.

       ABRECHNUNG-ANZEIGEN.
           MOVE BETRAG-EUR TO MASK-BETRAG
           IF ABRECHNUNG = 'B'
               IF GESCHAEFT-ART = 'A'
                   DISPLAY "An den Kunden auszahlen: " MASK-BETRAG
                       " EUR"
               ELSE
                   DISPLAY "Vom Kunden einnehmen: " MASK-BETRAG " EUR"
               END-IF
           ELSE
               IF GESCHAEFT-ART = 'A'
                   DISPLAY "Konto " SUCH-NR " gutgeschrieben: "
                       MASK-BETRAG " EUR"
               ELSE
                   DISPLAY "Konto " SUCH-NR " belastet: "
                       MASK-BETRAG " EUR"
               END-IF
           END-IF
           MOVE BETRAG-FW TO MASK-BETRAG
           IF GESCHAEFT-ART = 'A'
               DISPLAY "Sorten hereinnehmen: " MASK-BETRAG " "
                   EINGABE-WAEHRUNG
           ELSE
               DISPLAY "Sorten aushaendigen: " MASK-BETRAG " "
                   EINGABE-WAEHRUNG
           END-IF
           DISPLAY "Sortengeschaeft abgeschlossen.".
