      *> Steuersatz kommt als Zeile KEST;0.2500 aus
      *> zinsparameter.dat (Standard 25 %); der Verbrauch des
      *> Freistellungsbetrags wird je Jahr fortgeschrieben.
      *>
      *> Verzinst wird nach Zinsstaffel: Abrechnungszeitraum ist der
      *> Kalendermonat des Stichtags (Laufdatum), die Umsaetze gehen
      *> mit ihrer Valuta (BEWEGUNG-VALUTA) ein. Fuer jeden Abschnitt
      *> mit gleichem Tagesendsaldo gilt die Satzstufe dieses Saldos;
      *> der Zins des Abschnitts ist Saldo x Tage x Satz /
      *> Periodentage, der Satz bleibt also ein Satz je Monatslauf.
      *> Haben- und Sollabschnitte desselben Monats werden getrennt
      *> als ZINSEN und SOLLZINSEN gebucht. Die Staffel je Konto
      *> (Abschnitte, Tage, Saldo, Satz, Zinszahl, Zins) geht in den
      *> Druckbericht zinsstaffel-JJJJMM.txt.
      *>
      *> Aufruf mit USING Probelauf-Flagge: 'J' = Probelauf vor dem
      *> Monatsabschluss (siehe TAGESLAUF) - gerechnet wird wie im
      *> echten Lauf, aber kunden.dat, kontobewegungen.dat,
      *> freistellungen.dat, Zinsstaffel und Laufkontrolle bleiben
      *> unberuehrt; jede Buchung geht nur an PROBELAUFBERICHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PERSON-NR
               FILE STATUS IS WS-FS-STATUS.
           SELECT STAFFEL-DATEI ASSIGN TO WS-STAFFEL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFFEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FREISTELLUNG-DATEI.
           COPY FREISTELLUNG.

       FD STAFFEL-DATEI.
       01 STAFFEL-ZEILE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS   PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
               10 SOLL-SATZ       PIC 9V9999.
               10 SOLL-GRENZE     PIC 9(7)V99.
       01 STUFEN-INDEX       PIC 9.
       01 SOLL-SALDO-ABS     PIC 9(9)V99.
       01 P-ART-TEXT         PIC X(10).
       01 P-SATZ-TEXT        PIC X(15).
       01 P-GRENZE-TEXT      PIC X(15).
       01 NUMVAL-TESTRESULT  PIC S9(4).

      *> Zinsstaffel: Abrechnungszeitraum und Tagesumsaetze nach
      *> Valuta. Gelesen wird ab einem Monat vor Periodenbeginn, damit
      *> auch frueher gebuchte Umsaetze mit spaeterer Valuta (z.B.
      *> Zahlungseingaenge nach dem Buchungsschnitt) erfasst werden.
       01 ZINS-STICHTAG      PIC 9(8).
       01 PERIODE-VON        PIC 9(8).
       01 PERIODE-BIS        PIC 9(8).
       01 PERIODE-TAGE       PIC 99.
       01 VON-TAGESZAHL      PIC 9(7).
       01 HILFS-DATUM        PIC 9(8).
       01 LESE-AB-DATUM      PIC 9(8).
       01 STAFFEL-TABELLE.
           05 TAGES-UMSATZ OCCURS 31 TIMES PIC S9(9)V99.
       01 TAG-INDEX          PIC 99.
       01 BEW-VALUTA         PIC 9(8).
       01 NACH-VON-SUMME     PIC S9(9)V99.
       01 STAFFEL-SALDO      PIC S9(9)V99.
       01 STAFFEL-EOF-FLAGGE PIC X.
       01 ABSCHNITT-SALDO    PIC S9(9)V99.
       01 ABSCHNITT-BEGINN   PIC 99.
       01 ABSCHNITT-TAGE     PIC 99.
       01 ABSCHNITT-ZINS     PIC S9(9)V9(6).
       01 ZINSZAHL           PIC S9(9).
       01 ZINSZAHL-HABEN     PIC S9(11).
       01 ZINSZAHL-SOLL      PIC S9(11).
       01 ZINS-HABEN-ROH     PIC S9(9)V9(6).
       01 ZINS-SOLL-ROH      PIC S9(9)V9(6).
       01 ZINS-HABEN         PIC S9(7)V99.
       01 ZINS-SOLL          PIC S9(7)V99.
       01 LAUF-SALDO         PIC S9(9)V99.

      *> Druckbericht zinsstaffel-JJJJMM.txt - bei Wiederaufnahme
      *> wird an den Bericht des unterbrochenen Laufs angehaengt.
       01 WS-STAFFEL-STATUS  PIC XX.
       01 WS-STAFFEL-NAME    PIC X(40).
       01 STAFFEL-OFFEN      PIC X VALUE 'N'.
       01 MASK-DATUM         PIC 9999/99/99.
       01 MASK-DATUM-BIS     PIC 9999/99/99.
       01 MASK-TAGE          PIC Z9.
       01 MASK-SALDO         PIC -Z(8)9.99.
       01 MASK-SATZ          PIC 9.9999.
       01 MASK-ZINSZAHL      PIC -Z(10)9.
       01 MASK-ZINS          PIC -Z(6)9.99.

      *> Laufkontrolle fuer Wiederaufnahme nach Abbruch: steht im
      *> Kontrollsatz der Schritt ZINSLAUF (laufend) mit einer
      *> Kundennummer, wird hinter dieser Nummer aufgesetzt, damit
       01 WS-FP-VORGANG      PIC X(30).
       01 WS-FP-MELDUNG      PIC X(60).

      *> Probelauf: Buchungen nur an PROBELAUFBERICHT melden.
       01 PB-FUNKTION        PIC X.
       01 PB-SCHRITT         PIC X(12) VALUE "zinslauf".
       01 PB-KUNDEN-NR       PIC 9(5).
       01 PB-NIEDERLASSUNG   PIC X(4).
       01 PB-ART             PIC X(16).
       01 PB-BETRAG          PIC S9(7)V99.

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "MONTHEND".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
       01 LP-PROBELAUF       PIC X.

       PROCEDURE DIVISION USING LP-PROBELAUF.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- MONATSABSCHLUSS: ZINSLAUF ---"
           MOVE 'N' TO EOF-FLAGGE
           MOVE 'N' TO STAFFEL-OFFEN
           MOVE 0 TO ANZAHL-KONTEN SUMME-ZINSEN SUMME-STEUER

           PERFORM ZINSPARAMETER-LADEN
           IF LP-PROBELAUF = 'J'
               DISPLAY "PROBELAUF - es wird nichts gebucht."
               MOVE 0 TO WIEDERAUFNAHME-NR
               ACCEPT WS-HEUTE FROM DATE YYYYMMDD
               MOVE WS-HEUTE TO ZINS-STICHTAG
           ELSE
      *> Keine Buchung in einen abgeschlossenen Monat.
               ACCEPT BP-DATUM FROM DATE YYYYMMDD
               CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM
                   BP-DATUM BP-GESPERRT
               IF BP-GESPERRT = 'J'
                   MOVE 0 TO LZ-ANZAHL
                   CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
                   GOBACK
               END-IF
               PERFORM WIEDERAUFNAHME-PRUEFEN
           END-IF
           PERFORM PERIODE-ERMITTELN

           IF LP-PROBELAUF = 'J'
               OPEN INPUT KUNDEN-DATEI
           ELSE
               OPEN I-O KUNDEN-DATEI
           END-IF
           IF WS-KUNDEN-STATUS = "35"
               DISPLAY "Hinweis: kunden.dat existiert noch nicht - "
                   "keine Zinsberechnung noetig."
                   "werden (Status " WS-KUNDEN-STATUS "). Bitte "
                   "Systemadministrator verstaendigen."
           ELSE
               IF LP-PROBELAUF = 'J'
                   PERFORM PROBELAUF-EROEFFNEN
               ELSE
                   PERFORM STAFFEL-OEFFNEN
               END-IF
               IF WIEDERAUFNAHME-NR > 0
                   MOVE WIEDERAUFNAHME-NR TO KUNDEN-NR
                   START KUNDEN-DATEI KEY IS > KUNDEN-NR
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF KUNDEN-STATUS = 'A'
                                   OR KUNDEN-STATUS = 'N'
                               PERFORM KONTO-VERZINSEN
                           END-IF
                           IF LP-PROBELAUF NOT = 'J'
                               PERFORM STAND-FORTSCHREIBEN
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE KUNDEN-DATEI
               IF STAFFEL-OFFEN = 'J'
                   CLOSE STAFFEL-DATEI
               END-IF
               IF LP-PROBELAUF = 'J'
                   MOVE 'A' TO PB-FUNKTION
                   PERFORM PROBELAUF-MELDEN
               END-IF

               MOVE SUMME-ZINSEN TO MASK-SUMME
               DISPLAY ANZAHL-KONTEN " Konten verzinst, Gesamtzinsen: "
                   MASK-SUMME " (Rohsumme, ohne Waehrungsumrechnung)"
               MOVE SUMME-STEUER TO MASK-SUMME
               DISPLAY "Einbehaltene Kapitalertragsteuer: " MASK-SUMME
               IF STAFFEL-OFFEN = 'J'
                   DISPLAY "Zinsstaffeln: "
                       FUNCTION TRIM(WS-STAFFEL-NAME)
               END-IF
           END-IF
           END-IF

           MOVE ANZAHL-KONTEN TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

      *> Zinsstaffel des aktuellen KUNDEN-EINTRAGs aufbauen, Haben-
      *> und Sollzins getrennt ermitteln und buchen.
       KONTO-VERZINSEN.
           PERFORM STAFFEL-AUFBAUEN
           PERFORM STAFFEL-KOPF-SCHREIBEN
           PERFORM STAFFEL-ABSCHNITTE-BILDEN
           COMPUTE ZINS-HABEN ROUNDED = ZINS-HABEN-ROH
           COMPUTE ZINS-SOLL ROUNDED = ZINS-SOLL-ROH

           MOVE 0 TO STEUERBETRAG
           IF ZINS-HABEN > 0
               MOVE ZINS-HABEN TO ZINSBETRAG
               PERFORM STEUER-ERMITTELN
           END-IF
           PERFORM STAFFEL-FUSS-SCHREIBEN

           IF LP-PROBELAUF = 'J'
               PERFORM PROBEBUCHUNGEN-MELDEN
           ELSE
               PERFORM KONTO-BUCHEN
           END-IF.

       KONTO-BUCHEN.
           MOVE KUNDEN-KONTO TO LAUF-SALDO
           COMPUTE KUNDEN-KONTO = KUNDEN-KONTO
               + ZINS-HABEN + ZINS-SOLL - STEUERBETRAG
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "MONTHEND" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Zinsgutschrift fehlgeschlagen" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Zinsgutschrift fuer Kunde " KUNDEN-NR
                   " konnte nicht gespeichert werden (Status "
                   WS-KUNDEN-STATUS ")."
           ELSE
               ADD 1 TO ANZAHL-KONTEN
               ADD ZINS-HABEN TO SUMME-ZINSEN
               ADD ZINS-SOLL TO SUMME-ZINSEN
               ADD STEUERBETRAG TO SUMME-STEUER
               IF ZINS-HABEN NOT = 0
                   MOVE "ZINSEN" TO BUCHUNGSART
                   MOVE ZINS-HABEN TO ZINSBETRAG
                   PERFORM ZINSBUCHUNG-SCHREIBEN
               END-IF
               IF ZINS-SOLL NOT = 0
                   MOVE "SOLLZINSEN" TO BUCHUNGSART
                   MOVE ZINS-SOLL TO ZINSBETRAG
                   PERFORM ZINSBUCHUNG-SCHREIBEN
               END-IF
               IF STEUERBETRAG > 0
                   PERFORM STEUERBUCHUNG-SCHREIBEN
               END-IF
           END-IF.

      *> Probelauf: dieselben Buchungen wie KONTO-BUCHEN, aber nur
      *> an den Bericht gemeldet.
       PROBEBUCHUNGEN-MELDEN.
           ADD 1 TO ANZAHL-KONTEN
           ADD ZINS-HABEN TO SUMME-ZINSEN
           ADD ZINS-SOLL TO SUMME-ZINSEN
           ADD STEUERBETRAG TO SUMME-STEUER
           MOVE 'B' TO PB-FUNKTION
           MOVE KUNDEN-NR TO PB-KUNDEN-NR
           MOVE KUNDEN-NIEDERLASSUNG TO PB-NIEDERLASSUNG
           IF ZINS-HABEN NOT = 0
               MOVE "ZINSEN" TO PB-ART
               MOVE ZINS-HABEN TO PB-BETRAG
               PERFORM PROBELAUF-MELDEN
           END-IF
           IF ZINS-SOLL NOT = 0
               MOVE "SOLLZINSEN" TO PB-ART
               MOVE ZINS-SOLL TO PB-BETRAG
               PERFORM PROBELAUF-MELDEN
           END-IF
           IF STEUERBETRAG > 0
               MOVE "KAPSTEUER" TO PB-ART
               COMPUTE PB-BETRAG = STEUERBETRAG * -1
               PERFORM PROBELAUF-MELDEN
           END-IF.

       PROBELAUF-EROEFFNEN.
           MOVE 0 TO PB-KUNDEN-NR PB-BETRAG
           MOVE SPACES TO PB-NIEDERLASSUNG PB-ART
           MOVE 'E' TO PB-FUNKTION
           PERFORM PROBELAUF-MELDEN
           MOVE 'V' TO PB-FUNKTION
           MOVE "ZINSEN" TO PB-ART
           PERFORM PROBELAUF-MELDEN
           MOVE "SOLLZINSEN" TO PB-ART
           PERFORM PROBELAUF-MELDEN
           MOVE "KAPSTEUER" TO PB-ART
           PERFORM PROBELAUF-MELDEN.

       PROBELAUF-MELDEN.
           CALL "PROBELAUFBERICHT" USING PB-FUNKTION PB-SCHRITT
               PB-KUNDEN-NR PB-NIEDERLASSUNG PB-ART PB-BETRAG.

      *> Abrechnungszeitraum = Kalendermonat des Stichtags. 31 Tage
      *> nach dem Monatsersten liegen sicher im Folgemonat; dessen
      *> Erster minus ein Tag ist das Periodenende.
       PERIODE-ERMITTELN.
           MOVE ZINS-STICHTAG TO PERIODE-VON
           MOVE "01" TO PERIODE-VON(7:2)
           COMPUTE VON-TAGESZAHL = FUNCTION INTEGER-OF-DATE(PERIODE-VON)
           COMPUTE HILFS-DATUM =
               FUNCTION DATE-OF-INTEGER(VON-TAGESZAHL + 31)
           MOVE "01" TO HILFS-DATUM(7:2)
           COMPUTE PERIODE-BIS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(HILFS-DATUM) - 1)
           COMPUTE PERIODE-TAGE =
               FUNCTION INTEGER-OF-DATE(PERIODE-BIS) - VON-TAGESZAHL + 1
           COMPUTE LESE-AB-DATUM =
               FUNCTION DATE-OF-INTEGER(VON-TAGESZAHL - 31).

      *> Umsaetze des Kunden nach Valuta auf die Tage der Periode
      *> verteilen. Der Anfangssaldo ergibt sich rueckwaerts aus dem
      *> Kontostand abzueglich aller Umsaetze mit Valuta ab
      *> Periodenbeginn; Umsaetze mit Valuta nach Periodenende
      *> zaehlen erst in der Folgeperiode.
       STAFFEL-AUFBAUEN.
           PERFORM VARYING TAG-INDEX FROM 1 BY 1 UNTIL TAG-INDEX > 31
               MOVE 0 TO TAGES-UMSATZ(TAG-INDEX)
           END-PERFORM
           MOVE 0 TO NACH-VON-SUMME

           OPEN INPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "00"
               MOVE 'N' TO STAFFEL-EOF-FLAGGE
               MOVE KUNDEN-NR TO BEWEGUNG-KUNDEN-NR
               MOVE LESE-AB-DATUM TO BEWEGUNG-DATUM
               MOVE 0 TO BEWEGUNG-ZEIT
               START BEWEGUNGEN-DATEI KEY IS >= BEWEGUNG-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO STAFFEL-EOF-FLAGGE
               END-START
               PERFORM UNTIL STAFFEL-EOF-FLAGGE = 'J'
                   READ BEWEGUNGEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO STAFFEL-EOF-FLAGGE
                       NOT AT END
                           IF BEWEGUNG-KUNDEN-NR NOT = KUNDEN-NR
                               MOVE 'J' TO STAFFEL-EOF-FLAGGE
                           ELSE
                               PERFORM UMSATZ-EINORDNEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEWEGUNGEN-DATEI
           ELSE
           IF WS-BEWEGUNGEN-STATUS NOT = "35"
               MOVE "MONTHEND" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Zinsstaffel ohne Umsaetze - Stichtagssaldo"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
           END-IF
           END-IF

           COMPUTE STAFFEL-SALDO = KUNDEN-KONTO - NACH-VON-SUMME.

      *> Altsaetze ohne Valuta zaehlen mit ihrem Buchungsdatum.
       UMSATZ-EINORDNEN.
           IF BEWEGUNG-VALUTA IS NUMERIC AND BEWEGUNG-VALUTA > 0
               MOVE BEWEGUNG-VALUTA TO BEW-VALUTA
           ELSE
               MOVE BEWEGUNG-DATUM TO BEW-VALUTA
           END-IF
           IF BEW-VALUTA >= PERIODE-VON
               ADD BEWEGUNG-BETRAG TO NACH-VON-SUMME
               IF BEW-VALUTA <= PERIODE-BIS
                   COMPUTE TAG-INDEX = FUNCTION INTEGER-OF-DATE(
                       BEW-VALUTA) - VON-TAGESZAHL + 1
                   ADD BEWEGUNG-BETRAG TO TAGES-UMSATZ(TAG-INDEX)
               END-IF
           END-IF.

      *> Tagesendsalden fortschreiben; jeder Saldowechsel schliesst
      *> einen Staffelabschnitt ab.
       STAFFEL-ABSCHNITTE-BILDEN.
           MOVE 0 TO ZINS-HABEN-ROH
           MOVE 0 TO ZINS-SOLL-ROH
           MOVE 0 TO ZINSZAHL-HABEN
           MOVE 0 TO ZINSZAHL-SOLL
           MOVE 1 TO ABSCHNITT-BEGINN
           PERFORM VARYING TAG-INDEX FROM 1 BY 1
                   UNTIL TAG-INDEX > PERIODE-TAGE
               ADD TAGES-UMSATZ(TAG-INDEX) TO STAFFEL-SALDO
               IF TAG-INDEX = 1
                   MOVE STAFFEL-SALDO TO ABSCHNITT-SALDO
               ELSE
               IF STAFFEL-SALDO NOT = ABSCHNITT-SALDO
                   COMPUTE ABSCHNITT-TAGE = TAG-INDEX - ABSCHNITT-BEGINN
                   PERFORM ABSCHNITT-VERZINSEN
                   MOVE TAG-INDEX TO ABSCHNITT-BEGINN
                   MOVE STAFFEL-SALDO TO ABSCHNITT-SALDO
               END-IF
               END-IF
           END-PERFORM
           COMPUTE ABSCHNITT-TAGE = PERIODE-TAGE + 1 - ABSCHNITT-BEGINN
           PERFORM ABSCHNITT-VERZINSEN.

      *> Zins des Abschnitts = Saldo x Tage x Satz / Periodentage,
      *> Zinszahl = Saldo x Tage / 100. Gerundet wird erst die
      *> Monatssumme, damit sich Rundungsdifferenzen der Abschnitte
      *> nicht aufaddieren.
       ABSCHNITT-VERZINSEN.
           PERFORM ZINSSATZ-ERMITTELN
           COMPUTE ABSCHNITT-ZINS = ABSCHNITT-SALDO * ABSCHNITT-TAGE
               * ZINSSATZ / PERIODE-TAGE
           COMPUTE ZINSZAHL ROUNDED =
               ABSCHNITT-SALDO * ABSCHNITT-TAGE / 100
           IF ABSCHNITT-SALDO >= 0
               ADD ABSCHNITT-ZINS TO ZINS-HABEN-ROH
               ADD ZINSZAHL TO ZINSZAHL-HABEN
           ELSE
               ADD ABSCHNITT-ZINS TO ZINS-SOLL-ROH
               ADD ZINSZAHL TO ZINSZAHL-SOLL
           END-IF
           PERFORM STAFFELZEILE-SCHREIBEN.

       STAFFEL-OEFFNEN.
           MOVE SPACES TO WS-STAFFEL-NAME
           STRING "zinsstaffel-" PERIODE-VON(1:6) ".txt"
               DELIMITED BY SIZE INTO WS-STAFFEL-NAME
           IF WIEDERAUFNAHME-NR > 0
               OPEN EXTEND STAFFEL-DATEI
               IF WS-STAFFEL-STATUS = "35"
                   OPEN OUTPUT STAFFEL-DATEI
               END-IF
           ELSE
               OPEN OUTPUT STAFFEL-DATEI
           END-IF
           IF WS-STAFFEL-STATUS = "00"
               MOVE 'J' TO STAFFEL-OFFEN
               MOVE PERIODE-VON TO MASK-DATUM
               MOVE PERIODE-BIS TO MASK-DATUM-BIS
               MOVE SPACES TO STAFFEL-ZEILE
               STRING "ZINSSTAFFELN MONATSABSCHLUSS " MASK-DATUM
                   " - " MASK-DATUM-BIS
                   DELIMITED BY SIZE INTO STAFFEL-ZEILE
               WRITE STAFFEL-ZEILE
           ELSE
               MOVE 'N' TO STAFFEL-OFFEN
               MOVE "MONTHEND" TO WS-FP-PROGRAMM
               MOVE "OPEN STAFFEL-DATEI" TO WS-FP-VORGANG
               MOVE "Zinslauf ohne Staffelbericht" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-STAFFEL-STATUS WS-FP-MELDUNG
               DISPLAY "Warnung: " FUNCTION TRIM(WS-STAFFEL-NAME)
                   " konnte nicht angelegt werden (Status "
                   WS-STAFFEL-STATUS ") - Zinslauf laeuft ohne "
                   "Staffelbericht."
           END-IF.

       STAFFEL-KOPF-SCHREIBEN.
           MOVE SPACES TO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN
           STRING "Konto " KUNDEN-NR "  " KUNDEN-NAME "  Waehrung "
               KUNDEN-WAEHRUNG
               DELIMITED BY SIZE INTO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN
           MOVE PERIODE-VON TO MASK-DATUM
           MOVE PERIODE-BIS TO MASK-DATUM-BIS
           MOVE PERIODE-TAGE TO MASK-TAGE
           STRING "Zeitraum " MASK-DATUM " - " MASK-DATUM-BIS
               " (" MASK-TAGE " Tage)"
               DELIMITED BY SIZE INTO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN
           STRING "VON         BIS         TG          SALDO  "
               "  SATZ      ZINSZAHL         ZINS"
               DELIMITED BY SIZE INTO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN
           MOVE ALL "-" TO STAFFEL-ZEILE(1:76)
           PERFORM STAFFELZEILE-AUSGEBEN.

       STAFFELZEILE-SCHREIBEN.
           COMPUTE HILFS-DATUM = FUNCTION DATE-OF-INTEGER(
               VON-TAGESZAHL + ABSCHNITT-BEGINN - 1)
           MOVE HILFS-DATUM TO MASK-DATUM
           COMPUTE HILFS-DATUM = FUNCTION DATE-OF-INTEGER(
               VON-TAGESZAHL + ABSCHNITT-BEGINN + ABSCHNITT-TAGE - 2)
           MOVE HILFS-DATUM TO MASK-DATUM-BIS
           MOVE ABSCHNITT-TAGE TO MASK-TAGE
           MOVE ABSCHNITT-SALDO TO MASK-SALDO
           MOVE ZINSSATZ TO MASK-SATZ
           MOVE ZINSZAHL TO MASK-ZINSZAHL
           COMPUTE MASK-ZINS ROUNDED = ABSCHNITT-ZINS
           STRING MASK-DATUM "  " MASK-DATUM-BIS "  " MASK-TAGE "  "
               MASK-SALDO "  " MASK-SATZ "  " MASK-ZINSZAHL "  "
               MASK-ZINS
               DELIMITED BY SIZE INTO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN.

       STAFFEL-FUSS-SCHREIBEN.
           MOVE ALL "-" TO STAFFEL-ZEILE(1:76)
           PERFORM STAFFELZEILE-AUSGEBEN
           MOVE ZINSZAHL-HABEN TO MASK-ZINSZAHL
           STRING "Zinszahlen Haben   " MASK-ZINSZAHL
               DELIMITED BY SIZE INTO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN
           MOVE ZINSZAHL-SOLL TO MASK-ZINSZAHL
           STRING "Zinszahlen Soll    " MASK-ZINSZAHL
               DELIMITED BY SIZE INTO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN
           MOVE ZINS-HABEN TO MASK-ZINS
           STRING "Habenzinsen        " MASK-ZINS
               DELIMITED BY SIZE INTO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN
           MOVE ZINS-SOLL TO MASK-ZINS
           STRING "Sollzinsen         " MASK-ZINS
               DELIMITED BY SIZE INTO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN
           MOVE STEUERBETRAG TO MASK-ZINS
           STRING "Kapitalertragsteuer" MASK-ZINS
               DELIMITED BY SIZE INTO STAFFEL-ZEILE
           PERFORM STAFFELZEILE-AUSGEBEN.

      *> Ohne geoeffneten Bericht laeuft die Verzinsung trotzdem.
       STAFFELZEILE-AUSGEBEN.
           IF STAFFEL-OFFEN = 'J'
               WRITE STAFFEL-ZEILE
           END-IF
           MOVE SPACES TO STAFFEL-ZEILE.

       ZINSBUCHUNG-SCHREIBEN.
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               MOVE BUCHUNGSART TO BEWEGUNG-ART
               MOVE ZINSBETRAG TO BEWEGUNG-BETRAG
      *> Die Zinsgutschrift steht brutto im Journal - der
      *> Steuereinbehalt folgt als eigener KAPSTEUER-Satz. Haben-
      *> und Sollzins fuehren den Saldo nacheinander fort.
               ADD ZINSBETRAG TO LAUF-SALDO
               MOVE LAUF-SALDO TO BEWEGUNG-SALDO-NACH
               MOVE SPACES TO BEWEGUNG-FREIGABE-CODE
               MOVE ZEROES TO BEWEGUNG-REFERENZ
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE PERIODE-BIS TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE WS-HEUTE(1:4) TO WS-JAHR

      *> Im Probelauf wird der Verbrauch nur gerechnet, nicht
      *> fortgeschrieben.
           IF LP-PROBELAUF = 'J'
               OPEN INPUT FREISTELLUNG-DATEI
           ELSE
               OPEN I-O FREISTELLUNG-DATEI
           END-IF
           IF WS-FS-STATUS = "00"
               MOVE KUNDEN-PERSONEN-NR TO FS-PERSON-NR
               READ FREISTELLUNG-DATEI KEY IS FS-PERSON-NR
                           MOVE FREI-REST TO FREI-VERBRAUCH
                       END-IF
                       ADD FREI-VERBRAUCH TO FS-VERBRAUCHT
                       IF LP-PROBELAUF NOT = 'J'
                           PERFORM FREISTELLUNG-FORTSCHREIBEN
                       END-IF
               END-READ
               CLOSE FREISTELLUNG-DATEI
               MOVE 0 TO STEUERBETRAG
           END-IF.

       FREISTELLUNG-FORTSCHREIBEN.
           REWRITE FREISTELLUNG-EINTRAG
           IF WS-FS-STATUS NOT = "00"
               MOVE "MONTHEND" TO WS-FP-PROGRAMM
               MOVE "REWRITE FREISTELLUNG" TO WS-FP-VORGANG
               MOVE "Freistellungsverbrauch nicht " TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-FS-STATUS WS-FP-MELDUNG
           END-IF.

       STEUERBUCHUNG-SCHREIBEN.
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE PERIODE-BIS TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
           END-IF
           END-IF.

      *> Ermittelt fuer den Saldo des aktuellen Staffelabschnitts
      *> Satz und Buchungsart: Habenzins auf positive, Sollzins auf
      *> negative Salden; bei Stufen gilt die hoechste erreichte
      *> Grenze.
       ZINSSATZ-ERMITTELN.
           IF ABSCHNITT-SALDO >= 0
               MOVE "ZINSEN" TO BUCHUNGSART
               MOVE HABEN-SATZ(1) TO ZINSSATZ
               PERFORM VARYING STUFEN-INDEX FROM 2 BY 1
                       UNTIL STUFEN-INDEX > HABEN-ANZAHL
                   IF ABSCHNITT-SALDO >= HABEN-GRENZE(STUFEN-INDEX)
                       MOVE HABEN-SATZ(STUFEN-INDEX) TO ZINSSATZ
                   END-IF
               END-PERFORM
           ELSE
               MOVE "SOLLZINSEN" TO BUCHUNGSART
               MOVE FUNCTION ABS(ABSCHNITT-SALDO) TO SOLL-SALDO-ABS
               MOVE SOLL-SATZ(1) TO ZINSSATZ
               PERFORM VARYING STUFEN-INDEX FROM 2 BY 1
                       UNTIL STUFEN-INDEX > SOLL-ANZAHL
       WIEDERAUFNAHME-PRUEFEN.
           MOVE 0 TO WIEDERAUFNAHME-NR
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE WS-HEUTE TO ZINS-STICHTAG
           MOVE 'L' TO LK-FUNKTION
           CALL "LAUFKONTROLLE" USING LK-FUNKTION ABLAUF-SATZ
               LK-ERGEBNIS
                   AND ABLAUF-STATUS = 'L'
                   AND ABLAUF-LETZTE-NR > 0
               MOVE ABLAUF-LETZTE-NR TO WIEDERAUFNAHME-NR
      *> Der fortgesetzte Lauf rechnet dieselbe Periode ab wie der
      *> abgebrochene.
               IF ABLAUF-DATUM > 0
                   MOVE ABLAUF-DATUM TO ZINS-STICHTAG
               END-IF
               DISPLAY "Wiederaufnahme: Zinslauf setzt hinter Kunde "
                   WIEDERAUFNAHME-NR " auf."
           END-IF.

       STAND-FORTSCHREIBEN.
           MOVE ZINS-STICHTAG TO ABLAUF-DATUM
           MOVE "ZINSLAUF" TO ABLAUF-SCHRITT
           MOVE KUNDEN-NR TO ABLAUF-LETZTE-NR
           MOVE 'L' TO ABLAUF-STATUS
