      *> (fuer fehlerhaft/doppelt angelegte Datensaetze) wird der
      *> Datensatz hier nicht nur entfernt, sondern zuerst mit
      *> Schliessungsdatum und -grund nach kunden-historie.dat archiviert.
      *> Danach werden die Schliessfach-Mietvertraege des Kontos
      *> beendet (SCHLIESSFACHENDE), da keine Miete mehr eingezogen
      *> werden kann.
      *>
      *> Vor der Schliessung werden alle Sperrposten aufgelistet, die
      *> zuerst erledigt sein muessen - aktive Dauerauftraege (als
      *> Auftraggeber- oder Empfaengerkonto), aktive Karten, laufende
      *> Festgelder und Darlehen, aktive Vormerkungen und
      *> Kuendigungen sowie offene Schwebeposten zum Konto. Liegt
      *> einer vor, wird nichts gebucht.
      *>
      *> Danach folgt die Schlussabrechnung zum Buchungstag: Haben-
      *> und Sollzinsen fuer den laufenden Monat bis zum Schliessungs-
      *> tag (Zinsstaffel und Saetze wie im Zinslauf MONTHEND),
      *> Kapitalertragsteuer unter Beruecksichtigung des
      *> Freistellungsauftrags und die anteilige Kontofuehrungs-
      *> gebuehr aus gebuehren.dat (wie GEBUEHRENLAUF, nach
      *> abgelaufenen Tagen des Monats). Hat der Monat seine Zins-
      *> bzw. Gebuehrenbuchung schon erhalten, entfaellt der Teil.
      *> Ein Sollsaldo nach Abrechnung muss der Kunde erst
      *> ausgleichen; ein Guthaben wird bar, per Uebertrag auf ein
      *> anderes Konto im Haus oder per Zahlungsauftrag an eine
      *> fremde Bank (zahlungsauftraege.dat, Export ueber
      *> CLEARINGEXPORT) ausgezahlt. Der Kunde erhaelt eine
      *> Abschlussrechnung unter briefe/; erst dann wird archiviert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HISTORIE-DATEI ASSIGN TO "kunden-historie.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIE-STATUS.
           SELECT BEWEGUNGEN-DATEI ASSIGN TO "kontobewegungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT DAUERAUFTRAG-DATEI ASSIGN TO "dauerauftraege.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-NR
               FILE STATUS IS WS-DA-STATUS.
           SELECT KARTEN-DATEI ASSIGN TO "karten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KARTE-NR
               FILE STATUS IS WS-KARTEN-STATUS.
           SELECT FESTGELD-DATEI ASSIGN TO "festgelder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FG-NR
               FILE STATUS IS WS-FG-STATUS.
           SELECT DARLEHEN-DATEI ASSIGN TO "darlehen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-NR
               FILE STATUS IS WS-DL-STATUS.
           SELECT VORMERKUNG-DATEI ASSIGN TO "vormerkungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VO-SCHLUESSEL
               FILE STATUS IS WS-VO-STATUS.
           SELECT KUENDIGUNG-DATEI ASSIGN TO "kuendigungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KG-SCHLUESSEL
               FILE STATUS IS WS-KG-STATUS.
           SELECT SCHWEBE-DATEI ASSIGN TO "schwebeposten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-NR
               FILE STATUS IS WS-SP-STATUS.
           SELECT ZAHLAUF-DATEI ASSIGN TO "zahlungsauftraege.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZA-NR
               FILE STATUS IS WS-ZA-STATUS.
           SELECT FREISTELLUNG-DATEI ASSIGN TO "freistellungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PERSON-NR
               FILE STATUS IS WS-FS-STATUS.
           SELECT ZINSPARAM-DATEI ASSIGN TO "zinsparameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZINSPARAM-STATUS.
           SELECT GEBUEHREN-DATEI ASSIGN TO "gebuehren.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEBUEHREN-STATUS.
           SELECT ADRESSEN-DATEI ASSIGN TO "adressen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT BRIEF-DATEI ASSIGN TO WS-BRIEF-PFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIE-DATEI.
           COPY KUNDEN-HISTORIE.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD DAUERAUFTRAG-DATEI.
           COPY DAUERAUFTRAG.

       FD KARTEN-DATEI.
           COPY KARTE.

       FD FESTGELD-DATEI.
           COPY FESTGELD.

       FD DARLEHEN-DATEI.
           COPY DARLEHEN.

       FD VORMERKUNG-DATEI.
           COPY VORMERKUNG.

       FD KUENDIGUNG-DATEI.
           COPY KUENDIGUNG.

       FD SCHWEBE-DATEI.
           COPY SCHWEBE.

       FD ZAHLAUF-DATEI.
           COPY ZAHLUNGSAUFTRAG.

       FD FREISTELLUNG-DATEI.
           COPY FREISTELLUNG.

       FD ZINSPARAM-DATEI.
       01 ZINSPARAM-ZEILE      PIC X(60).

       FD GEBUEHREN-DATEI.
       01 GEBUEHREN-ZEILE      PIC X(60).

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD BRIEF-DATEI.
       01 BRIEF-ZEILE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 SUCH-NR              PIC 9(5).
       01 GEFUNDEN-FLAGGE      PIC X VALUE 'N'.
       01 BESTAETIGT-FLAGGE    PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-HISTORIE-STATUS   PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 MASK-KONTO           PIC -Z(6)9.99.
       01 SCHLIESSUNGSGRUND    PIC X(40).
       01 ARCHIV-OK-FLAGGE     PIC X VALUE 'N'.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
      *> Uebergabe an SCHLIESSFACHENDE: Vertragsnummer 0 = alle
      *> Vertraege des Kontos.
       01 FACH-VERTRAG-NR      PIC 9(5) VALUE 0.
       01 FACH-MITARBEITER     PIC X(4) VALUE SPACES.
       01 FACH-ANZAHL          PIC 9(3) VALUE 0.

      *> Sperrposten: jede Datei wird ganz bzw. ab dem Kunden-
      *> schluessel gelesen; fehlt eine Datei, gibt es dort keine
      *> Posten. Laesst sich eine vorhandene Datei nicht lesen, gilt
      *> das selbst als Sperrposten - die Pruefung waere sonst
      *> unvollstaendig.
       01 WS-DA-STATUS         PIC XX.
       01 WS-KARTEN-STATUS     PIC XX.
       01 WS-FG-STATUS         PIC XX.
       01 WS-DL-STATUS         PIC XX.
       01 WS-VO-STATUS         PIC XX.
       01 WS-KG-STATUS         PIC XX.
       01 WS-SP-STATUS         PIC XX.
       01 PRUEF-STATUS         PIC XX.
       01 PRUEF-DATEI          PIC X(24).
       01 PRUEF-EOF-FLAGGE     PIC X.
       01 ANZAHL-SPERRPOSTEN   PIC 9(3) VALUE 0.
       01 MASK-BETRAG          PIC Z(6)9.99.
       01 MASK-DATUM           PIC 9999/99/99.

      *> Schlussabrechnung. Zinsstaffel und Zinssaetze wie im
      *> Zinslauf (MONTHEND): Abschnittszins = Saldo x Tage x Satz /
      *> Tage des Monats, nur bis einschliesslich Schliessungstag.
       01 WS-ZINSPARAM-STATUS  PIC XX.
       01 PARAM-EOF-FLAGGE     PIC X VALUE 'N'.
       01 ZINSSATZ             PIC 9V9999.
       01 BUCHUNGSART          PIC X(16).
       01 HABEN-ANZAHL         PIC 9 VALUE 1.
       01 HABEN-TABELLE.
           05 HABEN-STUFE OCCURS 5 TIMES.
               10 HABEN-SATZ      PIC 9V9999.
               10 HABEN-GRENZE    PIC 9(7)V99.
       01 SOLL-ANZAHL          PIC 9 VALUE 1.
       01 SOLL-TABELLE.
           05 SOLL-STUFE OCCURS 5 TIMES.
               10 SOLL-SATZ       PIC 9V9999.
               10 SOLL-GRENZE     PIC 9(7)V99.
       01 STUFEN-INDEX         PIC 9.
       01 SOLL-SALDO-ABS       PIC 9(9)V99.
       01 P-ART-TEXT           PIC X(10).
       01 P-SATZ-TEXT          PIC X(15).
       01 P-GRENZE-TEXT        PIC X(15).
       01 NUMVAL-TESTRESULT    PIC S9(4).

       01 ZINS-STICHTAG        PIC 9(8).
       01 PERIODE-VON          PIC 9(8).
       01 PERIODE-BIS          PIC 9(8).
       01 PERIODE-TAGE         PIC 99.
       01 ABRECHNUNG-TAGE      PIC 99.
       01 VON-TAGESZAHL        PIC 9(7).
       01 HILFS-DATUM          PIC 9(8).
       01 LESE-AB-DATUM        PIC 9(8).
       01 STAFFEL-TABELLE.
           05 TAGES-UMSATZ OCCURS 31 TIMES PIC S9(9)V99.
       01 TAG-INDEX            PIC 99.
       01 BEW-VALUTA           PIC 9(8).
       01 NACH-VON-SUMME       PIC S9(9)V99.
       01 STAFFEL-SALDO        PIC S9(9)V99.
       01 STAFFEL-EOF-FLAGGE   PIC X.
       01 ABSCHNITT-SALDO      PIC S9(9)V99.
       01 ABSCHNITT-BEGINN     PIC 99.
       01 ABSCHNITT-TAGE       PIC 99.
       01 ABSCHNITT-ZINS       PIC S9(9)V9(6).
       01 ZINS-HABEN-ROH       PIC S9(9)V9(6).
       01 ZINS-SOLL-ROH        PIC S9(9)V9(6).
       01 ZINS-HABEN           PIC S9(7)V99 VALUE 0.
       01 ZINS-SOLL            PIC S9(7)V99 VALUE 0.
      *> Hat der Monat seine Zins- bzw. Gebuehrenbuchung schon
      *> (Zinslauf/Gebuehrenlauf am Monatsende), entfaellt der Teil.
       01 ZINS-GEBUCHT         PIC X VALUE 'N'.
       01 GEBUEHR-GEBUCHT      PIC X VALUE 'N'.

      *> Kapitalertragsteuer auf den Habenzins, soweit der
      *> Freistellungsauftrag der Person nicht reicht.
       01 WS-FS-STATUS         PIC XX.
       01 KEST-SATZ            PIC 9V9999 VALUE 0.2500.
       01 STEUERBETRAG         PIC 9(7)V99 VALUE 0.
       01 FREI-REST            PIC S9(8)V99.
       01 FREI-VERBRAUCH       PIC 9(7)V99 VALUE 0.
       01 STEUERPFLICHTIG      PIC S9(8)V99.
       01 WS-JAHR              PIC 9(4).

      *> Kontofuehrungsgebuehr aus gebuehren.dat (Aufbau siehe
      *> GEBUEHRENLAUF), anteilig nach abgelaufenen Tagen.
       01 WS-GEBUEHREN-STATUS  PIC XX.
       01 SATZ-ANZAHL          PIC 9(3) VALUE 0.
       01 SATZ-MAX             PIC 9(3) VALUE 100.
       01 GEBUEHREN-TABELLE.
           05 GB-EINTRAG OCCURS 100 TIMES.
               10 GB-KONTOART      PIC X.
               10 GB-FILIALE       PIC X(4).
               10 GB-BETRAG        PIC 9(5)V99.
               10 GB-FREIGRENZE    PIC 9(7)V99.
       01 G-INDEX              PIC 9(3).
       01 TREFFER-INDEX        PIC 9(3).
       01 P-GB-ART-TEXT        PIC X(4).
       01 P-FILIALE-TEXT       PIC X(6).
       01 P-BETRAG-TEXT        PIC X(15).
       01 GEBUEHR-BETRAG       PIC 9(5)V99 VALUE 0.

       01 SALDO-ALT            PIC S9(7)V99.
       01 SALDO-ENDE           PIC S9(8)V99.
       01 AUSZAHLUNG-BETRAG    PIC 9(7)V99 VALUE 0.
       01 LAUF-SALDO           PIC S9(8)V99.
       01 MASK-SALDO           PIC -Z(7)9.99.

      *> Auszahlung des Restguthabens: 1 = bar, 2 = Uebertrag auf
      *> ein anderes Konto im Haus, 3 = Zahlungsauftrag an eine
      *> fremde Bank.
       01 AUSZAHLUNGSWEG       PIC X VALUE SPACE.
       01 ZIEL-NR              PIC 9(5) VALUE 0.
       01 ZIEL-SALDO           PIC S9(7)V99.
       01 ZIEL-GESPERRT        PIC X VALUE 'N'.
       01 KONTO-WAEHRUNG       PIC X(3).
       01 WS-ZA-STATUS         PIC XX.
       01 AUFTRAG-NR           PIC 9(5).
       01 TEMP-EMPFAENGER      PIC X(30).
       01 TEMP-IBAN            PIC X(34).
      *> Sicherung des Kundensatzes vor und nach der Abrechnung -
      *> das Zielkonto wird im selben Satzbereich gelesen.
       01 KONTO-VORHER         PIC X(80).
       01 KONTO-NACHHER        PIC X(80).
      *> Und-Konten: Zustimmung aller Inhaber (INHABERPRUEF).
       01 INHABER-OK-FLAGGE    PIC X VALUE 'N'.
      *> Minderjaehrigenkonten: Vertreter ab Grenze (VERTRETERPRUEF).
       01 VERTRETER-OK-FLAGGE  PIC X VALUE 'N'.
      *> Pfaendungsschutz (siehe PFAENDPRUEF).
       01 PP-FUNKTION          PIC X.
       01 PP-FREI              PIC 9(8)V99.
       01 PP-ERGEBNIS          PIC X VALUE 'J'.
       01 MASK-FREI            PIC Z(7)9.99.

      *> Buchungssaetze der Schlussabrechnung.
       01 BUCHUNG-DATUM        PIC 9(8).
       01 BUCHUNG-ZEIT         PIC 9(8).
       01 BARVALUTA            PIC 9(8).
       01 BU-ART               PIC X(16).
       01 BU-BETRAG            PIC S9(7)V99.
       01 BU-VALUTA            PIC 9(8).
       01 AUS-FINAL-ZEIT       PIC 9(8).
       01 EIN-FINAL-ZEIT       PIC 9(8).

      *> Abschlussrechnung unter briefe/ (wie die Schreiben der
      *> REKLAMATIONPFLEGE).
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 WS-BRIEF-STATUS      PIC XX.
       01 WS-BRIEF-PFAD        PIC X(80).
       01 ADRESSE-GEFUNDEN     PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 RECHNUNG-TEXT        PIC X(40).
       01 RECHNUNG-BETRAG      PIC S9(8)V99.

      *> Buchungsdatum aus dem Bankkalender (siehe BANKTAG).
       01 BT-FUNKTION          PIC X.
       01 BT-DATUM             PIC 9(8).
       01 BT-ERGEBNIS-DATUM    PIC 9(8).
       01 BT-FLAGGE            PIC X.
      *> Satzsperre gegen gleichzeitige Bearbeitung am zweiten
      *> Terminal (siehe SATZSPERRE).
       01 SPERRE-FUNKTION      PIC X.
       01 SPERRE-NR            PIC 9(5).
       01 SPERRE-OK-FLAGGE     PIC X.
      *> Formaler Dateistatus fuer den Protokolleintrag der
      *> Sperrkollision - es liegt kein Dateifehler vor.
       01 SPERRE-LOG-STATUS    PIC XX VALUE "00".

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X.
       01 BP-PROGRAMM          PIC X(20) VALUE "CLOSEACCOUNT".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wandert in BEWEGUNG-MITARBEITER.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- KONTO SCHLIESSEN ---"
           PERFORM PERIODE-PRUEFEN
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF
           MOVE 'N' TO ABBRUCH-FLAGGE
           MOVE 'N' TO ZIEL-GESPERRT
           MOVE BT-ERGEBNIS-DATUM TO BUCHUNG-DATUM
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Bitte Kundennummer eingeben: "
           ACCEPT SUCH-NR

               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS "). Bitte "
                   "Systemadministrator verstaendigen."
               GOBACK
           END-IF

      *> Zwischen Abrechnung und Archivierung darf kein anderes
      *> Terminal das Konto bebuchen.
           PERFORM SATZ-SPERREN
           IF SPERRE-OK-FLAGGE NOT = 'J'
               CLOSE KUNDEN-DATEI
               GOBACK
           END-IF

           MOVE SUCH-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE 'N' TO GEFUNDEN-FLAGGE
               NOT INVALID KEY
                   MOVE 'Y' TO GEFUNDEN-FLAGGE
                   MOVE KUNDEN-KONTO TO MASK-KONTO
                   DISPLAY "Kunde gefunden: " KUNDEN-NAME
                   DISPLAY "Guthaben      : " MASK-KONTO " "
                       KUNDEN-WAEHRUNG
                   DISPLAY "Status        : " KUNDEN-STATUS
           END-READ

           IF GEFUNDEN-FLAGGE NOT = 'Y'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Kunde mit Nummer " SUCH-NR
                   " nicht gefunden."
           ELSE
           IF KUNDEN-STATUS = 'G'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Hinweis: Konto ist bereits geschlossen."
           END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               PERFORM SPERRPOSTEN-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM SCHLUSSABRECHNUNG-ERMITTELN
               PERFORM SCHLUSSABRECHNUNG-ANZEIGEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N' AND AUSZAHLUNG-BETRAG > 0
               PERFORM AUSZAHLUNG-ERFASSEN
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Schliessungsgrund eingeben: "
               ACCEPT SCHLIESSUNGSGRUND
               DISPLAY "Schlussabrechnung buchen, Konto schliessen "
                   "und archivieren? (J/N): "
               ACCEPT BESTAETIGT-FLAGGE
               IF BESTAETIGT-FLAGGE NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Schliessung abgebrochen."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               PERFORM SCHLUSSABRECHNUNG-BUCHEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM ABSCHLUSSRECHNUNG-ERSTELLEN
               PERFORM KONTO-ARCHIVIEREN
           END-IF

           CLOSE KUNDEN-DATEI
           PERFORM SATZ-FREIGEBEN
           IF ZIEL-GESPERRT = 'J'
               MOVE 'F' TO SPERRE-FUNKTION
               MOVE ZIEL-NR TO SPERRE-NR
               CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
                   SPERRE-OK-FLAGGE
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
      *> Sperrposten
      *> ------------------------------------------------------------
       SPERRPOSTEN-PRUEFEN.
           MOVE 0 TO ANZAHL-SPERRPOSTEN
           DISPLAY " "
           DISPLAY "Pruefung auf offene Posten zum Konto " SUCH-NR
               " ..."
           IF KUNDEN-STATUS = 'F'
               ADD 1 TO ANZAHL-SPERRPOSTEN
               DISPLAY "  Konto ist eingefroren - erst Freigabe "
                   "klaeren"
           END-IF
           PERFORM DAUERAUFTRAEGE-PRUEFEN
           PERFORM KARTEN-PRUEFEN
           PERFORM FESTGELDER-PRUEFEN
           PERFORM DARLEHEN-PRUEFEN
           PERFORM VORMERKUNGEN-PRUEFEN
           PERFORM KUENDIGUNGEN-PRUEFEN
           PERFORM SCHWEBEPOSTEN-PRUEFEN

           IF ANZAHL-SPERRPOSTEN > 0
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY ANZAHL-SPERRPOSTEN " Sperrposten - Konto kann "
                   "erst nach deren Erledigung geschlossen werden. "
                   "Es wurde nichts gebucht."
           ELSE
               DISPLAY "  keine Sperrposten."
           END-IF.

       DAUERAUFTRAEGE-PRUEFEN.
           OPEN INPUT DAUERAUFTRAG-DATEI
           IF WS-DA-STATUS = "00"
               MOVE 'N' TO PRUEF-EOF-FLAGGE
               PERFORM UNTIL PRUEF-EOF-FLAGGE = 'J'
                   READ DAUERAUFTRAG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PRUEF-EOF-FLAGGE
                       NOT AT END
                           IF DA-STATUS = 'A'
                                   AND (DA-QUELLE-NR = SUCH-NR
                                   OR DA-ZIEL-NR = SUCH-NR)
                               ADD 1 TO ANZAHL-SPERRPOSTEN
                               MOVE DA-BETRAG TO MASK-BETRAG
                               DISPLAY "  Dauerauftrag " DA-NR
                                   " von " DA-QUELLE-NR " an "
                                   DA-ZIEL-NR " ueber " MASK-BETRAG
                                   " " DA-WAEHRUNG " ist aktiv"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAUERAUFTRAG-DATEI
           ELSE
           IF WS-DA-STATUS NOT = "35"
               MOVE WS-DA-STATUS TO PRUEF-STATUS
               MOVE "dauerauftraege.dat" TO PRUEF-DATEI
               PERFORM PRUEFDATEI-FEHLER
           END-IF
           END-IF.

       KARTEN-PRUEFEN.
           OPEN INPUT KARTEN-DATEI
           IF WS-KARTEN-STATUS = "00"
               MOVE 'N' TO PRUEF-EOF-FLAGGE
               PERFORM UNTIL PRUEF-EOF-FLAGGE = 'J'
                   READ KARTEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PRUEF-EOF-FLAGGE
                       NOT AT END
                           IF KARTE-STATUS = 'A'
                                   AND KARTE-KUNDEN-NR = SUCH-NR
                               ADD 1 TO ANZAHL-SPERRPOSTEN
                               DISPLAY "  Karte "
                                   FUNCTION TRIM(KARTE-NR)
                                   " ist aktiv - erst sperren"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KARTEN-DATEI
           ELSE
           IF WS-KARTEN-STATUS NOT = "35"
               MOVE WS-KARTEN-STATUS TO PRUEF-STATUS
               MOVE "karten.dat" TO PRUEF-DATEI
               PERFORM PRUEFDATEI-FEHLER
           END-IF
           END-IF.

       FESTGELDER-PRUEFEN.
           OPEN INPUT FESTGELD-DATEI
           IF WS-FG-STATUS = "00"
               MOVE 'N' TO PRUEF-EOF-FLAGGE
               PERFORM UNTIL PRUEF-EOF-FLAGGE = 'J'
                   READ FESTGELD-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PRUEF-EOF-FLAGGE
                       NOT AT END
                           IF FG-STATUS = 'A'
                                   AND FG-KUNDEN-NR = SUCH-NR
                               ADD 1 TO ANZAHL-SPERRPOSTEN
                               MOVE FG-BETRAG TO MASK-BETRAG
                               MOVE FG-FAELLIGKEIT TO MASK-DATUM
                               DISPLAY "  Festgeld " FG-NR " ueber "
                                   MASK-BETRAG " laeuft bis "
                                   MASK-DATUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTGELD-DATEI
           ELSE
           IF WS-FG-STATUS NOT = "35"
               MOVE WS-FG-STATUS TO PRUEF-STATUS
               MOVE "festgelder.dat" TO PRUEF-DATEI
               PERFORM PRUEFDATEI-FEHLER
           END-IF
           END-IF.

      *> Gekuendigte Darlehen (K) sind noch nicht abgewickelt.
       DARLEHEN-PRUEFEN.
           OPEN INPUT DARLEHEN-DATEI
           IF WS-DL-STATUS = "00"
               MOVE 'N' TO PRUEF-EOF-FLAGGE
               PERFORM UNTIL PRUEF-EOF-FLAGGE = 'J'
                   READ DARLEHEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PRUEF-EOF-FLAGGE
                       NOT AT END
                           IF (DL-STATUS = 'A' OR DL-STATUS = 'K')
                                   AND DL-KUNDEN-NR = SUCH-NR
                               ADD 1 TO ANZAHL-SPERRPOSTEN
                               MOVE DL-RESTSCHULD TO MASK-BETRAG
                               DISPLAY "  Darlehen " DL-NR
                                   " (Status " DL-STATUS
                                   "), Restschuld " MASK-BETRAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DARLEHEN-DATEI
           ELSE
           IF WS-DL-STATUS NOT = "35"
               MOVE WS-DL-STATUS TO PRUEF-STATUS
               MOVE "darlehen.dat" TO PRUEF-DATEI
               PERFORM PRUEFDATEI-FEHLER
           END-IF
           END-IF.

      *> Verfallene Vormerkungen zaehlen wie in VORMERKSUMME nicht.
       VORMERKUNGEN-PRUEFEN.
           OPEN INPUT VORMERKUNG-DATEI
           IF WS-VO-STATUS = "00"
               MOVE 'N' TO PRUEF-EOF-FLAGGE
               MOVE SUCH-NR TO VO-KUNDEN-NR
               MOVE 0 TO VO-NR
               START VORMERKUNG-DATEI KEY IS >= VO-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO PRUEF-EOF-FLAGGE
               END-START
               PERFORM UNTIL PRUEF-EOF-FLAGGE = 'J'
                   READ VORMERKUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PRUEF-EOF-FLAGGE
                       NOT AT END
                           IF VO-KUNDEN-NR NOT = SUCH-NR
                               MOVE 'J' TO PRUEF-EOF-FLAGGE
                           ELSE
                           IF VO-STATUS = 'A'
                                   AND (VO-ABLAUF = 0
                                   OR VO-ABLAUF >= WS-HEUTE)
                               ADD 1 TO ANZAHL-SPERRPOSTEN
                               MOVE VO-BETRAG TO MASK-BETRAG
                               DISPLAY "  Vormerkung " VO-NR
                                   " ueber " MASK-BETRAG " ("
                                   FUNCTION TRIM(VO-GRUND) ")"
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VORMERKUNG-DATEI
           ELSE
           IF WS-VO-STATUS NOT = "35"
               MOVE WS-VO-STATUS TO PRUEF-STATUS
               MOVE "vormerkungen.dat" TO PRUEF-DATEI
               PERFORM PRUEFDATEI-FEHLER
           END-IF
           END-IF.

       KUENDIGUNGEN-PRUEFEN.
           OPEN INPUT KUENDIGUNG-DATEI
           IF WS-KG-STATUS = "00"
               MOVE 'N' TO PRUEF-EOF-FLAGGE
               MOVE SUCH-NR TO KG-KUNDEN-NR
               MOVE 0 TO KG-NR
               START KUENDIGUNG-DATEI KEY IS >= KG-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO PRUEF-EOF-FLAGGE
               END-START
               PERFORM UNTIL PRUEF-EOF-FLAGGE = 'J'
                   READ KUENDIGUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PRUEF-EOF-FLAGGE
                       NOT AT END
                           IF KG-KUNDEN-NR NOT = SUCH-NR
                               MOVE 'J' TO PRUEF-EOF-FLAGGE
                           ELSE
                           IF KG-STATUS = 'A'
                               ADD 1 TO ANZAHL-SPERRPOSTEN
                               MOVE KG-BETRAG TO MASK-BETRAG
                               MOVE KG-FRUEHESTES-DATUM TO MASK-DATUM
                               DISPLAY "  Kuendigung " KG-NR
                                   " ueber " MASK-BETRAG
                                   " verfuegbar ab " MASK-DATUM
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUENDIGUNG-DATEI
           ELSE
           IF WS-KG-STATUS NOT = "35"
               MOVE WS-KG-STATUS TO PRUEF-STATUS
               MOVE "kuendigungen.dat" TO PRUEF-DATEI
               PERFORM PRUEFDATEI-FEHLER
           END-IF
           END-IF.

      *> Offene Eingaenge fuer das Konto muessen vorher ueber
      *> SCHWEBEPFLEGE umgeleitet oder zurueckgegeben werden.
       SCHWEBEPOSTEN-PRUEFEN.
           OPEN INPUT SCHWEBE-DATEI
           IF WS-SP-STATUS = "00"
               MOVE 'N' TO PRUEF-EOF-FLAGGE
               PERFORM UNTIL PRUEF-EOF-FLAGGE = 'J'
                   READ SCHWEBE-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PRUEF-EOF-FLAGGE
                       NOT AT END
                           IF SP-STATUS = 'O'
                                   AND SP-ZIEL-KONTO = SUCH-NR
                               ADD 1 TO ANZAHL-SPERRPOSTEN
                               MOVE SP-BETRAG TO MASK-BETRAG
                               DISPLAY "  Schwebeposten " SP-NR
                                   " ueber " MASK-BETRAG " "
                                   SP-WAEHRUNG " ist offen"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHWEBE-DATEI
           ELSE
           IF WS-SP-STATUS NOT = "35"
               MOVE WS-SP-STATUS TO PRUEF-STATUS
               MOVE "schwebeposten.dat" TO PRUEF-DATEI
               PERFORM PRUEFDATEI-FEHLER
           END-IF
           END-IF.

       PRUEFDATEI-FEHLER.
           ADD 1 TO ANZAHL-SPERRPOSTEN
           MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
           MOVE "OPEN INPUT SPERRPOSTEN" TO WS-FP-VORGANG
           MOVE SPACES TO WS-FP-MELDUNG
           STRING FUNCTION TRIM(PRUEF-DATEI) " nicht pruefbar"
               DELIMITED BY SIZE INTO WS-FP-MELDUNG
           CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
               PRUEF-STATUS WS-FP-MELDUNG
           DISPLAY "  " FUNCTION TRIM(PRUEF-DATEI) " konnte nicht "
               "gelesen werden (Status " PRUEF-STATUS ")".

      *> ------------------------------------------------------------
      *> Schlussabrechnung
      *> ------------------------------------------------------------
       SCHLUSSABRECHNUNG-ERMITTELN.
           MOVE KUNDEN-KONTO TO SALDO-ALT
           MOVE BUCHUNG-DATUM TO ZINS-STICHTAG
           MOVE 0 TO ZINS-HABEN ZINS-SOLL STEUERBETRAG FREI-VERBRAUCH
               GEBUEHR-BETRAG
           PERFORM PERIODE-ERMITTELN
           PERFORM ZINSPARAMETER-LADEN
           PERFORM STAFFEL-AUFBAUEN

           IF ZINS-GEBUCHT = 'N'
               PERFORM STAFFEL-ABSCHNITTE-BILDEN
               COMPUTE ZINS-HABEN ROUNDED = ZINS-HABEN-ROH
               COMPUTE ZINS-SOLL ROUNDED = ZINS-SOLL-ROH
               IF ZINS-HABEN > 0
                   PERFORM STEUER-ERMITTELN
               END-IF
           END-IF

           IF GEBUEHR-GEBUCHT = 'N'
               PERFORM GEBUEHR-ERMITTELN
           END-IF

           COMPUTE SALDO-ENDE = SALDO-ALT + ZINS-HABEN + ZINS-SOLL
               - STEUERBETRAG - GEBUEHR-BETRAG
           IF SALDO-ENDE > 0
               MOVE SALDO-ENDE TO AUSZAHLUNG-BETRAG
           ELSE
               MOVE 0 TO AUSZAHLUNG-BETRAG
           END-IF.

       SCHLUSSABRECHNUNG-ANZEIGEN.
           DISPLAY " "
           MOVE PERIODE-VON TO MASK-DATUM
           DISPLAY "Schlussabrechnung ab " MASK-DATUM
           MOVE ZINS-STICHTAG TO MASK-DATUM
           DISPLAY "          bis       " MASK-DATUM
           MOVE SALDO-ALT TO MASK-SALDO
           DISPLAY "  Kontostand           " MASK-SALDO " "
               KUNDEN-WAEHRUNG
           IF ZINS-GEBUCHT = 'J'
               DISPLAY "  Zinsen des Monats bereits abgerechnet"
           ELSE
               MOVE ZINS-HABEN TO MASK-SALDO
               DISPLAY "  Habenzinsen          " MASK-SALDO
               MOVE ZINS-SOLL TO MASK-SALDO
               DISPLAY "  Sollzinsen           " MASK-SALDO
               COMPUTE MASK-SALDO = STEUERBETRAG * -1
               DISPLAY "  Kapitalertragsteuer  " MASK-SALDO
           END-IF
           IF GEBUEHR-GEBUCHT = 'J'
               DISPLAY "  Kontofuehrungsgebuehr des Monats bereits "
                   "belastet"
           ELSE
               COMPUTE MASK-SALDO = GEBUEHR-BETRAG * -1
               DISPLAY "  Kontofuehrung anteil. " MASK-SALDO
           END-IF
           MOVE SALDO-ENDE TO MASK-SALDO
           DISPLAY "  Schlusssaldo         " MASK-SALDO " "
               KUNDEN-WAEHRUNG

      *> Ein Sollsaldo wird nicht ausgebucht - der Kunde muss ihn
      *> vor der Schliessung ausgleichen.
           IF SALDO-ENDE < 0
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Konto weist nach Abrechnung einen Sollsaldo "
                   "aus - bitte zuerst ausgleichen. Es wurde nichts "
                   "gebucht."
           END-IF.

      *> Abrechnungszeitraum = Kalendermonat des Schliessungstags
      *> (wie PERIODE-ERMITTELN im Zinslauf); verzinst wird nur bis
      *> einschliesslich Schliessungstag.
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
           COMPUTE ABRECHNUNG-TAGE =
               FUNCTION INTEGER-OF-DATE(ZINS-STICHTAG)
               - VON-TAGESZAHL + 1
           COMPUTE LESE-AB-DATUM =
               FUNCTION DATE-OF-INTEGER(VON-TAGESZAHL - 31).

      *> Umsaetze nach Valuta auf die Tage bis zum Schliessungstag
      *> verteilen (Anfangssaldo rueckwaerts wie im Zinslauf). Im
      *> selben Durchgang wird festgestellt, ob der Monat seine
      *> Zinsen oder seine Gebuehr schon erhalten hat.
       STAFFEL-AUFBAUEN.
           PERFORM VARYING TAG-INDEX FROM 1 BY 1 UNTIL TAG-INDEX > 31
               MOVE 0 TO TAGES-UMSATZ(TAG-INDEX)
           END-PERFORM
           MOVE 0 TO NACH-VON-SUMME
           MOVE 'N' TO ZINS-GEBUCHT
           MOVE 'N' TO GEBUEHR-GEBUCHT

           OPEN INPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "00"
               MOVE 'N' TO STAFFEL-EOF-FLAGGE
               MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
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
                           IF BEWEGUNG-KUNDEN-NR NOT = SUCH-NR
                               MOVE 'J' TO STAFFEL-EOF-FLAGGE
                           ELSE
                               PERFORM UMSATZ-EINORDNEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEWEGUNGEN-DATEI
           ELSE
           IF WS-BEWEGUNGEN-STATUS NOT = "35"
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
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
               IF BEW-VALUTA <= ZINS-STICHTAG
                   COMPUTE TAG-INDEX = FUNCTION INTEGER-OF-DATE(
                       BEW-VALUTA) - VON-TAGESZAHL + 1
                   ADD BEWEGUNG-BETRAG TO TAGES-UMSATZ(TAG-INDEX)
               END-IF
               IF BEWEGUNG-ART = "ZINSEN" OR "SOLLZINSEN"
                   MOVE 'J' TO ZINS-GEBUCHT
               END-IF
           END-IF
           IF BEWEGUNG-ART = "GEBUEHR"
                   AND BEWEGUNG-DATUM >= PERIODE-VON
               MOVE 'J' TO GEBUEHR-GEBUCHT
           END-IF.

      *> Tagesendsalden fortschreiben; jeder Saldowechsel schliesst
      *> einen Staffelabschnitt ab.
       STAFFEL-ABSCHNITTE-BILDEN.
           MOVE 0 TO ZINS-HABEN-ROH
           MOVE 0 TO ZINS-SOLL-ROH
           MOVE 1 TO ABSCHNITT-BEGINN
           PERFORM VARYING TAG-INDEX FROM 1 BY 1
                   UNTIL TAG-INDEX > ABRECHNUNG-TAGE
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
           COMPUTE ABSCHNITT-TAGE =
               ABRECHNUNG-TAGE + 1 - ABSCHNITT-BEGINN
           PERFORM ABSCHNITT-VERZINSEN.

       ABSCHNITT-VERZINSEN.
           PERFORM ZINSSATZ-ERMITTELN
           COMPUTE ABSCHNITT-ZINS = ABSCHNITT-SALDO * ABSCHNITT-TAGE
               * ZINSSATZ / PERIODE-TAGE
           IF ABSCHNITT-SALDO >= 0
               ADD ABSCHNITT-ZINS TO ZINS-HABEN-ROH
           ELSE
               ADD ABSCHNITT-ZINS TO ZINS-SOLL-ROH
           END-IF.

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
                   IF SOLL-SALDO-ABS >= SOLL-GRENZE(STUFEN-INDEX)
                       MOVE SOLL-SATZ(STUFEN-INDEX) TO ZINSSATZ
                   END-IF
               END-PERFORM
           END-IF.

       ZINSPARAMETER-LADEN.
      *> Grundstufen vorbelegen - sie gelten auch, wenn die
      *> Parameterdatei fehlt oder nur eine der beiden Arten enthaelt.
           MOVE 1 TO HABEN-ANZAHL
           MOVE 0.0050 TO HABEN-SATZ(1)
           MOVE 0 TO HABEN-GRENZE(1)
           MOVE 1 TO SOLL-ANZAHL
           MOVE 0.0150 TO SOLL-SATZ(1)
           MOVE 0 TO SOLL-GRENZE(1)

           OPEN INPUT ZINSPARAM-DATEI
           IF WS-ZINSPARAM-STATUS NOT = "00"
               DISPLAY "Warnung: zinsparameter.dat nicht gefunden - "
                   "eingebaute Standardsaetze werden verwendet."
           ELSE
               MOVE 'N' TO PARAM-EOF-FLAGGE
               PERFORM UNTIL PARAM-EOF-FLAGGE = 'J'
                   READ ZINSPARAM-DATEI
                       AT END
                           MOVE 'J' TO PARAM-EOF-FLAGGE
                       NOT AT END
                           PERFORM PARAMZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE ZINSPARAM-DATEI
           END-IF.

      *> Ungueltige Zeilen meldet schon der Zinslauf - hier werden
      *> sie stillschweigend uebergangen.
       PARAMZEILE-VERARBEITEN.
           MOVE SPACES TO P-ART-TEXT P-SATZ-TEXT P-GRENZE-TEXT
           UNSTRING ZINSPARAM-ZEILE DELIMITED BY ";"
               INTO P-ART-TEXT P-SATZ-TEXT P-GRENZE-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-ART-TEXT) TO P-ART-TEXT
           MOVE FUNCTION TEST-NUMVAL(P-SATZ-TEXT) TO NUMVAL-TESTRESULT

           IF NUMVAL-TESTRESULT = 0
               IF P-ART-TEXT = "KEST"
                   COMPUTE KEST-SATZ = FUNCTION NUMVAL(P-SATZ-TEXT)
               ELSE
               IF P-GRENZE-TEXT = SPACES
                   IF P-ART-TEXT = "HABEN"
                       COMPUTE HABEN-SATZ(1) =
                           FUNCTION NUMVAL(P-SATZ-TEXT)
                   END-IF
                   IF P-ART-TEXT = "SOLL"
                       COMPUTE SOLL-SATZ(1) =
                           FUNCTION NUMVAL(P-SATZ-TEXT)
                   END-IF
               ELSE
                   IF P-ART-TEXT = "HABEN" AND HABEN-ANZAHL < 5
                       ADD 1 TO HABEN-ANZAHL
                       COMPUTE HABEN-SATZ(HABEN-ANZAHL) =
                           FUNCTION NUMVAL(P-SATZ-TEXT)
                       COMPUTE HABEN-GRENZE(HABEN-ANZAHL) =
                           FUNCTION NUMVAL(P-GRENZE-TEXT)
                   END-IF
                   IF P-ART-TEXT = "SOLL" AND SOLL-ANZAHL < 5
                       ADD 1 TO SOLL-ANZAHL
                       COMPUTE SOLL-SATZ(SOLL-ANZAHL) =
                           FUNCTION NUMVAL(P-SATZ-TEXT)
                       COMPUTE SOLL-GRENZE(SOLL-ANZAHL) =
                           FUNCTION NUMVAL(P-GRENZE-TEXT)
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> Kapitalertragsteuer auf den Habenzins; der Verbrauch des
      *> Freistellungsauftrags wird hier nur gerechnet und erst beim
      *> Buchen fortgeschrieben (FREISTELLUNG-FORTSCHREIBEN).
       STEUER-ERMITTELN.
           MOVE 0 TO FREI-REST
           MOVE 0 TO FREI-VERBRAUCH
           MOVE ZINS-STICHTAG(1:4) TO WS-JAHR

           OPEN INPUT FREISTELLUNG-DATEI
           IF WS-FS-STATUS = "00"
               MOVE KUNDEN-PERSONEN-NR TO FS-PERSON-NR
               READ FREISTELLUNG-DATEI KEY IS FS-PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-JAHR NOT = WS-JAHR
                           MOVE 0 TO FS-VERBRAUCHT
                       END-IF
                       COMPUTE FREI-REST =
                           FS-BETRAG - FS-VERBRAUCHT
                       IF FREI-REST < 0
                           MOVE 0 TO FREI-REST
                       END-IF
                       IF ZINS-HABEN < FREI-REST
                           MOVE ZINS-HABEN TO FREI-VERBRAUCH
                       ELSE
                           MOVE FREI-REST TO FREI-VERBRAUCH
                       END-IF
               END-READ
               CLOSE FREISTELLUNG-DATEI
           END-IF

           COMPUTE STEUERPFLICHTIG = ZINS-HABEN - FREI-REST
           IF STEUERPFLICHTIG > 0
               COMPUTE STEUERBETRAG ROUNDED =
                   STEUERPFLICHTIG * KEST-SATZ
           ELSE
               MOVE 0 TO STEUERBETRAG
           END-IF.

       FREISTELLUNG-FORTSCHREIBEN.
           OPEN I-O FREISTELLUNG-DATEI
           IF WS-FS-STATUS = "00"
               MOVE KUNDEN-PERSONEN-NR TO FS-PERSON-NR
               READ FREISTELLUNG-DATEI KEY IS FS-PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-JAHR NOT = WS-JAHR
                           MOVE 0 TO FS-VERBRAUCHT
                           MOVE WS-JAHR TO FS-JAHR
                       END-IF
                       ADD FREI-VERBRAUCH TO FS-VERBRAUCHT
                       REWRITE FREISTELLUNG-EINTRAG
               END-READ
               CLOSE FREISTELLUNG-DATEI
           END-IF
           IF WS-FS-STATUS NOT = "00"
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
               MOVE "REWRITE FREISTELLUNG" TO WS-FP-VORGANG
               MOVE "Freistellungsverbrauch nicht fortgeschrieben"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-FS-STATUS WS-FP-MELDUNG
           END-IF.

      *> Monatsgebuehr laut gebuehren.dat anteilig fuer die Tage bis
      *> zum Schliessungstag; Freigrenze wie im GEBUEHRENLAUF.
       GEBUEHR-ERMITTELN.
           MOVE 0 TO GEBUEHR-BETRAG
           PERFORM GEBUEHRENTABELLE-LADEN
           PERFORM GEBUEHRENSATZ-SUCHEN
           IF TREFFER-INDEX > 0
               IF GB-FREIGRENZE(TREFFER-INDEX) > 0
                       AND KUNDEN-KONTO >= GB-FREIGRENZE(TREFFER-INDEX)
                   CONTINUE
               ELSE
                   COMPUTE GEBUEHR-BETRAG ROUNDED =
                       GB-BETRAG(TREFFER-INDEX) * ABRECHNUNG-TAGE
                       / PERIODE-TAGE
               END-IF
           END-IF.

       GEBUEHRENTABELLE-LADEN.
           MOVE 0 TO SATZ-ANZAHL
           OPEN INPUT GEBUEHREN-DATEI
           IF WS-GEBUEHREN-STATUS = "00"
               MOVE 'N' TO PARAM-EOF-FLAGGE
               PERFORM UNTIL PARAM-EOF-FLAGGE = 'J'
                   READ GEBUEHREN-DATEI
                       AT END
                           MOVE 'J' TO PARAM-EOF-FLAGGE
                       NOT AT END
                           PERFORM GEBUEHRENZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE GEBUEHREN-DATEI
           END-IF.

       GEBUEHRENZEILE-VERARBEITEN.
           MOVE SPACES TO P-GB-ART-TEXT P-FILIALE-TEXT P-BETRAG-TEXT
               P-GRENZE-TEXT
           UNSTRING GEBUEHREN-ZEILE DELIMITED BY ";"
               INTO P-GB-ART-TEXT P-FILIALE-TEXT P-BETRAG-TEXT
                   P-GRENZE-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-GB-ART-TEXT) TO P-GB-ART-TEXT
           MOVE FUNCTION UPPER-CASE(P-FILIALE-TEXT) TO P-FILIALE-TEXT

           IF P-GB-ART-TEXT(1:1) = 'G' OR 'S'
               MOVE FUNCTION TEST-NUMVAL(P-BETRAG-TEXT)
                   TO NUMVAL-TESTRESULT
               IF NUMVAL-TESTRESULT = 0 AND SATZ-ANZAHL < SATZ-MAX
                   ADD 1 TO SATZ-ANZAHL
                   MOVE P-GB-ART-TEXT(1:1) TO GB-KONTOART(SATZ-ANZAHL)
                   MOVE P-FILIALE-TEXT(1:4) TO GB-FILIALE(SATZ-ANZAHL)
                   COMPUTE GB-BETRAG(SATZ-ANZAHL) =
                       FUNCTION NUMVAL(P-BETRAG-TEXT)
                   MOVE 0 TO GB-FREIGRENZE(SATZ-ANZAHL)
                   IF P-GRENZE-TEXT NOT = SPACES
                       MOVE FUNCTION TEST-NUMVAL(P-GRENZE-TEXT)
                           TO NUMVAL-TESTRESULT
                       IF NUMVAL-TESTRESULT = 0
                           COMPUTE GB-FREIGRENZE(SATZ-ANZAHL) =
                               FUNCTION NUMVAL(P-GRENZE-TEXT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Der Satz mit exakter Filiale geht dem Sternsatz (*) vor.
       GEBUEHRENSATZ-SUCHEN.
           MOVE 0 TO TREFFER-INDEX
           PERFORM VARYING G-INDEX FROM 1 BY 1
                   UNTIL G-INDEX > SATZ-ANZAHL
               IF GB-KONTOART(G-INDEX) = KUNDEN-KONTOART
                   IF GB-FILIALE(G-INDEX) = KUNDEN-NIEDERLASSUNG
                       MOVE G-INDEX TO TREFFER-INDEX
                       MOVE SATZ-ANZAHL TO G-INDEX
                   ELSE
                   IF GB-FILIALE(G-INDEX)(1:1) = '*'
                           AND TREFFER-INDEX = 0
                       MOVE G-INDEX TO TREFFER-INDEX
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Auszahlung des Restguthabens
      *> ------------------------------------------------------------
       AUSZAHLUNG-ERFASSEN.
           MOVE AUSZAHLUNG-BETRAG TO MASK-BETRAG
           DISPLAY " "
           DISPLAY "Auszahlung des Restguthabens " MASK-BETRAG " "
               KUNDEN-WAEHRUNG ":"
           DISPLAY "  1 - Barauszahlung"
           DISPLAY "  2 - Uebertrag auf ein anderes Konto im Haus"
           DISPLAY "  3 - Zahlungsauftrag an eine fremde Bank"
           DISPLAY "Auswahl: "
           ACCEPT AUSZAHLUNGSWEG

           EVALUATE AUSZAHLUNGSWEG
               WHEN '1'
                   CONTINUE
               WHEN '2'
                   PERFORM ZIELKONTO-ERFASSEN
               WHEN '3'
                   PERFORM AUFTRAG-ERFASSEN
               WHEN OTHER
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Ungueltige Auswahl - Schliessung "
                       "abgebrochen."
           END-EVALUATE

           IF ABBRUCH-FLAGGE = 'N'
               CALL "INHABERPRUEF" USING SUCH-NR INHABER-OK-FLAGGE
               IF INHABER-OK-FLAGGE NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               CALL "VERTRETERPRUEF" USING KUNDEN-PERSONEN-NR
                   AUSZAHLUNG-BETRAG VERTRETER-OK-FLAGGE
               IF VERTRETER-OK-FLAGGE NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
               END-IF
           END-IF

      *> Vom gepfaendeten Konto nur bis zum pfaendungsfreien Betrag;
      *> der Rest ist mit dem Glaeubiger zu klaeren.
           IF ABBRUCH-FLAGGE = 'N'
               MOVE 'P' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION SUCH-NR
                   AUSZAHLUNG-BETRAG KUNDEN-KONTO PP-FREI PP-ERGEBNIS
               IF PP-ERGEBNIS NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE PP-FREI TO MASK-FREI
                   DISPLAY "Fehler: Konto ist gepfaendet - "
                       "pfaendungsfrei verfuegbar nur noch "
                       MASK-FREI " " KUNDEN-WAEHRUNG "."
               END-IF
           END-IF.

      *> Zielkonto: ein anderes aktives Konto (oder Nachlasskonto)
      *> in derselben Waehrung; es wird bis zum Ende gesperrt.
       ZIELKONTO-ERFASSEN.
           DISPLAY "Kundennummer des Zielkontos: "
           ACCEPT ZIEL-NR
           IF ZIEL-NR = SUCH-NR
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Zielkonto darf nicht das zu "
                   "schliessende Konto sein."
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE 'S' TO SPERRE-FUNKTION
               MOVE ZIEL-NR TO SPERRE-NR
               CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
                   SPERRE-OK-FLAGGE
               IF SPERRE-OK-FLAGGE NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Hinweis: Kunde " ZIEL-NR " wird gerade an "
                       "einem anderen Terminal bearbeitet - bitte "
                       "erneut versuchen."
               ELSE
                   MOVE 'J' TO ZIEL-GESPERRT
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE KUNDEN-EINTRAG TO KONTO-VORHER
               MOVE KUNDEN-WAEHRUNG TO KONTO-WAEHRUNG
               MOVE ZIEL-NR TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Zielkonto " ZIEL-NR
                           " nicht gefunden."
                   NOT INVALID KEY
                       IF KUNDEN-STATUS NOT = 'A'
                               AND KUNDEN-STATUS NOT = 'N'
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Fehler: Zielkonto ist nicht aktiv "
                               "(Status " KUNDEN-STATUS ")."
                       ELSE
                       IF KUNDEN-WAEHRUNG NOT = KONTO-WAEHRUNG
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Fehler: Zielkonto wird in "
                               KUNDEN-WAEHRUNG " gefuehrt - "
                               "Uebertrag nur in gleicher Waehrung."
                       ELSE
                           DISPLAY "Zielkonto: " KUNDEN-NAME
                       END-IF
                       END-IF
               END-READ
               MOVE KONTO-VORHER TO KUNDEN-EINTRAG
           END-IF.

       AUFTRAG-ERFASSEN.
           DISPLAY "Auftragsnummer eingeben: "
           ACCEPT AUFTRAG-NR
           OPEN INPUT ZAHLAUF-DATEI
           IF WS-ZA-STATUS = "00"
               MOVE AUFTRAG-NR TO ZA-NR
               READ ZAHLAUF-DATEI KEY IS ZA-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Auftragsnummer " AUFTRAG-NR
                           " ist bereits vergeben."
               END-READ
               CLOSE ZAHLAUF-DATEI
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Empfaengername: "
               ACCEPT TEMP-EMPFAENGER
               IF FUNCTION TRIM(TEMP-EMPFAENGER) = SPACES
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Empfaengername darf nicht leer "
                       "sein."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Externes Konto/IBAN des Empfaengers: "
               ACCEPT TEMP-IBAN
               IF FUNCTION TRIM(TEMP-IBAN) = SPACES
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: IBAN darf nicht leer sein."
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> Buchen der Schlussabrechnung
      *> ------------------------------------------------------------
      *> Erst wird das Konto auf 0 gestellt, dann ggf. das Zielkonto
      *> erkannt (mit Ruecknahme, falls das scheitert); die Saetze in
      *> kontobewegungen.dat folgen mit fortlaufendem Saldo.
       SCHLUSSABRECHNUNG-BUCHEN.
           MOVE KUNDEN-EINTRAG TO KONTO-VORHER
           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
           MOVE 0 TO KUNDEN-KONTO
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Schlussabrechnung fehlgeschlagen - nichts gebucht"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Schlussabrechnung konnte nicht "
                   "gespeichert werden (Status " WS-KUNDEN-STATUS
                   "). Es wurde NICHTS gebucht."
           ELSE
               MOVE "CLOSEACCOUNT" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               MOVE KUNDEN-EINTRAG TO KONTO-NACHHER
               IF AUSZAHLUNGSWEG = '2'
                   PERFORM ZIELKONTO-GUTSCHREIBEN
                   MOVE KONTO-NACHHER TO KUNDEN-EINTRAG
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               IF FREI-VERBRAUCH > 0
                   PERFORM FREISTELLUNG-FORTSCHREIBEN
               END-IF
               PERFORM BUCHUNGEN-SCHREIBEN
               IF AUSZAHLUNGSWEG = '3'
                   PERFORM AUFTRAG-SPEICHERN
               END-IF
               IF AUSZAHLUNG-BETRAG > 0
                   MOVE 'B' TO PP-FUNKTION
                   CALL "PFAENDPRUEF" USING PP-FUNKTION SUCH-NR
                       AUSZAHLUNG-BETRAG KUNDEN-KONTO PP-FREI
                       PP-ERGEBNIS
               END-IF
           END-IF.

       ZIELKONTO-GUTSCHREIBEN.
           MOVE ZIEL-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE "23" TO WS-KUNDEN-STATUS
               NOT INVALID KEY
                   MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
                   ADD AUSZAHLUNG-BETRAG TO KUNDEN-KONTO
                   MOVE KUNDEN-KONTO TO ZIEL-SALDO
                   REWRITE KUNDEN-EINTRAG
           END-READ
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
               MOVE "REWRITE ZIELKONTO" TO WS-FP-VORGANG
               MOVE "Uebertrag fehlgeschlagen - Abrechnung zurueck"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Zielkonto konnte nicht erkannt "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               PERFORM ABRECHNUNG-ZURUECKROLLEN
           ELSE
               MOVE "CLOSEACCOUNT" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
           END-IF.

       ABRECHNUNG-ZURUECKROLLEN.
           MOVE KONTO-VORHER TO KUNDEN-EINTRAG
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
               MOVE "REWRITE ROLLBACK KONTO" TO WS-FP-VORGANG
               MOVE "RUECKROLLUNG FEHLGESCHLAGEN - MANUELL KLAEREN"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "*** FEHLER: Ruecknahme der Abrechnung "
                   "fehlgeschlagen (Status " WS-KUNDEN-STATUS "). "
                   "Konto " SUCH-NR " MUSS MANUELL GEPRUEFT "
                   "WERDEN. ***"
           ELSE
               MOVE "CLOSEACCOUNT" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KONTO-NACHHER TO WS-JRN-ALT
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               DISPLAY "Abrechnung wurde zurueckgenommen - es wurde "
                   "NICHTS gebucht."
           END-IF.

       BUCHUNGEN-SCHREIBEN.
           ACCEPT BUCHUNG-ZEIT FROM TIME
           MOVE SALDO-ALT TO LAUF-SALDO

           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               OPEN OUTPUT BEWEGUNGEN-DATEI
               CLOSE BEWEGUNGEN-DATEI
               OPEN I-O BEWEGUNGEN-DATEI
           END-IF

           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Schlussabrechnung nicht protokolliert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   "). Buchungen wurden NICHT protokolliert."
           ELSE
      *> Zins und Steuer valutieren am Schliessungstag, die Gebuehr
      *> wie im Gebuehrenlauf am Buchungstag.
               IF ZINS-HABEN NOT = 0
                   MOVE "ZINSEN" TO BU-ART
                   MOVE ZINS-HABEN TO BU-BETRAG
                   MOVE ZINS-STICHTAG TO BU-VALUTA
                   PERFORM SCHLUSSBUCHUNG-SCHREIBEN
               END-IF
               IF ZINS-SOLL NOT = 0
                   MOVE "SOLLZINSEN" TO BU-ART
                   MOVE ZINS-SOLL TO BU-BETRAG
                   MOVE ZINS-STICHTAG TO BU-VALUTA
                   PERFORM SCHLUSSBUCHUNG-SCHREIBEN
               END-IF
               IF STEUERBETRAG > 0
                   MOVE "KAPSTEUER" TO BU-ART
                   COMPUTE BU-BETRAG = STEUERBETRAG * -1
                   MOVE ZINS-STICHTAG TO BU-VALUTA
                   PERFORM SCHLUSSBUCHUNG-SCHREIBEN
               END-IF
               IF GEBUEHR-BETRAG > 0
                   MOVE "GEBUEHR" TO BU-ART
                   COMPUTE BU-BETRAG = GEBUEHR-BETRAG * -1
                   MOVE BUCHUNG-DATUM TO BU-VALUTA
                   PERFORM SCHLUSSBUCHUNG-SCHREIBEN
               END-IF
               IF AUSZAHLUNG-BETRAG > 0
                   PERFORM AUSZAHLUNG-BUCHEN
               END-IF
               CLOSE BEWEGUNGEN-DATEI
           END-IF.

       SCHLUSSBUCHUNG-SCHREIBEN.
           MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
           MOVE BUCHUNG-DATUM TO BEWEGUNG-DATUM
           MOVE BUCHUNG-ZEIT TO BEWEGUNG-ZEIT
           MOVE BU-ART TO BEWEGUNG-ART
           MOVE BU-BETRAG TO BEWEGUNG-BETRAG
           ADD BU-BETRAG TO LAUF-SALDO
           MOVE LAUF-SALDO TO BEWEGUNG-SALDO-NACH
           MOVE SPACES TO BEWEGUNG-FREIGABE-CODE
           MOVE ZEROES TO BEWEGUNG-REFERENZ
           MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
           MOVE 1 TO BEWEGUNG-KURS
           MOVE 0 TO BEWEGUNG-KURS-DATUM
           MOVE BU-VALUTA TO BEWEGUNG-VALUTA
           PERFORM BUCHUNGSSATZ-SCHREIBEN
      *> Folgesaetze eine Hundertstelsekunde spaeter, damit die
      *> Reihenfolge im Auszug erhalten bleibt.
           COMPUTE BUCHUNG-ZEIT = BEWEGUNG-ZEIT + 1.

      *> Barauszahlung valutiert am Kalendertag (BANKTAG 'V' mit
      *> Kennzeichen Bargeschaeft), unbare Auszahlungen am
      *> Buchungstag.
       AUSZAHLUNG-BUCHEN.
           COMPUTE BU-BETRAG = AUSZAHLUNG-BETRAG * -1
           MOVE BUCHUNG-DATUM TO BU-VALUTA
           EVALUATE AUSZAHLUNGSWEG
               WHEN '1'
                   MOVE 'V' TO BT-FUNKTION
                   MOVE 0 TO BT-DATUM
                   MOVE 'B' TO BT-FLAGGE
                   CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
                       BT-ERGEBNIS-DATUM BT-FLAGGE
                   MOVE BT-ERGEBNIS-DATUM TO BU-VALUTA
                   MOVE "AUSZAHLUNG" TO BU-ART
                   PERFORM SCHLUSSBUCHUNG-SCHREIBEN
               WHEN '2'
                   PERFORM UEBERTRAG-BUCHEN
               WHEN '3'
                   MOVE "ZAHLUNG-EXTERN" TO BU-ART
                   PERFORM SCHLUSSBUCHUNG-SCHREIBEN
           END-EVALUATE.

      *> Verknuepftes Buchungspaar wie in TRANSFER.
       UEBERTRAG-BUCHEN.
           MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
           MOVE BUCHUNG-DATUM TO BEWEGUNG-DATUM
           MOVE BUCHUNG-ZEIT TO BEWEGUNG-ZEIT
           MOVE "UEBERWEISUNG-AUS" TO BEWEGUNG-ART
           MOVE BU-BETRAG TO BEWEGUNG-BETRAG
           ADD BU-BETRAG TO LAUF-SALDO
           MOVE LAUF-SALDO TO BEWEGUNG-SALDO-NACH
           MOVE SPACES TO BEWEGUNG-FREIGABE-CODE
           MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
           MOVE ZIEL-NR TO BEWEGUNG-REF-KUNDEN-NR
           MOVE BUCHUNG-DATUM TO BEWEGUNG-REF-DATUM
           MOVE BUCHUNG-ZEIT TO BEWEGUNG-REF-ZEIT
           MOVE 1 TO BEWEGUNG-KURS
           MOVE 0 TO BEWEGUNG-KURS-DATUM
           MOVE BU-VALUTA TO BEWEGUNG-VALUTA
           PERFORM BUCHUNGSSATZ-SCHREIBEN
           MOVE BEWEGUNG-ZEIT TO AUS-FINAL-ZEIT

           MOVE ZIEL-NR TO BEWEGUNG-KUNDEN-NR
           MOVE BUCHUNG-DATUM TO BEWEGUNG-DATUM
           MOVE BUCHUNG-ZEIT TO BEWEGUNG-ZEIT
           MOVE "UEBERWEISUNG-EIN" TO BEWEGUNG-ART
           MOVE AUSZAHLUNG-BETRAG TO BEWEGUNG-BETRAG
           MOVE ZIEL-SALDO TO BEWEGUNG-SALDO-NACH
           MOVE SPACES TO BEWEGUNG-FREIGABE-CODE
           MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
           MOVE SUCH-NR TO BEWEGUNG-REF-KUNDEN-NR
           MOVE BUCHUNG-DATUM TO BEWEGUNG-REF-DATUM
           MOVE AUS-FINAL-ZEIT TO BEWEGUNG-REF-ZEIT
           MOVE 1 TO BEWEGUNG-KURS
           MOVE 0 TO BEWEGUNG-KURS-DATUM
           MOVE BU-VALUTA TO BEWEGUNG-VALUTA
           PERFORM BUCHUNGSSATZ-SCHREIBEN
           MOVE BEWEGUNG-ZEIT TO EIN-FINAL-ZEIT

      *> Musste die Zeit des EIN-Satzes hochgezaehlt werden, zeigt
      *> die Referenz des AUS-Satzes noch auf den alten Schluessel.
           IF EIN-FINAL-ZEIT NOT = BUCHUNG-ZEIT
               PERFORM AUS-REFERENZ-BERICHTIGEN
           END-IF.

       AUS-REFERENZ-BERICHTIGEN.
           MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
           MOVE BUCHUNG-DATUM TO BEWEGUNG-DATUM
           MOVE AUS-FINAL-ZEIT TO BEWEGUNG-ZEIT
           READ BEWEGUNGEN-DATEI KEY IS BEWEGUNG-SCHLUESSEL
               INVALID KEY
                   MOVE "23" TO WS-BEWEGUNGEN-STATUS
               NOT INVALID KEY
                   MOVE EIN-FINAL-ZEIT TO BEWEGUNG-REF-ZEIT
                   REWRITE BEWEGUNG-EINTRAG
           END-READ
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
               MOVE "REWRITE REFERENZ AUS-SATZ" TO WS-FP-VORGANG
               MOVE "Paarreferenz konnte nicht nachgezogen werden"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
           END-IF.

       BUCHUNGSSATZ-SCHREIBEN.
           WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
           PERFORM UNTIL WS-BEWEGUNGEN-STATUS NOT = "22"
               ADD 1 TO BEWEGUNG-ZEIT
               WRITE BEWEGUNG-EINTRAG
           END-PERFORM
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
               MOVE "WRITE BEWEGUNG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Buchungssatz konnte nicht protokolliert werden"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Buchungssatz konnte nicht "
                   "geschrieben werden (Status "
                   WS-BEWEGUNGEN-STATUS ")."
           END-IF.

      *> Auftrag in Kontowaehrung; die Uebertragung an die
      *> Korrespondenzbank uebernimmt CLEARINGEXPORT.
       AUFTRAG-SPEICHERN.
           OPEN I-O ZAHLAUF-DATEI
           IF WS-ZA-STATUS = "35"
               OPEN OUTPUT ZAHLAUF-DATEI
               CLOSE ZAHLAUF-DATEI
               OPEN I-O ZAHLAUF-DATEI
           END-IF
           IF WS-ZA-STATUS = "00"
               MOVE AUFTRAG-NR      TO ZA-NR
               MOVE SUCH-NR         TO ZA-KUNDEN-NR
               MOVE TEMP-EMPFAENGER TO ZA-EMPFAENGER-NAME
               MOVE TEMP-IBAN       TO ZA-EMPFAENGER-IBAN
               MOVE AUSZAHLUNG-BETRAG TO ZA-BETRAG
               MOVE KUNDEN-WAEHRUNG TO ZA-WAEHRUNG
               ACCEPT ZA-ERFASST-DATUM FROM DATE YYYYMMDD
               MOVE 'E'             TO ZA-STATUS
               MOVE 0               TO ZA-EXPORT-DATUM
               WRITE ZAHLUNGSAUFTRAG-EINTRAG
               CLOSE ZAHLAUF-DATEI
           END-IF
           IF WS-ZA-STATUS NOT = "00"
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
               MOVE "WRITE ZAHLUNGSAUFTRAG" TO WS-FP-VORGANG
               MOVE "Auftrag nicht gespeichert - Belastung klaeren"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-ZA-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Auftrag konnte nicht gespeichert "
                   "werden (Status " WS-ZA-STATUS "). Die Belastung "
                   "ist gebucht - Auszahlung manuell veranlassen."
           ELSE
               DISPLAY "Zahlungsauftrag " AUFTRAG-NR " erfasst - "
                   "Uebertragung im naechsten Tagesabschluss."
           END-IF.

      *> ------------------------------------------------------------
      *> Abschlussrechnung an den Kunden
      *> ------------------------------------------------------------
       ABSCHLUSSRECHNUNG-ERSTELLEN.
           CALL "SYSTEM" USING "mkdir -p briefe"
           MOVE SPACES TO WS-BRIEF-PFAD
           STRING "briefe/abschlussrechnung-" SUCH-NR "-" WS-HEUTE
               ".txt" DELIMITED BY SIZE INTO WS-BRIEF-PFAD
           OPEN OUTPUT BRIEF-DATEI
           IF WS-BRIEF-STATUS NOT = "00"
               DISPLAY "Fehler: Abschlussrechnung zu Konto " SUCH-NR
                   " konnte nicht erstellt werden (Status "
                   WS-BRIEF-STATUS ")."
           ELSE
               PERFORM ADRESSBLOCK-SCHREIBEN
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Konto " SUCH-NR " - Abschlussrechnung"
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE ZINS-STICHTAG TO MASK-DATUM
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Ihr Konto wird zum " MASK-DATUM
                   " geschlossen. Wir haben es wie folgt"
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "abgerechnet:" TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE

               MOVE "Kontostand vor Abrechnung" TO RECHNUNG-TEXT
               MOVE SALDO-ALT TO RECHNUNG-BETRAG
               PERFORM RECHNUNGSZEILE-SCHREIBEN
               IF ZINS-GEBUCHT = 'N'
                   MOVE "Habenzinsen" TO RECHNUNG-TEXT
                   MOVE ZINS-HABEN TO RECHNUNG-BETRAG
                   PERFORM RECHNUNGSZEILE-SCHREIBEN
                   MOVE "Sollzinsen" TO RECHNUNG-TEXT
                   MOVE ZINS-SOLL TO RECHNUNG-BETRAG
                   PERFORM RECHNUNGSZEILE-SCHREIBEN
                   MOVE "Kapitalertragsteuer" TO RECHNUNG-TEXT
                   COMPUTE RECHNUNG-BETRAG = STEUERBETRAG * -1
                   PERFORM RECHNUNGSZEILE-SCHREIBEN
               END-IF
               IF GEBUEHR-GEBUCHT = 'N'
                   MOVE "Kontofuehrungsgebuehr anteilig"
                       TO RECHNUNG-TEXT
                   COMPUTE RECHNUNG-BETRAG = GEBUEHR-BETRAG * -1
                   PERFORM RECHNUNGSZEILE-SCHREIBEN
               END-IF
               EVALUATE AUSZAHLUNGSWEG
                   WHEN '1'
                       MOVE "Barauszahlung" TO RECHNUNG-TEXT
                   WHEN '2'
                       MOVE SPACES TO RECHNUNG-TEXT
                       STRING "Uebertrag auf Konto " ZIEL-NR
                           DELIMITED BY SIZE INTO RECHNUNG-TEXT
                   WHEN '3'
                       MOVE SPACES TO RECHNUNG-TEXT
                       STRING "Ueberweisung an "
                           FUNCTION TRIM(TEMP-EMPFAENGER)
                           DELIMITED BY SIZE INTO RECHNUNG-TEXT
               END-EVALUATE
               IF AUSZAHLUNG-BETRAG > 0
                   COMPUTE RECHNUNG-BETRAG = AUSZAHLUNG-BETRAG * -1
                   PERFORM RECHNUNGSZEILE-SCHREIBEN
               END-IF
               IF AUSZAHLUNGSWEG = '3'
                   MOVE SPACES TO BRIEF-ZEILE
                   STRING "  IBAN " FUNCTION TRIM(TEMP-IBAN)
                       DELIMITED BY SIZE INTO BRIEF-ZEILE
                   WRITE BRIEF-ZEILE
               END-IF
               MOVE ALL "-" TO BRIEF-ZEILE(1:60)
               WRITE BRIEF-ZEILE
               MOVE "Schlusssaldo" TO RECHNUNG-TEXT
               MOVE 0 TO RECHNUNG-BETRAG
               PERFORM RECHNUNGSZEILE-SCHREIBEN

               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "Wir bedanken uns fuer Ihr Vertrauen."
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               CLOSE BRIEF-DATEI
               DISPLAY "Abschlussrechnung: "
                   FUNCTION TRIM(WS-BRIEF-PFAD)
           END-IF.

       RECHNUNGSZEILE-SCHREIBEN.
           MOVE RECHNUNG-BETRAG TO MASK-SALDO
           MOVE SPACES TO BRIEF-ZEILE
           STRING RECHNUNG-TEXT MASK-SALDO " " KUNDEN-WAEHRUNG
               DELIMITED BY SIZE INTO BRIEF-ZEILE
           WRITE BRIEF-ZEILE.

       ADRESSBLOCK-SCHREIBEN.
           MOVE 'N' TO ADRESSE-GEFUNDEN
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "00"
               MOVE SUCH-NR TO ADR-KUNDEN-NR
               READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO ADRESSE-GEFUNDEN
               END-READ
               CLOSE ADRESSEN-DATEI
           END-IF
           MOVE KUNDEN-NAME TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           IF ADRESSE-GEFUNDEN = 'J'
               MOVE ADR-STRASSE TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               STRING ADR-PLZ " " ADR-ORT
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
           ELSE
               MOVE "(keine Adresse erfasst)" TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
           END-IF.

      *> ------------------------------------------------------------
      *> Archivierung, Satzsperre
      *> ------------------------------------------------------------
       KONTO-ARCHIVIEREN.
           MOVE KUNDEN-NR               TO HIST-KUNDEN-NR
           MOVE KUNDEN-NAME             TO HIST-KUNDEN-NAME
                       WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
                   DISPLAY "Konto " SUCH-NR " wurde geschlossen und "
                       "nach kunden-historie.dat archiviert."
                   MOVE LP-MITARBEITER-ID TO FACH-MITARBEITER
                   CALL "SCHLIESSFACHENDE" USING SUCH-NR
                       FACH-VERTRAG-NR FACH-MITARBEITER FACH-ANZAHL
                   IF FACH-ANZAHL > 0
                       DISPLAY "Beendete Schliessfach-Mietvertraege: "
                           FACH-ANZAHL
                   END-IF
               END-IF
           END-IF.

      *> Satz sperren; ist der Kunde am anderen Terminal in
      *> Bearbeitung, wird der Vorgang abgewiesen und die Kollision
      *> ueber FEHLERPROTOKOLL festgehalten.
       SATZ-SPERREN.
           MOVE 'S' TO SPERRE-FUNKTION
           MOVE SUCH-NR TO SPERRE-NR
           CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
               SPERRE-OK-FLAGGE
           IF SPERRE-OK-FLAGGE NOT = 'J'
               DISPLAY "Hinweis: Kunde " SUCH-NR " wird gerade an "
                   "einem anderen Terminal bearbeitet - bitte "
                   "erneut versuchen."
               MOVE "CLOSEACCOUNT" TO WS-FP-PROGRAMM
               MOVE "SATZSPERRE KUNDE" TO WS-FP-VORGANG
               MOVE "Satz in Bearbeitung - Vorgang abgewiesen"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   SPERRE-LOG-STATUS WS-FP-MELDUNG
           END-IF.

       SATZ-FREIGEBEN.
           MOVE 'F' TO SPERRE-FUNKTION
           MOVE SUCH-NR TO SPERRE-NR
           CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
               SPERRE-OK-FLAGGE.
