      *> Programmlauf statt eines Nachmittags voller VIEWCLIENT-
      *> Sitzungen. Einzelauszuege ad hoc liefert weiterhin
      *> VIEWCLIENT.
      *> Kunden mit Versandart D oder B (versandart.dat) erhalten
      *> zusaetzlich einen elektronischen Auszug auszug-NNNNN.sta im
      *> Austauschformat nach MT940 zum Einlesen in die eigene
      *> Buchhaltung - mit derselben Auszugsnummer wie der
      *> Papierauszug.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUSZUG-DATEI ASSIGN TO WS-AUSZUG-PFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSZUG-STATUS.
           SELECT ELEKTRO-DATEI ASSIGN TO WS-ELEKTRO-PFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEKTRO-STATUS.
           SELECT ARCHIV-DATEI ASSIGN TO WS-ARCHIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIV-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-KUNDEN-NR
               FILE STATUS IS WS-VERSANDART-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT NACHLASS-DATEI ASSIGN TO "nachlass.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-PERSON-NR
               FILE STATUS IS WS-NL-STATUS.
           SELECT VERSANDQUEUE-DATEI ASSIGN TO "versandqueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD AUSZUG-DATEI.
       01 AUSZUG-ZEILE             PIC X(90).

       FD ELEKTRO-DATEI.
       01 ELEKTRO-ZEILE            PIC X(80).

       FD ARCHIV-DATEI.
       01 ARCHIV-ZEILE             PIC X(112).

       FD ADRESSEN-DATEI.
           COPY ADRESSE.
       FD VOLLMACHT-DATEI.
           COPY VOLLMACHT.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD NACHLASS-DATEI.
           COPY NACHLASSKONTAKT.

       FD PERSONEN-DATEI.
           COPY PERSON.

           05 ARCH-ART         PIC X(16).
           05 ARCH-BETRAG      PIC S9(7)V99.
           05 ARCH-SALDO       PIC S9(7)V99.
           05 FILLER           PIC X(57).

      *> Gemeinsame Arbeitsfelder fuer Archiv- und Journalsaetze.
       01 W-DATUM              PIC 9(8).
       01 W-ART                PIC X(16).
       01 W-BETRAG             PIC S9(7)V99.
       01 W-SALDO              PIC S9(7)V99.
       01 W-ZEIT               PIC 9(8).
       01 W-VALUTA             PIC 9(8).
       01 W-REFERENZ.
           05 W-REF-KUNDEN-NR  PIC 9(5).
           05 W-REF-DATUM      PIC 9(8).
           05 W-REF-ZEIT       PIC 9(8).
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 ADRESSE-GEFUNDEN     PIC X VALUE 'N'.
      *> Gemeinschaftskonten: alle Inhaber in den Adressblock.
       01 WS-IH-STATUS         PIC XX.
       01 IH-EOF-FLAGGE        PIC X VALUE 'N'.
       01 IH-ANZAHL            PIC 9(3) VALUE 0.
       01 IH-NAME-ANZ          PIC X(30).
      *> Nachlasskonten: Auszug an den Nachlasskontakt.
       01 WS-NL-STATUS         PIC XX.
       01 NACHLASS-GEFUNDEN    PIC X VALUE 'N'.
      *> Aktive Vollmachten auf Wunsch im Auszugskopf andrucken.
       01 WS-VM-STATUS         PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-VERSANDART-STATUS PIC XX.
       01 WS-VERSANDQUEUE-STATUS PIC XX.
       01 KUNDEN-VERSANDART    PIC X.
      *> Elektronischer Auszug (Versandart D oder B), Satzarten nach
      *> MT940: :20: Auftragsreferenz, :25: Konto, :28C: Auszugs-
      *> nummer, :60F: Anfangssaldo, je Buchung :61: (Valuta,
      *> Buchungstag, Soll/Haben, Betrag, Buchungsschluessel,
      *> Referenz Datum+Zeit) mit :86: (Buchungsart, ggf. Bezug),
      *> :62F: Schlusssaldo. Betraege ohne Vorzeichen mit Komma.
       01 WS-ELEKTRO-STATUS    PIC XX.
       01 WS-ELEKTRO-PFAD      PIC X(80).
       01 ELEKTRO-FLAGGE       PIC X VALUE 'N'.
       01 ANZAHL-ELEKTRO       PIC 9(7) VALUE 0.
       01 E-SALDO-ART          PIC X(4).
       01 E-DATUM              PIC 9(8).
       01 E-BETRAG             PIC S9(9)V99.
       01 E-SOLL-HABEN         PIC X.
       01 E-SCHLUESSEL         PIC X(3).
       01 MASK-E-BETRAG        PIC Z(8)9.99.
       01 E-BETRAG-TEXT        PIC X(12).
       01 FIL-NAME-ANZ         PIC X(30).
       01 FIL-STATUS-ANZ       PIC X.
       01 FIL-ERGEBNIS         PIC X.
               GOBACK
           END-IF

           MOVE 0 TO ANZAHL-AUSZUEGE ANZAHL-ELEKTRO
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ KUNDEN-DATEI NEXT RECORD
                   AT END

           DISPLAY ANZAHL-AUSZUEGE " Auszuege erstellt in "
               FUNCTION TRIM(WS-VERZEICHNIS) "/"
           IF ANZAHL-ELEKTRO > 0
               DISPLAY ANZAHL-ELEKTRO " davon zusaetzlich als "
                   "elektronischer Auszug (.sta)"
           END-IF

           GOBACK.

                   WS-AUSZUG-STATUS ")."
           ELSE
               PERFORM AUSZUGSNUMMER-ERMITTELN
               PERFORM VERSANDART-LESEN
               PERFORM ELEKTRO-OEFFNEN
               PERFORM KOPF-SCHREIBEN
               PERFORM PERIODE-SCHREIBEN
               CLOSE AUSZUG-DATEI
               IF ELEKTRO-FLAGGE = 'J'
                   CLOSE ELEKTRO-DATEI
                   ADD 1 TO ANZAHL-ELEKTRO
               END-IF
               ADD 1 TO ANZAHL-AUSZUEGE
               IF ZWEITSCHRIFT-FLAGGE NOT = 'J'
                   PERFORM ZAEHLER-FORTSCHREIBEN
               PERFORM REGISTER-SCHREIBEN
           END-IF.

      *> Versandart des Kunden (ohne Satz: Post).
       VERSANDART-LESEN.
           MOVE 'P' TO KUNDEN-VERSANDART
           OPEN INPUT VERSANDART-DATEI
           IF WS-VERSANDART-STATUS = "00"
                       MOVE VS-ART TO KUNDEN-VERSANDART
               END-READ
               CLOSE VERSANDART-DATEI
           END-IF.

      *> Elektronischen Auszug anlegen und den Kopf schreiben; die
      *> Salden und Buchungen folgen aus PERIODE-SCHREIBEN.
       ELEKTRO-OEFFNEN.
           MOVE 'N' TO ELEKTRO-FLAGGE
           IF KUNDEN-VERSANDART = 'D' OR KUNDEN-VERSANDART = 'B'
               MOVE SPACES TO WS-ELEKTRO-PFAD
               STRING FUNCTION TRIM(WS-VERZEICHNIS) "/auszug-"
                   PRUEF-NR ".sta" DELIMITED BY SIZE
                   INTO WS-ELEKTRO-PFAD
               OPEN OUTPUT ELEKTRO-DATEI
               IF WS-ELEKTRO-STATUS NOT = "00"
                   MOVE "KONTOAUSZUG" TO WS-FP-PROGRAMM
                   MOVE "OPEN OUTPUT ELEKTRO-DATEI" TO WS-FP-VORGANG
                   MOVE "Elektronischer Auszug nicht erstellt"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-ELEKTRO-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: elektronischer Auszug fuer Kunde "
                       PRUEF-NR " konnte nicht geschrieben werden "
                       "(Status " WS-ELEKTRO-STATUS ")."
               ELSE
                   MOVE 'J' TO ELEKTRO-FLAGGE
                   MOVE SPACES TO ELEKTRO-ZEILE
                   STRING ":20:AZ" PRUEF-NR AUSZUG-NR BIS-DATUM(3:6)
                       DELIMITED BY SIZE INTO ELEKTRO-ZEILE
                   WRITE ELEKTRO-ZEILE
                   MOVE SPACES TO ELEKTRO-ZEILE
                   STRING ":25:" PRUEF-NR DELIMITED BY SIZE
                       INTO ELEKTRO-ZEILE
                   WRITE ELEKTRO-ZEILE
                   MOVE SPACES TO ELEKTRO-ZEILE
                   STRING ":28C:" AUSZUG-NR "/001" DELIMITED BY SIZE
                       INTO ELEKTRO-ZEILE
                   WRITE ELEKTRO-ZEILE
               END-IF
           END-IF.

      *> Originalauszug in die Versandqueue stellen. Elektronisch
      *> zugestellte Auszuege (D) stehen gleich als erledigt darin,
      *> bei B geht das Papier per Post.
       VERSANDQUEUE-FUELLEN.
           OPEN I-O VERSANDQUEUE-DATEI
           IF WS-VERSANDQUEUE-STATUS = "35"
               OPEN OUTPUT VERSANDQUEUE-DATEI
               MOVE 'O' TO VQ-STATUS
               MOVE 0 TO VQ-ERLEDIGT-DATUM
               MOVE SPACES TO VQ-ERLEDIGT-MA
               IF KUNDEN-VERSANDART = 'B'
                   MOVE 'P' TO VQ-ART
               END-IF
               IF KUNDEN-VERSANDART = 'D' AND ELEKTRO-FLAGGE = 'J'
                   MOVE 'E' TO VQ-STATUS
                   MOVE VM-HEUTE TO VQ-ERLEDIGT-DATUM
                   MOVE "SYS " TO VQ-ERLEDIGT-MA
               END-IF
               WRITE VERSANDQUEUE-EINTRAG
               IF WS-VERSANDQUEUE-STATUS NOT = "00"
                       AND WS-VERSANDQUEUE-STATUS NOT = "22"
      *> Auszuege versandfaehig sind.
       ADRESSBLOCK-SCHREIBEN.
           MOVE 'N' TO ADRESSE-GEFUNDEN
           MOVE 'N' TO NACHLASS-GEFUNDEN
           PERFORM INHABER-SCHREIBEN
           IF KUNDEN-STATUS = 'N'
               PERFORM NACHLASSKONTAKT-LESEN
           END-IF
           IF NACHLASS-GEFUNDEN = 'J'
               MOVE SPACES TO AUSZUG-ZEILE
               STRING "Anschrift: Nachlass " KUNDEN-NAME
                   DELIMITED BY SIZE INTO AUSZUG-ZEILE
               WRITE AUSZUG-ZEILE
               MOVE SPACES TO AUSZUG-ZEILE
               STRING "           z. Hd. " NL-KONTAKT-NAME
                   DELIMITED BY SIZE INTO AUSZUG-ZEILE
               WRITE AUSZUG-ZEILE
               MOVE SPACES TO AUSZUG-ZEILE
               STRING "           " NL-KONTAKT-STRASSE
                   DELIMITED BY SIZE INTO AUSZUG-ZEILE
               WRITE AUSZUG-ZEILE
               MOVE SPACES TO AUSZUG-ZEILE
               STRING "           " NL-KONTAKT-PLZ " " NL-KONTAKT-ORT
                   DELIMITED BY SIZE INTO AUSZUG-ZEILE
               WRITE AUSZUG-ZEILE
           ELSE
               PERFORM KUNDENANSCHRIFT-SCHREIBEN
           END-IF.

      *> Gemeinschaftskonto: alle Inhaber laut kontoinhaber.dat mit
      *> Verfuegungsregel; bei Einzelkonten bleibt es bei der
      *> Kundenzeile im Kopf.
       INHABER-SCHREIBEN.
           MOVE 0 TO IH-ANZAHL
           OPEN INPUT INHABER-DATEI
           IF WS-IH-STATUS = "00"
               MOVE 'N' TO IH-EOF-FLAGGE
               MOVE PRUEF-NR TO IH-KUNDEN-NR
               MOVE 0 TO IH-PERSON-NR
               START INHABER-DATEI KEY IS >= IH-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO IH-EOF-FLAGGE
               END-START
               PERFORM UNTIL IH-EOF-FLAGGE = 'J'
                   READ INHABER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO IH-EOF-FLAGGE
                       NOT AT END
                           IF IH-KUNDEN-NR NOT = PRUEF-NR
                               MOVE 'J' TO IH-EOF-FLAGGE
                           ELSE
                               PERFORM INHABERZEILE-SCHREIBEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INHABER-DATEI
           END-IF.

       INHABERZEILE-SCHREIBEN.
           MOVE "(Person unbekannt)" TO IH-NAME-ANZ
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE IH-PERSON-NR TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO IH-NAME-ANZ
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF
           MOVE SPACES TO AUSZUG-ZEILE
           IF IH-ANZAHL = 0
               IF IH-REGEL = 'U'
                   STRING "Inhaber  : " IH-NAME-ANZ " (Und-Konto)"
                       DELIMITED BY SIZE INTO AUSZUG-ZEILE
               ELSE
                   STRING "Inhaber  : " IH-NAME-ANZ " (Oder-Konto)"
                       DELIMITED BY SIZE INTO AUSZUG-ZEILE
               END-IF
           ELSE
               STRING "           " IH-NAME-ANZ
                   DELIMITED BY SIZE INTO AUSZUG-ZEILE
           END-IF
           WRITE AUSZUG-ZEILE
           ADD 1 TO IH-ANZAHL.

      *> Nachlasskontakt des verstorbenen Inhabers (nachlass.dat,
      *> angelegt von der Nachlassbearbeitung NACHLASS).
       NACHLASSKONTAKT-LESEN.
           OPEN INPUT NACHLASS-DATEI
           IF WS-NL-STATUS = "00"
               MOVE KUNDEN-PERSONEN-NR TO NL-PERSON-NR
               READ NACHLASS-DATEI KEY IS NL-PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO NACHLASS-GEFUNDEN
               END-READ
               CLOSE NACHLASS-DATEI
           END-IF.

       KUNDENANSCHRIFT-SCHREIBEN.
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "00"
               MOVE PRUEF-NR TO ADR-KUNDEN-NR
           END-IF
           IF VM-ART = 'E'
               MOVE "nur Einzahlungen" TO VM-ART-ANZ
           ELSE
           IF VM-ART = 'T'
               MOVE "ueber den Tod hinaus" TO VM-ART-ANZ
           ELSE
               MOVE "Vollvollmacht" TO VM-ART-ANZ
           END-IF
           END-IF
           MOVE SPACES TO AUSZUG-ZEILE
           STRING "           " VM-PERSON-NR " " VM-NAME-ANZ " ("
               FUNCTION TRIM(VM-ART-ANZ) ")"
           MOVE SPACES TO AUSZUG-ZEILE
           STRING "ENDSALDO     : " MASK-SALDO " " KUNDEN-WAEHRUNG
               DELIMITED BY SIZE INTO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE
           IF ELEKTRO-FLAGGE = 'J'
               MOVE ":62F" TO E-SALDO-ART
               MOVE BIS-DATUM TO E-DATUM
               MOVE ENDSALDO TO E-BETRAG
               PERFORM ELEKTRO-SALDO-SCHREIBEN
               MOVE "-" TO ELEKTRO-ZEILE
               WRITE ELEKTRO-ZEILE
           END-IF.

       BUCHUNG-VERARBEITEN.
           MOVE BEWEGUNG-DATUM TO W-DATUM
           MOVE BEWEGUNG-ART TO W-ART
           MOVE BEWEGUNG-BETRAG TO W-BETRAG
           MOVE BEWEGUNG-SALDO-NACH TO W-SALDO
           MOVE BEWEGUNG-ZEIT TO W-ZEIT
           MOVE BEWEGUNG-VALUTA TO W-VALUTA
           MOVE BEWEGUNG-REFERENZ TO W-REFERENZ
           PERFORM SATZ-VERARBEITEN.

       ARCHIVJAHR-VERARBEITEN.
                               MOVE ARCH-ART TO W-ART
                               MOVE ARCH-BETRAG TO W-BETRAG
                               MOVE ARCH-SALDO TO W-SALDO
                               MOVE ARCH-ZEIT TO W-ZEIT
                               MOVE ARCH-DATUM TO W-VALUTA
                               MOVE 0 TO W-REF-KUNDEN-NR
                                   W-REF-DATUM W-REF-ZEIT
                               PERFORM SATZ-VERARBEITEN
                           END-IF
                   END-READ
                   "  " MASK-SALDO
                   DELIMITED BY SIZE INTO AUSZUG-ZEILE
               WRITE AUSZUG-ZEILE
               IF ELEKTRO-FLAGGE = 'J'
                   PERFORM ELEKTRO-BUCHUNG-SCHREIBEN
               END-IF
           END-IF.

       VORTRAG-SCHREIBEN.
           WRITE AUSZUG-ZEILE
           MOVE "--------------------------------------------------"
               TO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE
           IF ELEKTRO-FLAGGE = 'J'
               MOVE ":60F" TO E-SALDO-ART
               MOVE VON-DATUM TO E-DATUM
               MOVE VORTRAG-SALDO TO E-BETRAG
               PERFORM ELEKTRO-SALDO-SCHREIBEN
           END-IF.

       ELEKTRO-SALDO-SCHREIBEN.
           PERFORM ELEKTRO-BETRAG-AUFBEREITEN
           MOVE SPACES TO ELEKTRO-ZEILE
           STRING E-SALDO-ART ":" E-SOLL-HABEN E-DATUM(3:6)
               KUNDEN-WAEHRUNG FUNCTION TRIM(E-BETRAG-TEXT)
               DELIMITED BY SIZE INTO ELEKTRO-ZEILE
           WRITE ELEKTRO-ZEILE.

      *> :61: Valuta JJMMTT, Buchungstag MMTT, D/C, Betrag,
      *> N + Buchungsschluessel, Kundenreferenz NONREF und als
      *> Bankreferenz Buchungsdatum und -zeit; :86: Buchungsart und
      *> bei Saetzen mit Referenz (Gegenbuchung, Storno) der Bezug.
       ELEKTRO-BUCHUNG-SCHREIBEN.
           MOVE W-BETRAG TO E-BETRAG
           PERFORM ELEKTRO-BETRAG-AUFBEREITEN
           EVALUATE W-ART
               WHEN "ZINSEN"
               WHEN "SOLLZINSEN"
               WHEN "DARLEHENSZINS"
               WHEN "VERZUGSZINSEN"
               WHEN "VORSCHUSSZINSEN"
               WHEN "FESTGELDZINS"
                   MOVE "INT" TO E-SCHLUESSEL
               WHEN "GEBUEHR"
               WHEN "MAHNGEBUEHR"
               WHEN "SCHLIESSFACH"
                   MOVE "CHG" TO E-SCHLUESSEL
               WHEN "UEBERWEISUNG-EIN"
               WHEN "UEBERWEISUNG-AUS"
               WHEN "ZAHLUNG-EXTERN"
               WHEN "ZAHLUNGSEINGANG"
               WHEN "SAMMELAUFTRAG"
               WHEN "SAMMEL-RUECKGABE"
                   MOVE "TRF" TO E-SCHLUESSEL
               WHEN "LASTSCHRIFT"
               WHEN "LS-ERSTATTUNG"
                   MOVE "DDT" TO E-SCHLUESSEL
               WHEN OTHER
                   MOVE "MSC" TO E-SCHLUESSEL
           END-EVALUATE
           IF W-VALUTA = 0
               MOVE W-DATUM TO W-VALUTA
           END-IF
           MOVE SPACES TO ELEKTRO-ZEILE
           STRING ":61:" W-VALUTA(3:6) W-DATUM(5:4) E-SOLL-HABEN
               FUNCTION TRIM(E-BETRAG-TEXT) "N" E-SCHLUESSEL
               "NONREF//" W-DATUM W-ZEIT
               DELIMITED BY SIZE INTO ELEKTRO-ZEILE
           WRITE ELEKTRO-ZEILE
           MOVE SPACES TO ELEKTRO-ZEILE
           IF W-REF-KUNDEN-NR IS NUMERIC AND W-REF-KUNDEN-NR > 0
               STRING ":86:" FUNCTION TRIM(W-ART) " BEZUG "
                   W-REF-KUNDEN-NR "/" W-REF-DATUM "/" W-REF-ZEIT
                   DELIMITED BY SIZE INTO ELEKTRO-ZEILE
           ELSE
               STRING ":86:" FUNCTION TRIM(W-ART)
                   DELIMITED BY SIZE INTO ELEKTRO-ZEILE
           END-IF
           WRITE ELEKTRO-ZEILE.

       ELEKTRO-BETRAG-AUFBEREITEN.
           IF E-BETRAG < 0
               MOVE 'D' TO E-SOLL-HABEN
               COMPUTE MASK-E-BETRAG = 0 - E-BETRAG
           ELSE
               MOVE 'C' TO E-SOLL-HABEN
               MOVE E-BETRAG TO MASK-E-BETRAG
           END-IF
           MOVE MASK-E-BETRAG TO E-BETRAG-TEXT
           INSPECT E-BETRAG-TEXT REPLACING ALL "." BY ",".
