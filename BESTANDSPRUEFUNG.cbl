       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESTANDSPRUEFUNG.

      *> Woechentliche Bestandspruefung: prueft die Verweise aller
      *> Stamm- und Nebendateien auf Kundenkonten (kunden.dat) und
      *> Personen (personen.dat) und schreibt die Befunde nach
      *> Pruefbereichen gegliedert in den Bericht
      *> bestandspruefung-JJJJMMTT.txt. Verwaiste Saetze entstehen
      *> z.B. durch DELETECLIENT (Konto geloescht, Nebensaetze
      *> bleiben) und PERSONMERGE (Dublette geloescht).
      *> Geprueft wird, ob das Konto bzw. die Person existiert und
      *> - bei laufenden Vertraegen und Auftraegen - ob das Konto
      *> nicht geschlossen ist.
      *>
      *> Reparaturmodus fuer die unkritischen Faelle; jede Reparatur
      *> geht mit Vorher/Nachher-Bild ins Kundenjournal (Aktion
      *> BESTAND, geloeschte Adressen mit Aktion ADRESSE):
      *>   - Adresse ohne Konto wird geloescht,
      *>   - Dauerauftrag von/an fehlendes oder geschlossenes Konto
      *>     wird stillgelegt (DA-STATUS S),
      *>   - Karte zu fehlendem oder geschlossenem Konto wird
      *>     gesperrt (KARTE-STATUS G),
      *>   - Vollmacht fuer fehlendes Konto oder fehlende Person
      *>     endet gestern (VM-GUELTIG-BIS),
      *>   - Vormerkung auf fehlendem oder geschlossenem Konto wird
      *>     erledigt (VO-STATUS E),
      *>   - Kontowecker auf fehlendem oder geschlossenem Konto wird
      *>     abgemeldet (WK-STATUS B).
      *> Alle anderen Befunde (Festgeld, Darlehen, Pfaendung usw.)
      *> betreffen Geld oder Rechtsverhaeltnisse und werden nur
      *> berichtet.
      *>
      *> Aufruf mit Modus 'D' (Dialog, fragt nach dem
      *> Reparaturmodus) aus dem Menue oder 'B' (Stapel, montags aus
      *> TAGESLAUF) - im Stapel gilt bestand-parameter.dat:
      *>   REPARATUR;J      unkritische Faelle automatisch reparieren
      *> Fehlt die Datei, wird nur berichtet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT ADRESSEN-DATEI ASSIGN TO "adressen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT VERSANDART-DATEI ASSIGN TO "versandart.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-KUNDEN-NR
               FILE STATUS IS WS-VERSANDART-STATUS.
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
           SELECT VOLLMACHT-DATEI ASSIGN TO "vollmachten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-SCHLUESSEL
               FILE STATUS IS WS-VM-STATUS.
           SELECT VORMERKUNG-DATEI ASSIGN TO "vormerkungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VO-SCHLUESSEL
               FILE STATUS IS WS-VO-STATUS.
           SELECT WECKER-DATEI ASSIGN TO "kontowecker.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-SCHLUESSEL
               FILE STATUS IS WS-WK-STATUS.
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
           SELECT MANDAT-DATEI ASSIGN TO "mandate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-SCHLUESSEL
               FILE STATUS IS WS-MD-STATUS.
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
           SELECT KUENDIGUNG-DATEI ASSIGN TO "kuendigungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KG-SCHLUESSEL
               FILE STATUS IS WS-KG-STATUS.
           SELECT ZAHLAUF-DATEI ASSIGN TO "zahlungsauftraege.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZA-NR
               FILE STATUS IS WS-ZA-STATUS.
           SELECT SCHWEBE-DATEI ASSIGN TO "schwebeposten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-NR
               FILE STATUS IS WS-SP-STATUS.
           SELECT VERTRAG-DATEI ASSIGN TO "schliessfachvertraege.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-NR
               FILE STATUS IS WS-SV-STATUS.
           SELECT LEGITIMATION-DATEI ASSIGN TO "legitimation.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEG-PERSON-NR
               FILE STATUS IS WS-LEG-STATUS.
           SELECT VERTRETER-DATEI ASSIGN TO "vertreter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-PERSON-NR
               FILE STATUS IS WS-VT-STATUS.
           SELECT NACHLASS-DATEI ASSIGN TO "nachlass.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-PERSON-NR
               FILE STATUS IS WS-NL-STATUS.
           SELECT FREISTELLUNG-DATEI ASSIGN TO "freistellungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PERSON-NR
               FILE STATUS IS WS-FS-STATUS.
           SELECT NAHESTEHENDE-DATEI
               ASSIGN TO "mitarbeiter-nahestehende.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-SCHLUESSEL
               FILE STATUS IS WS-NS-STATUS.
           SELECT PARAMETER-DATEI ASSIGN TO "bestand-parameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "bestandspruefung.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD VERSANDART-DATEI.
           COPY VERSAND.

       FD DAUERAUFTRAG-DATEI.
           COPY DAUERAUFTRAG.

       FD KARTEN-DATEI.
           COPY KARTE.

       FD VOLLMACHT-DATEI.
           COPY VOLLMACHT.

       FD VORMERKUNG-DATEI.
           COPY VORMERKUNG.

       FD WECKER-DATEI.
           COPY KONTOWECKER.

       FD FESTGELD-DATEI.
           COPY FESTGELD.

       FD DARLEHEN-DATEI.
           COPY DARLEHEN.

       FD MANDAT-DATEI.
           COPY MANDAT.

       FD PFAENDUNG-DATEI.
           COPY PFAENDUNG.

       FD PKONTO-DATEI.
           COPY PKONTO.

       FD KUENDIGUNG-DATEI.
           COPY KUENDIGUNG.

       FD ZAHLAUF-DATEI.
           COPY ZAHLUNGSAUFTRAG.

       FD SCHWEBE-DATEI.
           COPY SCHWEBE.

       FD VERTRAG-DATEI.
           COPY SFVERTRAG.

       FD LEGITIMATION-DATEI.
           COPY LEGITIMATION.

       FD VERTRETER-DATEI.
           COPY VERTRETER.

       FD NACHLASS-DATEI.
           COPY NACHLASSKONTAKT.

       FD FREISTELLUNG-DATEI.
           COPY FREISTELLUNG.

       FD NAHESTEHENDE-DATEI.
           COPY NAHESTEHENDE.

       FD PARAMETER-DATEI.
       01 PARAMETER-ZEILE      PIC X(40).

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-IH-STATUS         PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 WS-VERSANDART-STATUS PIC XX.
       01 WS-DA-STATUS         PIC XX.
       01 WS-KARTEN-STATUS     PIC XX.
       01 WS-VM-STATUS         PIC XX.
       01 WS-VO-STATUS         PIC XX.
       01 WS-WK-STATUS         PIC XX.
       01 WS-FG-STATUS         PIC XX.
       01 WS-DL-STATUS         PIC XX.
       01 WS-MD-STATUS         PIC XX.
       01 WS-PF-STATUS         PIC XX.
       01 WS-PK-STATUS         PIC XX.
       01 WS-KG-STATUS         PIC XX.
       01 WS-ZA-STATUS         PIC XX.
       01 WS-SP-STATUS         PIC XX.
       01 WS-SV-STATUS         PIC XX.
       01 WS-LEG-STATUS        PIC XX.
       01 WS-VT-STATUS         PIC XX.
       01 WS-NL-STATUS         PIC XX.
       01 WS-FS-STATUS         PIC XX.
       01 WS-NS-STATUS         PIC XX.
       01 WS-PARAMETER-STATUS  PIC XX.
       01 WS-BERICHT-STATUS    PIC XX.
      *> Oeffnungsstatus der gerade geprueften Datei
       01 WS-OPEN-STATUS       PIC XX.
       01 WS-DATEI-NAME        PIC X(30).
       01 DATEI-OK             PIC X VALUE 'N'.
       01 PERSONEN-OK          PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 PARAM-EOF-FLAGGE     PIC X VALUE 'N'.
       01 REPARATUR-FLAGGE     PIC X VALUE 'N'.
       01 REPARIERT-FLAGGE     PIC X VALUE 'N'.
       01 P-NAME-TEXT          PIC X(12).
       01 P-WERT-TEXT          PIC X(12).
       01 WS-HEUTE             PIC 9(8).
       01 WS-GESTERN           PIC 9(8).
       01 MASK-DATUM           PIC 9999/99/99.

      *> Ergebnis der Verweispruefung: O = in Ordnung,
      *> F = fehlt, G = Konto geschlossen
       01 PRUEF-KONTO          PIC 9(5).
       01 KONTO-BEFUND         PIC X.
       01 PRUEF-PERSON         PIC 9(5).
       01 PERSON-BEFUND        PIC X.
       01 BEFUND-ZUSATZ        PIC X(20).

       01 SEKTION-NR           PIC 99 VALUE 0.
       01 SEKTION-TITEL        PIC X(100).
       01 SEKTION-ANZAHL       PIC 9(5) VALUE 0.
       01 SEKTION-REPARIERT    PIC 9(5) VALUE 0.
       01 GESAMT-BEFUNDE       PIC 9(7) VALUE 0.
       01 GESAMT-REPARIERT     PIC 9(7) VALUE 0.
       01 BEFUND-TEXT          PIC X(100).

       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Journalbild einer Reparatur (Aktion BESTAND): Kunden-
      *> nummer, betroffener Satz, Datei und geaenderter Wert, siehe
      *> KUNDEN-JOURNAL.CPY.
       01 JRN-BESTAND-BILD     PIC X(80).
       01 JB-SATZ REDEFINES JRN-BESTAND-BILD.
           05 JB-NR                PIC 9(5).
           05 JB-TEXT              PIC X(30).
           05 JB-DATEI             PIC X(20).
           05 JB-WERT              PIC X(25).
      *> Bild einer geloeschten Adresse (Aktion ADRESSE wie in
      *> AENDERUNGSFREIGABE)
       01 JRN-ADR-BILD         PIC X(80).
       01 JA-SATZ REDEFINES JRN-ADR-BILD.
           05 JA-NR                PIC 9(5).
           05 JA-STRASSE           PIC X(30).
           05 JA-PLZ               PIC X(10).
           05 JA-ORT               PIC X(25).
           05 FILLER               PIC X(10).
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       LINKAGE SECTION.
      *> 'D' = Dialog (fragt nach dem Reparaturmodus),
      *> 'B' = Stapel (nimmt REPARATUR aus der Parameterdatei).
       01 LP-MODUS             PIC X.

       PROCEDURE DIVISION USING LP-MODUS.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- BESTANDSPRUEFUNG ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           COMPUTE WS-GESTERN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HEUTE) - 1)
           MOVE 0 TO SEKTION-NR GESAMT-BEFUNDE GESAMT-REPARIERT
           MOVE 'N' TO REPARATUR-FLAGGE

           IF LP-MODUS = 'D'
               DISPLAY "Unkritische Befunde reparieren? (J/N): "
               ACCEPT REPARATUR-FLAGGE
               MOVE FUNCTION UPPER-CASE(REPARATUR-FLAGGE)
                   TO REPARATUR-FLAGGE
           ELSE
               PERFORM PARAMETER-LADEN
           END-IF
           IF REPARATUR-FLAGGE NOT = 'J'
               MOVE 'N' TO REPARATUR-FLAGGE
           END-IF

           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "BESTANDSPRUEFUNG" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Bestandspruefung nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           IF WS-BERICHT-STATUS NOT = "00"
               MOVE "BESTANDSPRUEFUNG" TO WS-FP-PROGRAMM
               MOVE "OPEN OUTPUT BERICHT-DATEI" TO WS-FP-VORGANG
               MOVE "Bestandspruefung nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BERICHT-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Bericht konnte nicht angelegt werden "
                   "(Status " WS-BERICHT-STATUS ")."
               CLOSE KUNDEN-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           MOVE "BESTANDSPRUEFUNG - VERWEISE ZWISCHEN DEN DATEIEN"
               TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE WS-HEUTE TO MASK-DATUM
           MOVE SPACES TO BERICHT-ZEILE
           IF REPARATUR-FLAGGE = 'J'
               STRING "STICHTAG " MASK-DATUM "  MIT REPARATUR DER "
                   "UNKRITISCHEN FAELLE (JOURNAL AKTION BESTAND)"
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
           ELSE
               STRING "STICHTAG " MASK-DATUM "  NUR BERICHT, KEINE "
                   "REPARATUR" DELIMITED BY SIZE INTO BERICHT-ZEILE
           END-IF
           WRITE BERICHT-ZEILE

           MOVE 'N' TO PERSONEN-OK
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE 'J' TO PERSONEN-OK
           ELSE
               MOVE SPACES TO BERICHT-ZEILE
               STRING "HINWEIS: personen.dat nicht lesbar (Status "
                   WS-PERSONEN-STATUS ") - Personenverweise werden "
                   "nicht geprueft." DELIMITED BY SIZE
                   INTO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF

           PERFORM KUNDEN-PRUEFEN
           PERFORM INHABER-PRUEFEN
           PERFORM ADRESSEN-PRUEFEN
           PERFORM VERSANDART-PRUEFEN
           PERFORM DAUERAUFTRAEGE-PRUEFEN
           PERFORM KARTEN-PRUEFEN
           PERFORM VOLLMACHTEN-PRUEFEN
           PERFORM VORMERKUNGEN-PRUEFEN
           PERFORM KONTOWECKER-PRUEFEN
           PERFORM FESTGELDER-PRUEFEN
           PERFORM DARLEHEN-PRUEFEN
           PERFORM MANDATE-PRUEFEN
           PERFORM PFAENDUNGEN-PRUEFEN
           PERFORM PKONTEN-PRUEFEN
           PERFORM KUENDIGUNGEN-PRUEFEN
           PERFORM ZAHLUNGSAUFTRAEGE-PRUEFEN
           PERFORM SCHWEBEPOSTEN-PRUEFEN
           PERFORM SCHLIESSFAECHER-PRUEFEN
           PERFORM LEGITIMATIONEN-PRUEFEN
           PERFORM VERTRETER-PRUEFEN
           PERFORM NACHLASS-PRUEFEN
           PERFORM FREISTELLUNGEN-PRUEFEN
           PERFORM NAHESTEHENDE-PRUEFEN

           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "GESAMT: " GESAMT-BEFUNDE " BEFUNDE, "
               GESAMT-REPARIERT " REPARIERT"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI

           IF PERSONEN-OK = 'J'
               CLOSE PERSONEN-DATEI
           END-IF
           CLOSE KUNDEN-DATEI

           PERFORM BERICHT-ABLEGEN
           DISPLAY GESAMT-BEFUNDE " Befunde, " GESAMT-REPARIERT
               " repariert."

           MOVE GESAMT-BEFUNDE TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       PARAMETER-LADEN.
           OPEN INPUT PARAMETER-DATEI
           IF WS-PARAMETER-STATUS = "00"
               MOVE 'N' TO PARAM-EOF-FLAGGE
               PERFORM UNTIL PARAM-EOF-FLAGGE = 'J'
                   READ PARAMETER-DATEI
                       AT END
                           MOVE 'J' TO PARAM-EOF-FLAGGE
                       NOT AT END
                           MOVE SPACES TO P-NAME-TEXT P-WERT-TEXT
                           UNSTRING PARAMETER-ZEILE DELIMITED BY ";"
                               INTO P-NAME-TEXT P-WERT-TEXT
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(P-NAME-TEXT)
                               TO P-NAME-TEXT
                           IF P-NAME-TEXT = "REPARATUR"
                               MOVE FUNCTION UPPER-CASE(
                                   P-WERT-TEXT(1:1))
                                   TO REPARATUR-FLAGGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-DATEI
           END-IF.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "bestandspruefung-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv bestandspruefung.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht gespeichert: "
               FUNCTION TRIM(WS-BERICHT-NAME).

      *> ----------------------------------------------------------
      *> Gemeinsame Hilfsparagraphen: Verweise, Berichtsabschnitte,
      *> Journal
      *> ----------------------------------------------------------
       KONTO-PRUEFEN.
           MOVE PRUEF-KONTO TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE 'F' TO KONTO-BEFUND
                   MOVE "existiert nicht" TO BEFUND-ZUSATZ
               NOT INVALID KEY
                   IF KUNDEN-STATUS = 'G'
                       MOVE 'G' TO KONTO-BEFUND
                       MOVE "ist geschlossen" TO BEFUND-ZUSATZ
                   ELSE
                       MOVE 'O' TO KONTO-BEFUND
                       MOVE SPACES TO BEFUND-ZUSATZ
                   END-IF
           END-READ.

      *> Ohne lesbaren Personenstamm gilt jeder Verweis als in
      *> Ordnung (Hinweis steht im Berichtskopf).
       PERSON-PRUEFEN.
           MOVE 'O' TO PERSON-BEFUND
           IF PERSONEN-OK = 'J'
               MOVE PRUEF-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       MOVE 'F' TO PERSON-BEFUND
               END-READ
           END-IF.

       SEKTION-BEGINNEN.
           ADD 1 TO SEKTION-NR
           MOVE 0 TO SEKTION-ANZAHL SEKTION-REPARIERT
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING SEKTION-NR ". " SEKTION-TITEL
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

      *> Auswertung des OPEN der geprueften Datei: fehlt sie, gibt
      *> es nichts zu pruefen; jeder andere Fehler wird vermerkt.
       OEFFNEN-AUSWERTEN.
           MOVE 'N' TO DATEI-OK
           MOVE 'N' TO EOF-FLAGGE
           IF WS-OPEN-STATUS = "00"
               MOVE 'J' TO DATEI-OK
           ELSE
           IF WS-OPEN-STATUS = "35"
               MOVE "    (Datei nicht vorhanden)" TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           ELSE
               MOVE "BESTANDSPRUEFUNG" TO WS-FP-PROGRAMM
               MOVE SPACES TO WS-FP-VORGANG
               STRING "OPEN " WS-DATEI-NAME DELIMITED BY SIZE
                   INTO WS-FP-VORGANG
               MOVE "Pruefbereich uebersprungen" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-OPEN-STATUS WS-FP-MELDUNG
               MOVE SPACES TO BERICHT-ZEILE
               STRING "    FEHLER: " FUNCTION TRIM(WS-DATEI-NAME)
                   " nicht lesbar (Status " WS-OPEN-STATUS
                   ") - nicht geprueft" DELIMITED BY SIZE
                   INTO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           END-IF.

       BEFUND-SCHREIBEN.
           ADD 1 TO SEKTION-ANZAHL GESAMT-BEFUNDE
           MOVE SPACES TO BERICHT-ZEILE
           IF REPARIERT-FLAGGE = 'J'
               ADD 1 TO SEKTION-REPARIERT GESAMT-REPARIERT
               STRING "    " BEFUND-TEXT DELIMITED BY "  "
                   " - REPARIERT" DELIMITED BY SIZE
                   INTO BERICHT-ZEILE
           ELSE
               STRING "    " BEFUND-TEXT DELIMITED BY SIZE
                   INTO BERICHT-ZEILE
           END-IF
           WRITE BERICHT-ZEILE.

       SEKTION-BEENDEN.
           MOVE SPACES TO BERICHT-ZEILE
           IF DATEI-OK = 'J'
               IF SEKTION-ANZAHL = 0
                   MOVE "    keine Befunde" TO BERICHT-ZEILE
               ELSE
                   STRING "    " SEKTION-ANZAHL " Befunde, "
                       SEKTION-REPARIERT " repariert"
                       DELIMITED BY SIZE INTO BERICHT-ZEILE
               END-IF
               WRITE BERICHT-ZEILE
           END-IF.

       REPARATUR-JOURNALISIEREN.
           MOVE "BESTANDSPRUEFUNG" TO WS-JRN-PROGRAMM
           MOVE "BESTAND" TO WS-JRN-AKTION
           CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM WS-JRN-AKTION
               WS-JRN-ALT WS-JRN-NEU.

       REPARATUR-FEHLER.
           MOVE "BESTANDSPRUEFUNG" TO WS-FP-PROGRAMM
           MOVE SPACES TO WS-FP-VORGANG
           STRING "REWRITE " WS-DATEI-NAME DELIMITED BY SIZE
               INTO WS-FP-VORGANG
           MOVE "Reparatur nicht gespeichert" TO WS-FP-MELDUNG
           CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
               WS-OPEN-STATUS WS-FP-MELDUNG.

      *> ----------------------------------------------------------
      *> Stammdaten: Konten, Inhaber, Adressen, Versandart
      *> ----------------------------------------------------------
       KUNDEN-PRUEFEN.
           MOVE "KONTEN OHNE PERSON (kunden.dat -> personen.dat)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE 'J' TO DATEI-OK
           MOVE 'N' TO EOF-FLAGGE
           MOVE 0 TO KUNDEN-NR
           START KUNDEN-DATEI KEY IS >= KUNDEN-NR
               INVALID KEY
                   MOVE 'J' TO EOF-FLAGGE
           END-START
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ KUNDEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF KUNDEN-PERSONEN-NR NOT = 0
                           MOVE KUNDEN-PERSONEN-NR TO PRUEF-PERSON
                           PERFORM PERSON-PRUEFEN
                           IF PERSON-BEFUND = 'F'
                               MOVE 'N' TO REPARIERT-FLAGGE
                               MOVE SPACES TO BEFUND-TEXT
                               STRING "Konto " KUNDEN-NR ": Person "
                                   KUNDEN-PERSONEN-NR
                                   " existiert nicht"
                                   DELIMITED BY SIZE INTO BEFUND-TEXT
                               PERFORM BEFUND-SCHREIBEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SEKTION-BEENDEN.

       INHABER-PRUEFEN.
           MOVE "MITINHABER (kontoinhaber.dat -> Konto, Person)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "kontoinhaber.dat" TO WS-DATEI-NAME
           OPEN INPUT INHABER-DATEI
           MOVE WS-IH-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ INHABER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           PERFORM INHABER-SATZ-PRUEFEN
                   END-READ
               END-PERFORM
               CLOSE INHABER-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       INHABER-SATZ-PRUEFEN.
           MOVE 'N' TO REPARIERT-FLAGGE
           MOVE IH-KUNDEN-NR TO PRUEF-KONTO
           PERFORM KONTO-PRUEFEN
           IF KONTO-BEFUND = 'F'
               MOVE SPACES TO BEFUND-TEXT
               STRING "Inhaber " IH-PERSON-NR ": Konto " IH-KUNDEN-NR
                   " existiert nicht"
                   DELIMITED BY SIZE INTO BEFUND-TEXT
               PERFORM BEFUND-SCHREIBEN
           END-IF
           MOVE IH-PERSON-NR TO PRUEF-PERSON
           PERFORM PERSON-PRUEFEN
           IF PERSON-BEFUND = 'F'
               MOVE SPACES TO BEFUND-TEXT
               STRING "Konto " IH-KUNDEN-NR ": Mitinhaber "
                   IH-PERSON-NR " existiert nicht"
                   DELIMITED BY SIZE INTO BEFUND-TEXT
               PERFORM BEFUND-SCHREIBEN
           END-IF.

       ADRESSEN-PRUEFEN.
           MOVE "ADRESSEN OHNE KONTO (adressen.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "adressen.dat" TO WS-DATEI-NAME
           IF REPARATUR-FLAGGE = 'J'
               OPEN I-O ADRESSEN-DATEI
           ELSE
               OPEN INPUT ADRESSEN-DATEI
           END-IF
           MOVE WS-ADRESSEN-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ ADRESSEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE ADR-KUNDEN-NR TO PRUEF-KONTO
                           PERFORM KONTO-PRUEFEN
                           IF KONTO-BEFUND = 'F'
                               PERFORM ADRESSE-BEFUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADRESSEN-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       ADRESSE-BEFUND.
           MOVE 'N' TO REPARIERT-FLAGGE
           MOVE SPACES TO BEFUND-TEXT
           STRING "Adresse zu Konto " ADR-KUNDEN-NR ": Konto "
               "existiert nicht" DELIMITED BY SIZE INTO BEFUND-TEXT
           IF REPARATUR-FLAGGE = 'J'
               MOVE SPACES TO JRN-ADR-BILD
               MOVE ADR-KUNDEN-NR TO JA-NR
               MOVE ADR-STRASSE TO JA-STRASSE
               MOVE ADR-PLZ TO JA-PLZ
               MOVE ADR-ORT TO JA-ORT
               DELETE ADRESSEN-DATEI
               IF WS-ADRESSEN-STATUS NOT = "00"
                   MOVE WS-ADRESSEN-STATUS TO WS-OPEN-STATUS
                   PERFORM REPARATUR-FEHLER
               ELSE
                   MOVE 'J' TO REPARIERT-FLAGGE
                   MOVE "BESTANDSPRUEFUNG" TO WS-JRN-PROGRAMM
                   MOVE "ADRESSE" TO WS-JRN-AKTION
                   MOVE JRN-ADR-BILD TO WS-JRN-ALT
                   MOVE SPACES TO WS-JRN-NEU
                   CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                       WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               END-IF
           END-IF
           PERFORM BEFUND-SCHREIBEN.

       VERSANDART-PRUEFEN.
           MOVE "VERSANDARTEN OHNE KONTO (versandart.dat)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "versandart.dat" TO WS-DATEI-NAME
           OPEN INPUT VERSANDART-DATEI
           MOVE WS-VERSANDART-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ VERSANDART-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE VS-KUNDEN-NR TO PRUEF-KONTO
                           PERFORM KONTO-PRUEFEN
                           IF KONTO-BEFUND = 'F'
                               MOVE 'N' TO REPARIERT-FLAGGE
                               MOVE SPACES TO BEFUND-TEXT
                               STRING "Versandart " VS-ART
                                   " zu Konto " VS-KUNDEN-NR
                                   ": Konto existiert nicht"
                                   DELIMITED BY SIZE INTO BEFUND-TEXT
                               PERFORM BEFUND-SCHREIBEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERSANDART-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

      *> ----------------------------------------------------------
      *> Auftraege und Berechtigungen mit Reparaturmodus
      *> ----------------------------------------------------------
       DAUERAUFTRAEGE-PRUEFEN.
           MOVE "AKTIVE DAUERAUFTRAEGE VON/AN FEHLENDE ODER "
               & "GESCHLOSSENE KONTEN (dauerauftraege.dat)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "dauerauftraege.dat" TO WS-DATEI-NAME
           IF REPARATUR-FLAGGE = 'J'
               OPEN I-O DAUERAUFTRAG-DATEI
           ELSE
               OPEN INPUT DAUERAUFTRAG-DATEI
           END-IF
           MOVE WS-DA-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ DAUERAUFTRAG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF DA-STATUS = 'A'
                               PERFORM DAUERAUFTRAG-SATZ-PRUEFEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAUERAUFTRAG-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       DAUERAUFTRAG-SATZ-PRUEFEN.
           MOVE SPACES TO BEFUND-TEXT
           MOVE DA-QUELLE-NR TO PRUEF-KONTO
           PERFORM KONTO-PRUEFEN
           IF KONTO-BEFUND NOT = 'O'
               STRING "Dauerauftrag " DA-NR ": Quellkonto "
                   DA-QUELLE-NR " " BEFUND-ZUSATZ
                   DELIMITED BY SIZE INTO BEFUND-TEXT
           ELSE
               MOVE DA-ZIEL-NR TO PRUEF-KONTO
               PERFORM KONTO-PRUEFEN
               IF KONTO-BEFUND NOT = 'O'
                   STRING "Dauerauftrag " DA-NR " von "
                       DA-QUELLE-NR ": Zielkonto " DA-ZIEL-NR " "
                       BEFUND-ZUSATZ
                       DELIMITED BY SIZE INTO BEFUND-TEXT
               END-IF
           END-IF

           IF BEFUND-TEXT NOT = SPACES
               MOVE 'N' TO REPARIERT-FLAGGE
               IF REPARATUR-FLAGGE = 'J'
                   MOVE SPACES TO JRN-BESTAND-BILD
                   MOVE DA-QUELLE-NR TO JB-NR
                   STRING "DAUERAUFTRAG " DA-NR DELIMITED BY SIZE
                       INTO JB-TEXT
                   MOVE "dauerauftraege.dat" TO JB-DATEI
                   STRING "DA-STATUS " DA-STATUS DELIMITED BY SIZE
                       INTO JB-WERT
                   MOVE JRN-BESTAND-BILD TO WS-JRN-ALT
                   MOVE 'S' TO DA-STATUS
                   REWRITE DAUERAUFTRAG-EINTRAG
                   IF WS-DA-STATUS NOT = "00"
                       MOVE WS-DA-STATUS TO WS-OPEN-STATUS
                       PERFORM REPARATUR-FEHLER
                   ELSE
                       MOVE 'J' TO REPARIERT-FLAGGE
                       MOVE SPACES TO JB-WERT
                       STRING "DA-STATUS " DA-STATUS
                           DELIMITED BY SIZE INTO JB-WERT
                       MOVE JRN-BESTAND-BILD TO WS-JRN-NEU
                       PERFORM REPARATUR-JOURNALISIEREN
                   END-IF
               END-IF
               PERFORM BEFUND-SCHREIBEN
           END-IF.

       KARTEN-PRUEFEN.
           MOVE "AKTIVE KARTEN ZU FEHLENDEN ODER GESCHLOSSENEN KONTEN "
               & "(karten.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "karten.dat" TO WS-DATEI-NAME
           IF REPARATUR-FLAGGE = 'J'
               OPEN I-O KARTEN-DATEI
           ELSE
               OPEN INPUT KARTEN-DATEI
           END-IF
           MOVE WS-KARTEN-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ KARTEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF KARTE-STATUS = 'A'
                               MOVE KARTE-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   PERFORM KARTE-BEFUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KARTEN-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       KARTE-BEFUND.
           MOVE 'N' TO REPARIERT-FLAGGE
           MOVE SPACES TO BEFUND-TEXT
           STRING "Karte " KARTE-NR ": Konto " KARTE-KUNDEN-NR " "
               BEFUND-ZUSATZ DELIMITED BY SIZE INTO BEFUND-TEXT
           IF REPARATUR-FLAGGE = 'J'
               MOVE SPACES TO JRN-BESTAND-BILD
               MOVE KARTE-KUNDEN-NR TO JB-NR
               STRING "KARTE " KARTE-NR DELIMITED BY SIZE
                   INTO JB-TEXT
               MOVE "karten.dat" TO JB-DATEI
               STRING "KARTE-STATUS " KARTE-STATUS
                   DELIMITED BY SIZE INTO JB-WERT
               MOVE JRN-BESTAND-BILD TO WS-JRN-ALT
               MOVE 'G' TO KARTE-STATUS
               REWRITE KARTE-EINTRAG
               IF WS-KARTEN-STATUS NOT = "00"
                   MOVE WS-KARTEN-STATUS TO WS-OPEN-STATUS
                   PERFORM REPARATUR-FEHLER
               ELSE
                   MOVE 'J' TO REPARIERT-FLAGGE
                   MOVE SPACES TO JB-WERT
                   STRING "KARTE-STATUS " KARTE-STATUS
                       DELIMITED BY SIZE INTO JB-WERT
                   MOVE JRN-BESTAND-BILD TO WS-JRN-NEU
                   PERFORM REPARATUR-JOURNALISIEREN
               END-IF
           END-IF
           PERFORM BEFUND-SCHREIBEN.

      *> Nur heute oder kuenftig gueltige Vollmachten; eine
      *> Vollmacht fuer ein geschlossenes Konto ist unschaedlich.
       VOLLMACHTEN-PRUEFEN.
           MOVE "GUELTIGE VOLLMACHTEN FUER FEHLENDE KONTEN ODER "
               & "PERSONEN (vollmachten.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "vollmachten.dat" TO WS-DATEI-NAME
           IF REPARATUR-FLAGGE = 'J'
               OPEN I-O VOLLMACHT-DATEI
           ELSE
               OPEN INPUT VOLLMACHT-DATEI
           END-IF
           MOVE WS-VM-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ VOLLMACHT-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF VM-GUELTIG-BIS = 0
                                   OR VM-GUELTIG-BIS >= WS-HEUTE
                               PERFORM VOLLMACHT-SATZ-PRUEFEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLLMACHT-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       VOLLMACHT-SATZ-PRUEFEN.
           MOVE SPACES TO BEFUND-TEXT
           MOVE VM-KUNDEN-NR TO PRUEF-KONTO
           PERFORM KONTO-PRUEFEN
           IF KONTO-BEFUND = 'F'
               STRING "Vollmacht Person " VM-PERSON-NR ": Konto "
                   VM-KUNDEN-NR " existiert nicht"
                   DELIMITED BY SIZE INTO BEFUND-TEXT
           ELSE
               MOVE VM-PERSON-NR TO PRUEF-PERSON
               PERFORM PERSON-PRUEFEN
               IF PERSON-BEFUND = 'F'
                   STRING "Vollmacht Konto " VM-KUNDEN-NR
                       ": Bevollmaechtigter " VM-PERSON-NR
                       " existiert nicht"
                       DELIMITED BY SIZE INTO BEFUND-TEXT
               END-IF
           END-IF

           IF BEFUND-TEXT NOT = SPACES
               MOVE 'N' TO REPARIERT-FLAGGE
               IF REPARATUR-FLAGGE = 'J'
                   MOVE SPACES TO JRN-BESTAND-BILD
                   MOVE VM-KUNDEN-NR TO JB-NR
                   STRING "VOLLMACHT PERSON " VM-PERSON-NR
                       DELIMITED BY SIZE INTO JB-TEXT
                   MOVE "vollmachten.dat" TO JB-DATEI
                   STRING "GUELTIG-BIS " VM-GUELTIG-BIS
                       DELIMITED BY SIZE INTO JB-WERT
                   MOVE JRN-BESTAND-BILD TO WS-JRN-ALT
                   MOVE WS-GESTERN TO VM-GUELTIG-BIS
                   REWRITE VOLLMACHT-EINTRAG
                   IF WS-VM-STATUS NOT = "00"
                       MOVE WS-VM-STATUS TO WS-OPEN-STATUS
                       PERFORM REPARATUR-FEHLER
                   ELSE
                       MOVE 'J' TO REPARIERT-FLAGGE
                       MOVE SPACES TO JB-WERT
                       STRING "GUELTIG-BIS " VM-GUELTIG-BIS
                           DELIMITED BY SIZE INTO JB-WERT
                       MOVE JRN-BESTAND-BILD TO WS-JRN-NEU
                       PERFORM REPARATUR-JOURNALISIEREN
                   END-IF
               END-IF
               PERFORM BEFUND-SCHREIBEN
           END-IF.

       VORMERKUNGEN-PRUEFEN.
           MOVE "AKTIVE VORMERKUNGEN AUF FEHLENDEN ODER GESCHLOSSENEN "
               & "KONTEN (vormerkungen.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "vormerkungen.dat" TO WS-DATEI-NAME
           IF REPARATUR-FLAGGE = 'J'
               OPEN I-O VORMERKUNG-DATEI
           ELSE
               OPEN INPUT VORMERKUNG-DATEI
           END-IF
           MOVE WS-VO-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ VORMERKUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF VO-STATUS = 'A'
                               MOVE VO-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   PERFORM VORMERKUNG-BEFUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VORMERKUNG-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       VORMERKUNG-BEFUND.
           MOVE 'N' TO REPARIERT-FLAGGE
           MOVE SPACES TO BEFUND-TEXT
           STRING "Vormerkung " VO-NR ": Konto " VO-KUNDEN-NR " "
               BEFUND-ZUSATZ DELIMITED BY SIZE INTO BEFUND-TEXT
           IF REPARATUR-FLAGGE = 'J'
               MOVE SPACES TO JRN-BESTAND-BILD
               MOVE VO-KUNDEN-NR TO JB-NR
               STRING "VORMERKUNG " VO-NR DELIMITED BY SIZE
                   INTO JB-TEXT
               MOVE "vormerkungen.dat" TO JB-DATEI
               STRING "VO-STATUS " VO-STATUS DELIMITED BY SIZE
                   INTO JB-WERT
               MOVE JRN-BESTAND-BILD TO WS-JRN-ALT
               MOVE 'E' TO VO-STATUS
               REWRITE VORMERKUNG-EINTRAG
               IF WS-VO-STATUS NOT = "00"
                   MOVE WS-VO-STATUS TO WS-OPEN-STATUS
                   PERFORM REPARATUR-FEHLER
               ELSE
                   MOVE 'J' TO REPARIERT-FLAGGE
                   MOVE SPACES TO JB-WERT
                   STRING "VO-STATUS " VO-STATUS DELIMITED BY SIZE
                       INTO JB-WERT
                   MOVE JRN-BESTAND-BILD TO WS-JRN-NEU
                   PERFORM REPARATUR-JOURNALISIEREN
               END-IF
           END-IF
           PERFORM BEFUND-SCHREIBEN.

       KONTOWECKER-PRUEFEN.
           MOVE "ANGEMELDETE KONTOWECKER AUF FEHLENDEN ODER "
               & "GESCHLOSSENEN KONTEN (kontowecker.dat)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "kontowecker.dat" TO WS-DATEI-NAME
           IF REPARATUR-FLAGGE = 'J'
               OPEN I-O WECKER-DATEI
           ELSE
               OPEN INPUT WECKER-DATEI
           END-IF
           MOVE WS-WK-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ WECKER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF WK-STATUS = 'A'
                               MOVE WK-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   PERFORM KONTOWECKER-BEFUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WECKER-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       KONTOWECKER-BEFUND.
           MOVE 'N' TO REPARIERT-FLAGGE
           MOVE SPACES TO BEFUND-TEXT
           STRING "Kontowecker Art " WK-ART ": Konto " WK-KUNDEN-NR
               " " BEFUND-ZUSATZ DELIMITED BY SIZE INTO BEFUND-TEXT
           IF REPARATUR-FLAGGE = 'J'
               MOVE SPACES TO JRN-BESTAND-BILD
               MOVE WK-KUNDEN-NR TO JB-NR
               STRING "KONTOWECKER ART " WK-ART DELIMITED BY SIZE
                   INTO JB-TEXT
               MOVE "kontowecker.dat" TO JB-DATEI
               STRING "WK-STATUS " WK-STATUS DELIMITED BY SIZE
                   INTO JB-WERT
               MOVE JRN-BESTAND-BILD TO WS-JRN-ALT
               MOVE 'B' TO WK-STATUS
               MOVE WS-HEUTE TO WK-ABGEMELDET-DATUM
               MOVE "SYS " TO WK-ABGEMELDET-VON
               REWRITE WECKER-EINTRAG
               IF WS-WK-STATUS NOT = "00"
                   MOVE WS-WK-STATUS TO WS-OPEN-STATUS
                   PERFORM REPARATUR-FEHLER
               ELSE
                   MOVE 'J' TO REPARIERT-FLAGGE
                   MOVE SPACES TO JB-WERT
                   STRING "WK-STATUS " WK-STATUS DELIMITED BY SIZE
                       INTO JB-WERT
                   MOVE JRN-BESTAND-BILD TO WS-JRN-NEU
                   PERFORM REPARATUR-JOURNALISIEREN
               END-IF
           END-IF
           PERFORM BEFUND-SCHREIBEN.

      *> ----------------------------------------------------------
      *> Vertraege und Verfahren - nur Bericht
      *> ----------------------------------------------------------
       FESTGELDER-PRUEFEN.
           MOVE "LAUFENDE FESTGELDER MIT FEHLENDEM ODER GESCHLOSSENEM "
               & "GIROKONTO (festgelder.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "festgelder.dat" TO WS-DATEI-NAME
           OPEN INPUT FESTGELD-DATEI
           MOVE WS-FG-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ FESTGELD-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF FG-STATUS = 'A'
                               MOVE FG-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   MOVE 'N' TO REPARIERT-FLAGGE
                                   MOVE SPACES TO BEFUND-TEXT
                                   STRING "Festgeld " FG-NR
                                       ": Girokonto " FG-KUNDEN-NR " "
                                       BEFUND-ZUSATZ DELIMITED BY SIZE
                                       INTO BEFUND-TEXT
                                   PERFORM BEFUND-SCHREIBEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTGELD-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       DARLEHEN-PRUEFEN.
           MOVE "LAUFENDE DARLEHEN MIT FEHLENDEM ODER GESCHLOSSENEM "
               & "GIROKONTO (darlehen.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "darlehen.dat" TO WS-DATEI-NAME
           OPEN INPUT DARLEHEN-DATEI
           MOVE WS-DL-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ DARLEHEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF DL-STATUS = 'A' OR DL-STATUS = 'K'
                               MOVE DL-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   MOVE 'N' TO REPARIERT-FLAGGE
                                   MOVE SPACES TO BEFUND-TEXT
                                   STRING "Darlehen " DL-NR
                                       ": Girokonto " DL-KUNDEN-NR " "
                                       BEFUND-ZUSATZ DELIMITED BY SIZE
                                       INTO BEFUND-TEXT
                                   PERFORM BEFUND-SCHREIBEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DARLEHEN-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       MANDATE-PRUEFEN.
           MOVE "AKTIVE LASTSCHRIFTMANDATE AUF FEHLENDEN ODER "
               & "GESCHLOSSENEN KONTEN (mandate.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "mandate.dat" TO WS-DATEI-NAME
           OPEN INPUT MANDAT-DATEI
           MOVE WS-MD-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ MANDAT-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF MD-STATUS = 'A'
                               MOVE MD-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   MOVE 'N' TO REPARIERT-FLAGGE
                                   MOVE SPACES TO BEFUND-TEXT
                                   STRING "Mandat "
                                       MD-REFERENZ DELIMITED BY "  "
                                       ": Konto " MD-KUNDEN-NR " "
                                       BEFUND-ZUSATZ DELIMITED BY SIZE
                                       INTO BEFUND-TEXT
                                   PERFORM BEFUND-SCHREIBEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDAT-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       PFAENDUNGEN-PRUEFEN.
           MOVE "AKTIVE PFAENDUNGEN AUF FEHLENDEN ODER GESCHLOSSENEN "
               & "KONTEN (pfaendungen.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "pfaendungen.dat" TO WS-DATEI-NAME
           OPEN INPUT PFAENDUNG-DATEI
           MOVE WS-PF-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ PFAENDUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF PF-STATUS = 'A'
                               MOVE PF-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   MOVE 'N' TO REPARIERT-FLAGGE
                                   MOVE SPACES TO BEFUND-TEXT
                                   STRING "Pfaendung " PF-NR " ("
                                       PF-AKTENZEICHEN DELIMITED BY "  "
                                       "): Konto " PF-KUNDEN-NR " "
                                       BEFUND-ZUSATZ DELIMITED BY SIZE
                                       INTO BEFUND-TEXT
                                   PERFORM BEFUND-SCHREIBEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PFAENDUNG-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       PKONTEN-PRUEFEN.
           MOVE "AKTIVE P-KONTO-SAETZE ZU FEHLENDEN ODER GESCHLOSSENEN "
               & "KONTEN (pkonten.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "pkonten.dat" TO WS-DATEI-NAME
           OPEN INPUT PKONTO-DATEI
           MOVE WS-PK-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ PKONTO-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF PK-STATUS = 'A'
                               MOVE PK-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   MOVE 'N' TO REPARIERT-FLAGGE
                                   MOVE SPACES TO BEFUND-TEXT
                                   STRING "P-Konto " PK-KUNDEN-NR
                                       ": Konto " BEFUND-ZUSATZ
                                       DELIMITED BY SIZE
                                       INTO BEFUND-TEXT
                                   PERFORM BEFUND-SCHREIBEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PKONTO-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       KUENDIGUNGEN-PRUEFEN.
           MOVE "OFFENE SPAR-KUENDIGUNGEN AUF FEHLENDEN ODER "
               & "GESCHLOSSENEN KONTEN (kuendigungen.dat)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "kuendigungen.dat" TO WS-DATEI-NAME
           OPEN INPUT KUENDIGUNG-DATEI
           MOVE WS-KG-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ KUENDIGUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF KG-STATUS = 'A'
                               MOVE KG-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   MOVE 'N' TO REPARIERT-FLAGGE
                                   MOVE SPACES TO BEFUND-TEXT
                                   STRING "Kuendigung " KG-NR
                                       ": Konto " KG-KUNDEN-NR " "
                                       BEFUND-ZUSATZ DELIMITED BY SIZE
                                       INTO BEFUND-TEXT
                                   PERFORM BEFUND-SCHREIBEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUENDIGUNG-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       ZAHLUNGSAUFTRAEGE-PRUEFEN.
           MOVE "NICHT EXPORTIERTE ZAHLUNGSAUFTRAEGE VON FEHLENDEN "
               & "KONTEN (zahlungsauftraege.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "zahlungsauftraege.dat" TO WS-DATEI-NAME
           OPEN INPUT ZAHLAUF-DATEI
           MOVE WS-ZA-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ ZAHLAUF-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF ZA-STATUS = 'E'
                               MOVE ZA-KUNDEN-NR TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND = 'F'
                                   MOVE 'N' TO REPARIERT-FLAGGE
                                   MOVE SPACES TO BEFUND-TEXT
                                   STRING "Zahlungsauftrag " ZA-NR
                                       ": Konto " ZA-KUNDEN-NR " "
                                       BEFUND-ZUSATZ DELIMITED BY SIZE
                                       INTO BEFUND-TEXT
                                   PERFORM BEFUND-SCHREIBEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZAHLAUF-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

      *> Zielkonto 0 = noch nicht zugeordnet, kein Befund.
       SCHWEBEPOSTEN-PRUEFEN.
           MOVE "OFFENE SCHWEBEPOSTEN MIT FEHLENDEM ODER "
               & "GESCHLOSSENEM ZIELKONTO (schwebeposten.dat)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "schwebeposten.dat" TO WS-DATEI-NAME
           OPEN INPUT SCHWEBE-DATEI
           MOVE WS-SP-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ SCHWEBE-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF SP-STATUS = 'O' AND SP-ZIEL-KONTO > 0
                               MOVE SP-ZIEL-KONTO TO PRUEF-KONTO
                               PERFORM KONTO-PRUEFEN
                               IF KONTO-BEFUND NOT = 'O'
                                   MOVE 'N' TO REPARIERT-FLAGGE
                                   MOVE SPACES TO BEFUND-TEXT
                                   STRING "Schwebeposten " SP-NR
                                       ": Zielkonto " SP-ZIEL-KONTO " "
                                       BEFUND-ZUSATZ DELIMITED BY SIZE
                                       INTO BEFUND-TEXT
                                   PERFORM BEFUND-SCHREIBEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHWEBE-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       SCHLIESSFAECHER-PRUEFEN.
           MOVE "AKTIVE SCHLIESSFACH-MIETVERTRAEGE MIT FEHLENDEM "
               & "KONTO ODER MIETER (schliessfachvertraege.dat)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "schliessfachvertraege.dat" TO WS-DATEI-NAME
           OPEN INPUT VERTRAG-DATEI
           MOVE WS-SV-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ VERTRAG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF SV-STATUS = 'A'
                               PERFORM MIETVERTRAG-SATZ-PRUEFEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERTRAG-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       MIETVERTRAG-SATZ-PRUEFEN.
           MOVE 'N' TO REPARIERT-FLAGGE
           MOVE SV-KUNDEN-NR TO PRUEF-KONTO
           PERFORM KONTO-PRUEFEN
           IF KONTO-BEFUND NOT = 'O'
               MOVE SPACES TO BEFUND-TEXT
               STRING "Mietvertrag " SV-NR ": Mietkonto "
                   SV-KUNDEN-NR " " BEFUND-ZUSATZ
                   DELIMITED BY SIZE INTO BEFUND-TEXT
               PERFORM BEFUND-SCHREIBEN
           END-IF
           MOVE SV-PERSON-NR TO PRUEF-PERSON
           PERFORM PERSON-PRUEFEN
           IF PERSON-BEFUND = 'F'
               MOVE SPACES TO BEFUND-TEXT
               STRING "Mietvertrag " SV-NR ": Mieter " SV-PERSON-NR
                   " existiert nicht"
                   DELIMITED BY SIZE INTO BEFUND-TEXT
               PERFORM BEFUND-SCHREIBEN
           END-IF.

      *> ----------------------------------------------------------
      *> Personenbezogene Nebendateien - nur Bericht
      *> ----------------------------------------------------------
       LEGITIMATIONEN-PRUEFEN.
           MOVE "LEGITIMATIONEN OHNE PERSON (legitimation.dat)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "legitimation.dat" TO WS-DATEI-NAME
           OPEN INPUT LEGITIMATION-DATEI
           MOVE WS-LEG-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ LEGITIMATION-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE LEG-PERSON-NR TO PRUEF-PERSON
                           PERFORM PERSON-PRUEFEN
                           IF PERSON-BEFUND = 'F'
                               MOVE 'N' TO REPARIERT-FLAGGE
                               MOVE SPACES TO BEFUND-TEXT
                               STRING "Legitimation: Person "
                                   LEG-PERSON-NR " existiert nicht"
                                   DELIMITED BY SIZE INTO BEFUND-TEXT
                               PERFORM BEFUND-SCHREIBEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGITIMATION-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       VERTRETER-PRUEFEN.
           MOVE "AKTIVE GESETZLICHE VERTRETUNGEN MIT FEHLENDER "
               & "PERSON (vertreter.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "vertreter.dat" TO WS-DATEI-NAME
           OPEN INPUT VERTRETER-DATEI
           MOVE WS-VT-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ VERTRETER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF VT-STATUS = 'A'
                               PERFORM VERTRETER-SATZ-PRUEFEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERTRETER-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       VERTRETER-SATZ-PRUEFEN.
           MOVE 'N' TO REPARIERT-FLAGGE
           MOVE VT-PERSON-NR TO PRUEF-PERSON
           PERFORM PERSON-PRUEFEN
           IF PERSON-BEFUND = 'F'
               MOVE SPACES TO BEFUND-TEXT
               STRING "Vertretung: Minderjaehriger " VT-PERSON-NR
                   " existiert nicht" DELIMITED BY SIZE
                   INTO BEFUND-TEXT
               PERFORM BEFUND-SCHREIBEN
           END-IF
           IF VT-VERTRETER-1 NOT = 0
               MOVE VT-VERTRETER-1 TO PRUEF-PERSON
               PERFORM PERSON-PRUEFEN
               IF PERSON-BEFUND = 'F'
                   MOVE SPACES TO BEFUND-TEXT
                   STRING "Vertretung " VT-PERSON-NR ": Vertreter "
                       VT-VERTRETER-1 " existiert nicht"
                       DELIMITED BY SIZE INTO BEFUND-TEXT
                   PERFORM BEFUND-SCHREIBEN
               END-IF
           END-IF
           IF VT-VERTRETER-2 NOT = 0
               MOVE VT-VERTRETER-2 TO PRUEF-PERSON
               PERFORM PERSON-PRUEFEN
               IF PERSON-BEFUND = 'F'
                   MOVE SPACES TO BEFUND-TEXT
                   STRING "Vertretung " VT-PERSON-NR ": Vertreter "
                       VT-VERTRETER-2 " existiert nicht"
                       DELIMITED BY SIZE INTO BEFUND-TEXT
                   PERFORM BEFUND-SCHREIBEN
               END-IF
           END-IF.

       NACHLASS-PRUEFEN.
           MOVE "NACHLASSKONTAKTE OHNE PERSON (nachlass.dat)"
               TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "nachlass.dat" TO WS-DATEI-NAME
           OPEN INPUT NACHLASS-DATEI
           MOVE WS-NL-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ NACHLASS-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE NL-PERSON-NR TO PRUEF-PERSON
                           PERFORM PERSON-PRUEFEN
                           IF PERSON-BEFUND = 'F'
                               MOVE 'N' TO REPARIERT-FLAGGE
                               MOVE SPACES TO BEFUND-TEXT
                               STRING "Nachlasskontakt: Person "
                                   NL-PERSON-NR " existiert nicht"
                                   DELIMITED BY SIZE INTO BEFUND-TEXT
                               PERFORM BEFUND-SCHREIBEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NACHLASS-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       FREISTELLUNGEN-PRUEFEN.
           MOVE "FREISTELLUNGSAUFTRAEGE OHNE PERSON "
               & "(freistellungen.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "freistellungen.dat" TO WS-DATEI-NAME
           OPEN INPUT FREISTELLUNG-DATEI
           MOVE WS-FS-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ FREISTELLUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE FS-PERSON-NR TO PRUEF-PERSON
                           PERFORM PERSON-PRUEFEN
                           IF PERSON-BEFUND = 'F'
                               MOVE 'N' TO REPARIERT-FLAGGE
                               MOVE SPACES TO BEFUND-TEXT
                               STRING "Freistellung " FS-JAHR
                                   ": Person " FS-PERSON-NR
                                   " existiert nicht"
                                   DELIMITED BY SIZE INTO BEFUND-TEXT
                               PERFORM BEFUND-SCHREIBEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREISTELLUNG-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.

       NAHESTEHENDE-PRUEFEN.
           MOVE "NAHESTEHENDE PERSONEN DER MITARBEITER OHNE PERSON "
               & "(mitarbeiter-nahestehende.dat)" TO SEKTION-TITEL
           PERFORM SEKTION-BEGINNEN
           MOVE "mitarbeiter-nahestehende.dat" TO WS-DATEI-NAME
           OPEN INPUT NAHESTEHENDE-DATEI
           MOVE WS-NS-STATUS TO WS-OPEN-STATUS
           PERFORM OEFFNEN-AUSWERTEN
           IF DATEI-OK = 'J'
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ NAHESTEHENDE-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE NS-PERSON-NR TO PRUEF-PERSON
                           PERFORM PERSON-PRUEFEN
                           IF PERSON-BEFUND = 'F'
                               MOVE 'N' TO REPARIERT-FLAGGE
                               MOVE SPACES TO BEFUND-TEXT
                               STRING "Mitarbeiter " NS-MA-ID
                                   ": nahestehende Person "
                                   NS-PERSON-NR " existiert nicht"
                                   DELIMITED BY SIZE INTO BEFUND-TEXT
                               PERFORM BEFUND-SCHREIBEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NAHESTEHENDE-DATEI
           END-IF
           PERFORM SEKTION-BEENDEN.
