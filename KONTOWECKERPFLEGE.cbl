       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOWECKERPFLEGE.

      *> Kontowecker - Benachrichtigungen je Konto an- und abmelden
      *> (kontowecker.dat, KONTOWECKER.CPY). Je Konto und Art ein
      *> Satz:
      *>   S = Saldo unter einer Schwelle
      *>   B = Einzelbelastung ueber einem Betrag
      *>   F = Dauerauftrag oder Darlehensrate nicht ausgefuehrt
      *>   E = Zahlungseingang (Ueberweisung, Clearing, Erstattung)
      *>   K = Kartenumsatz am Geldautomaten
      *> Versand per E-Mail (ADR-EMAIL) oder SMS (ADR-TELEFON) aus
      *> adressen.dat - die Anmeldung setzt die passende Angabe
      *> voraus. Die Einwilligung des Kunden wird bei der Anmeldung
      *> bestaetigt; An- und Abmeldung gehen als Nachweis mit den
      *> Aktionen WECKEIN und WECKAUS ins Kundenjournal. Ausgewertet
      *> werden die Saetze im Tagesabschluss von KONTOWECKERLAUF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WECKER-DATEI ASSIGN TO "kontowecker.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-SCHLUESSEL
               FILE STATUS IS WS-WK-STATUS.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT ADRESSEN-DATEI ASSIGN TO "adressen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WECKER-DATEI.
           COPY KONTOWECKER.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       WORKING-STORAGE SECTION.
       01 WS-WK-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 BESTAETIGUNG         PIC X.
       01 WS-HEUTE             PIC 9(8).
       01 SUCH-KONTO           PIC 9(5).
       01 TEMP-ART             PIC X.
       01 TEMP-KANAL           PIC X.
       01 TEMP-BETRAG          PIC 9(7)V99.
       01 ANZAHL-GEFUNDEN      PIC 9(3).
       01 ART-TEXT             PIC X(30).
       01 KANAL-TEXT           PIC X(6).
       01 MASK-BETRAG          PIC Z,ZZZ,ZZ9.99.
       01 MASK-DATUM           PIC 9999/99/99.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Einwilligungsnachweis im Kundenjournal (Aktion WECKEIN bzw.
      *> WECKAUS): Kundennummer, Klartext der Art, Art, Kanal,
      *> Schwelle und Mitarbeiter, siehe KUNDEN-JOURNAL.CPY.
       01 JRN-WECKER-BILD      PIC X(80).
       01 JW-SATZ REDEFINES JRN-WECKER-BILD.
           05 JW-NR                PIC 9(5).
           05 JW-TEXT              PIC X(30).
           05 JW-ART               PIC X.
           05 JW-KANAL             PIC X.
           05 JW-SCHWELLE          PIC 9(7)V99.
           05 JW-MITARBEITER       PIC X(4).
           05 FILLER               PIC X(30).
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wird bei An- und Abmeldung vermerkt.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- KONTOWECKER (BENACHRICHTIGUNGEN) ---"
               DISPLAY "1 - Benachrichtigungen eines Kontos anzeigen"
               DISPLAY "2 - Benachrichtigung anmelden"
               DISPLAY "3 - Benachrichtigung abmelden"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM WECKER-ANZEIGEN
                   WHEN 2
                       PERFORM WECKER-ANMELDEN
                   WHEN 3
                       PERFORM WECKER-ABMELDEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

           GOBACK.

      *> ----------------------------------------------------------
      *> Anzeige aller Saetze eines Kontos, auch der abgemeldeten
      *> ----------------------------------------------------------
       WECKER-ANZEIGEN.
           DISPLAY "Kontonummer: "
           ACCEPT SUCH-KONTO
           MOVE 0 TO ANZAHL-GEFUNDEN
           OPEN INPUT WECKER-DATEI
           IF WS-WK-STATUS = "35"
               DISPLAY "Hinweis: Keine Benachrichtigungen erfasst."
           ELSE
           IF WS-WK-STATUS NOT = "00"
               DISPLAY "Fehler: kontowecker.dat konnte nicht "
                   "geoeffnet werden (Status " WS-WK-STATUS ")."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               MOVE SUCH-KONTO TO WK-KUNDEN-NR
               MOVE LOW-VALUES TO WK-ART
               START WECKER-DATEI KEY IS >= WK-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ WECKER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF WK-KUNDEN-NR NOT = SUCH-KONTO
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                               PERFORM WECKER-ZEILE-ANZEIGEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WECKER-DATEI
               IF ANZAHL-GEFUNDEN = 0
                   DISPLAY "Keine Benachrichtigungen fuer Konto "
                       SUCH-KONTO "."
               END-IF
           END-IF
           END-IF.

       WECKER-ZEILE-ANZEIGEN.
           ADD 1 TO ANZAHL-GEFUNDEN
           IF ANZAHL-GEFUNDEN = 1
               DISPLAY "ART BENACHRICHTIGUNG                   KANAL  "
                   "      SCHWELLE  STATUS"
               DISPLAY "-----------------------------------------------"
                   "------------------------"
           END-IF
           MOVE WK-ART TO TEMP-ART
           PERFORM ART-TEXT-ERMITTELN
           IF WK-KANAL = 'S'
               MOVE "SMS" TO KANAL-TEXT
           ELSE
               MOVE "E-Mail" TO KANAL-TEXT
           END-IF
           MOVE WK-SCHWELLE TO MASK-BETRAG
           IF WK-STATUS = 'A'
               MOVE WK-ANGEMELDET-DATUM TO MASK-DATUM
               DISPLAY " " WK-ART "  " ART-TEXT "  " KANAL-TEXT " "
                   MASK-BETRAG "  angemeldet " MASK-DATUM
                   " (" WK-ANGEMELDET-VON ")"
           ELSE
               MOVE WK-ABGEMELDET-DATUM TO MASK-DATUM
               DISPLAY " " WK-ART "  " ART-TEXT "  " KANAL-TEXT " "
                   MASK-BETRAG "  abgemeldet " MASK-DATUM
                   " (" WK-ABGEMELDET-VON ")"
           END-IF.

      *> ----------------------------------------------------------
      *> Anmeldung (Opt-in) - nur fuer bestehende, nicht
      *> geschlossene Konten und mit erfasster Kontaktangabe
      *> ----------------------------------------------------------
       WECKER-ANMELDEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Kontonummer: "
           ACCEPT SUCH-KONTO
           PERFORM KUNDE-PRUEFEN

           IF ABBRUCH-FLAGGE = 'N'
               PERFORM ART-ABFRAGEN
           END-IF

           MOVE 0 TO TEMP-BETRAG
           IF ABBRUCH-FLAGGE = 'N'
               IF TEMP-ART = 'S'
                   DISPLAY "Melden, wenn der Saldo unter diesen "
                       "Betrag faellt: "
                   ACCEPT TEMP-BETRAG
               END-IF
               IF TEMP-ART = 'B'
                   DISPLAY "Melden bei Einzelbelastung ueber: "
                   ACCEPT TEMP-BETRAG
                   IF TEMP-BETRAG = 0
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Betrag muss groesser als 0 "
                           "sein."
                   END-IF
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE SPACE TO TEMP-KANAL
               PERFORM UNTIL TEMP-KANAL = 'E' OR TEMP-KANAL = 'S'
                   DISPLAY "Kanal (E=E-Mail, S=SMS): "
                   ACCEPT TEMP-KANAL
                   MOVE FUNCTION UPPER-CASE(TEMP-KANAL) TO TEMP-KANAL
               END-PERFORM
               PERFORM KONTAKT-PRUEFEN
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Einwilligung des Kunden zur Benachrichtigung "
                   "liegt vor? (J/N): "
               ACCEPT BESTAETIGUNG
               MOVE FUNCTION UPPER-CASE(BESTAETIGUNG) TO BESTAETIGUNG
               IF BESTAETIGUNG NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Ohne Einwilligung keine Anmeldung."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DATEI-OEFFNEN
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE SUCH-KONTO TO WK-KUNDEN-NR
               MOVE TEMP-ART TO WK-ART
               READ WECKER-DATEI KEY IS WK-SCHLUESSEL
                   INVALID KEY
                       PERFORM SATZ-BELEGEN
                       WRITE WECKER-EINTRAG
                   NOT INVALID KEY
                       PERFORM SATZ-BELEGEN
                       REWRITE WECKER-EINTRAG
               END-READ
               IF WS-WK-STATUS NOT = "00"
                   MOVE "KONTOWECKERPFLEGE" TO WS-FP-PROGRAMM
                   MOVE "WRITE WECKER-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Anmeldung nicht gespeichert" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-WK-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Anmeldung konnte nicht "
                       "gespeichert werden (Status " WS-WK-STATUS ")."
               ELSE
                   MOVE "WECKEIN" TO WS-JRN-AKTION
                   PERFORM EINWILLIGUNG-JOURNALISIEREN
                   DISPLAY "Benachrichtigung '" FUNCTION TRIM(ART-TEXT)
                       "' fuer Konto " SUCH-KONTO " angemeldet."
               END-IF
               CLOSE WECKER-DATEI
           END-IF.

       SATZ-BELEGEN.
           MOVE SUCH-KONTO TO WK-KUNDEN-NR
           MOVE TEMP-ART TO WK-ART
           MOVE TEMP-BETRAG TO WK-SCHWELLE
           MOVE TEMP-KANAL TO WK-KANAL
           MOVE 'A' TO WK-STATUS
           MOVE WS-HEUTE TO WK-ANGEMELDET-DATUM
           MOVE LP-MITARBEITER-ID TO WK-ANGEMELDET-VON
           MOVE 0 TO WK-ABGEMELDET-DATUM
           MOVE SPACES TO WK-ABGEMELDET-VON
           MOVE 'N' TO WK-GEMELDET.

      *> ----------------------------------------------------------
      *> Abmeldung (Opt-out) - der Satz bleibt als Nachweis stehen
      *> ----------------------------------------------------------
       WECKER-ABMELDEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Kontonummer: "
           ACCEPT SUCH-KONTO
           PERFORM ART-ABFRAGEN

           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DATEI-OEFFNEN
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE SUCH-KONTO TO WK-KUNDEN-NR
               MOVE TEMP-ART TO WK-ART
               READ WECKER-DATEI KEY IS WK-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Benachrichtigung '"
                           FUNCTION TRIM(ART-TEXT)
                           "' fuer Konto " SUCH-KONTO
                           " nicht angemeldet."
                   NOT INVALID KEY
                       IF WK-STATUS NOT = 'A'
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Hinweis: Benachrichtigung ist "
                               "bereits abgemeldet."
                       END-IF
               END-READ

               IF ABBRUCH-FLAGGE = 'N'
                   MOVE 'B' TO WK-STATUS
                   MOVE WS-HEUTE TO WK-ABGEMELDET-DATUM
                   MOVE LP-MITARBEITER-ID TO WK-ABGEMELDET-VON
                   REWRITE WECKER-EINTRAG
                   IF WS-WK-STATUS NOT = "00"
                       MOVE "KONTOWECKERPFLEGE" TO WS-FP-PROGRAMM
                       MOVE "REWRITE WECKER-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Abmeldung nicht gespeichert"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-WK-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: Abmeldung konnte nicht "
                           "gespeichert werden (Status "
                           WS-WK-STATUS ")."
                   ELSE
                       MOVE WK-SCHWELLE TO TEMP-BETRAG
                       MOVE WK-KANAL TO TEMP-KANAL
                       MOVE "WECKAUS" TO WS-JRN-AKTION
                       PERFORM EINWILLIGUNG-JOURNALISIEREN
                       DISPLAY "Benachrichtigung '"
                           FUNCTION TRIM(ART-TEXT) "' fuer Konto "
                           SUCH-KONTO " abgemeldet."
                   END-IF
               END-IF
               CLOSE WECKER-DATEI
           END-IF.

      *> ----------------------------------------------------------
      *> Gemeinsame Hilfsparagraphen
      *> ----------------------------------------------------------
       ART-ABFRAGEN.
           MOVE SPACE TO TEMP-ART
           PERFORM UNTIL TEMP-ART = 'S' OR TEMP-ART = 'B'
                   OR TEMP-ART = 'F' OR TEMP-ART = 'E'
                   OR TEMP-ART = 'K' OR TEMP-ART = '0'
               DISPLAY "Art (S=Saldo unter Schwelle, B=Belastung "
                   "ueber Betrag, F=Auftrag/Rate nicht ausgefuehrt, "
                   "E=Zahlungseingang, K=Kartenumsatz, 0=Abbruch): "
               ACCEPT TEMP-ART
               MOVE FUNCTION UPPER-CASE(TEMP-ART) TO TEMP-ART
           END-PERFORM
           IF TEMP-ART = '0'
               MOVE 'J' TO ABBRUCH-FLAGGE
           ELSE
               PERFORM ART-TEXT-ERMITTELN
           END-IF.

       ART-TEXT-ERMITTELN.
           EVALUATE TEMP-ART
               WHEN 'S'
                   MOVE "Saldo unter Schwelle" TO ART-TEXT
               WHEN 'B'
                   MOVE "Belastung ueber Betrag" TO ART-TEXT
               WHEN 'F'
                   MOVE "Auftrag/Rate nicht ausgefuehrt" TO ART-TEXT
               WHEN 'E'
                   MOVE "Zahlungseingang" TO ART-TEXT
               WHEN 'K'
                   MOVE "Kartenumsatz" TO ART-TEXT
               WHEN OTHER
                   MOVE SPACES TO ART-TEXT
           END-EVALUATE.

       KUNDE-PRUEFEN.
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               MOVE SUCH-KONTO TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Kunde " SUCH-KONTO
                           " nicht gefunden."
                   NOT INVALID KEY
                       IF KUNDEN-STATUS = 'G'
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Fehler: Konto " SUCH-KONTO
                               " ist geschlossen."
                       ELSE
                           DISPLAY "Kunde: " KUNDEN-NAME
                       END-IF
               END-READ
               CLOSE KUNDEN-DATEI
           END-IF.

      *> Ohne E-Mail-Adresse bzw. Telefonnummer in adressen.dat
      *> kann der Versanddienst nicht zustellen - dann keine
      *> Anmeldung, die Angabe ist zuerst ueber die Adresspflege
      *> nachzutragen.
       KONTAKT-PRUEFEN.
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Keine Adressen erfasst - bitte zuerst "
                   "ueber die Adresspflege nachtragen."
           ELSE
               MOVE SUCH-KONTO TO ADR-KUNDEN-NR
               READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                   INVALID KEY
                       MOVE SPACES TO ADR-EMAIL ADR-TELEFON
               END-READ
               IF TEMP-KANAL = 'E'
                   IF ADR-EMAIL = SPACES
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Keine E-Mail-Adresse erfasst "
                           "- bitte ueber die Adresspflege "
                           "nachtragen."
                   ELSE
                       DISPLAY "E-Mail: " FUNCTION TRIM(ADR-EMAIL)
                   END-IF
               ELSE
                   IF ADR-TELEFON = SPACES
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Keine Telefonnummer erfasst "
                           "- bitte ueber die Adresspflege "
                           "nachtragen."
                   ELSE
                       DISPLAY "SMS an: " FUNCTION TRIM(ADR-TELEFON)
                   END-IF
               END-IF
               CLOSE ADRESSEN-DATEI
           END-IF.

       DATEI-OEFFNEN.
           OPEN I-O WECKER-DATEI
           IF WS-WK-STATUS = "35"
               OPEN OUTPUT WECKER-DATEI
               CLOSE WECKER-DATEI
               OPEN I-O WECKER-DATEI
           END-IF
           IF WS-WK-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "KONTOWECKERPFLEGE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O WECKER-DATEI" TO WS-FP-VORGANG
               MOVE "Kontowecker nicht gepflegt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-WK-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontowecker.dat konnte nicht "
                   "geoeffnet werden (Status " WS-WK-STATUS ")."
           END-IF.

       EINWILLIGUNG-JOURNALISIEREN.
           MOVE SPACES TO JRN-WECKER-BILD
           MOVE SUCH-KONTO TO JW-NR
           MOVE ART-TEXT TO JW-TEXT
           MOVE TEMP-ART TO JW-ART
           MOVE TEMP-KANAL TO JW-KANAL
           MOVE TEMP-BETRAG TO JW-SCHWELLE
           MOVE LP-MITARBEITER-ID TO JW-MITARBEITER
           MOVE "KONTOWECKERPFLEGE" TO WS-JRN-PROGRAMM
           IF WS-JRN-AKTION = "WECKEIN"
               MOVE SPACES TO WS-JRN-ALT
               MOVE JRN-WECKER-BILD TO WS-JRN-NEU
           ELSE
               MOVE JRN-WECKER-BILD TO WS-JRN-ALT
               MOVE SPACES TO WS-JRN-NEU
           END-IF
           CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM WS-JRN-AKTION
               WS-JRN-ALT WS-JRN-NEU.
