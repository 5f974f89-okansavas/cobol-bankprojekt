       IDENTIFICATION DIVISION.
       PROGRAM-ID. REKLAMATIONPFLEGE.

      *> Reklamationen zu Automatenumsaetzen: meldet ein Kunde, dass
      *> der Geldautomat das Geld nicht oder nicht vollstaendig
      *> ausgezahlt hat, wird die Beanstandung hier gegen die
      *> Originalbuchung AUSZAHLUNG-ATM und die Karte erfasst
      *> (reklamationen.dat, REKLAMATION.CPY) statt die Buchung per
      *> STORNO zurueckzunehmen - so bleiben Beanstandung, Anfrage
      *> beim Betreiber und Ergebnis nachvollziehbar.
      *>   - Erfassen: wahlweise mit vorlaeufiger Gutschrift
      *>     (REKL-GUTSCHRIFT, Valuta der Auszahlung);
      *>   - An Betreiber gemeldet: Status S mit Meldedatum, ab dem
      *>     die Antwortfrist des Betreibers laeuft;
      *>   - Anerkannt: die vorlaeufige Gutschrift wird endgueltig,
      *>     ohne sie wird der Betrag jetzt gutgeschrieben;
      *>   - Abgelehnt: eine vorlaeufige Gutschrift wird
      *>     zurueckgebucht (REKL-RUECKBUCH, auch ueber das Limit
      *>     hinaus) und der Kunde erhaelt ein Schreiben im
      *>     Verzeichnis briefe/.
      *> Offene Faelle nach Alter listet REKLAMATIONSBERICHT.

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
           SELECT REKLAMATION-DATEI ASSIGN TO "reklamationen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-NR
               FILE STATUS IS WS-RK-STATUS.
           SELECT KARTEN-DATEI ASSIGN TO "karten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KARTE-NR
               FILE STATUS IS WS-KARTEN-STATUS.
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
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD REKLAMATION-DATEI.
           COPY REKLAMATION.

       FD KARTEN-DATEI.
           COPY KARTE.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD BRIEF-DATEI.
       01 BRIEF-ZEILE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-RK-STATUS         PIC XX.
       01 WS-KARTEN-STATUS     PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 WS-BRIEF-STATUS      PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 DATEIEN-OFFEN        PIC X VALUE 'N'.
       01 SPERRE-GESETZT       PIC X VALUE 'N'.
       01 BUCHUNG-OK           PIC X VALUE 'N'.
       01 ADRESSE-GEFUNDEN     PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 SUCH-NR              PIC 9(5).
       01 SUCH-RK-NR           PIC 9(5).
       01 BESTAETIGUNG         PIC X.
       01 VORLAEUFIG-WUNSCH    PIC X.
       01 TEMP-KARTE           PIC X(16).
       01 TEMP-GRUND           PIC X(40).
       01 TEMP-BETRAG          PIC 9(7)V99.
       01 ANZAHL-REKLAMATIONEN PIC 9(4) VALUE 0.
       01 NAECHSTE-RK-NR       PIC 9(5) VALUE 0.
       01 MASK-BETRAG          PIC Z(6)9.99.
       01 MASK-DATUM           PIC 9999/99/99.
       01 STATUS-TEXT          PIC X(20).
       01 NEUER-SALDO          PIC S9(7)V99.

      *> Die juengsten Automatenumsaetze des Kontos zur Auswahl.
       01 GESAMT-ANZAHL        PIC 9(7) VALUE 0.
       01 UEBERSPRINGEN        PIC 9(7) VALUE 0.
       01 LAUFENDE-NR          PIC 9(7) VALUE 0.
       01 LISTE-ANZAHL         PIC 99 VALUE 0.
       01 LISTE-MAX            PIC 99 VALUE 50.
       01 LISTE-TABELLE.
           05 LISTE-EINTRAG OCCURS 50 TIMES.
               10 LI-DATUM         PIC 9(8).
               10 LI-ZEIT          PIC 9(8).
               10 LI-BETRAG        PIC 9(7)V99.
       01 LISTE-AUSWAHL        PIC 99.
       01 ORIGINAL-DATUM       PIC 9(8).
       01 ORIGINAL-ZEIT        PIC 9(8).
       01 ORIGINAL-BETRAG      PIC 9(7)V99.
       01 ORIGINAL-VALUTA      PIC 9(8).
       01 BEREITS-STORNIERT    PIC X VALUE 'N'.
       01 BEREITS-REKLAMIERT   PIC X VALUE 'N'.

      *> Uebergabe an BUCHUNG-SCHREIBEN: Buchungsart, Betrag mit
      *> Vorzeichen, Valuta und Referenzsatz; zurueck kommt der
      *> Schluessel des geschriebenen Satzes.
       01 BU-ART               PIC X(16).
       01 BU-BETRAG            PIC S9(7)V99.
       01 BU-VALUTA            PIC 9(8).
       01 BU-REF-DATUM         PIC 9(8).
       01 BU-REF-ZEIT          PIC 9(8).
       01 BU-GEBUCHT-DATUM     PIC 9(8).
       01 BU-GEBUCHT-ZEIT      PIC 9(8).

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
      *> Formaler Dateistatus fuer den Protokolleintrag der
      *> Sperrkollision - es liegt kein Dateifehler vor.
       01 SPERRE-LOG-STATUS    PIC XX VALUE "00".

       01 WS-BRIEF-PFAD        PIC X(80).
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X.
       01 BP-PROGRAMM          PIC X(20) VALUE "REKLAMATIONPFLEGE".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wandert in BEWEGUNG-MITARBEITER.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- REKLAMATION AUTOMATENUMSATZ ---"
               DISPLAY "1 - Reklamation erfassen"
               DISPLAY "2 - Reklamationen anzeigen"
               DISPLAY "3 - An Betreiber gemeldet"
               DISPLAY "4 - Reklamation anerkannt"
               DISPLAY "5 - Reklamation abgelehnt"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM REKLAMATION-ERFASSEN
                   WHEN 2
                       PERFORM REKLAMATIONEN-ANZEIGEN
                   WHEN 3
                       PERFORM REKLAMATION-BEARBEITEN
                   WHEN 4
                       PERFORM REKLAMATION-BEARBEITEN
                   WHEN 5
                       PERFORM REKLAMATION-BEARBEITEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

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
      *> Erfassen
      *> ------------------------------------------------------------
       REKLAMATION-ERFASSEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           MOVE 'N' TO SPERRE-GESETZT
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-NR

           PERFORM DATEIEN-OEFFNEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM SATZ-SPERREN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM KUNDE-LESEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM ATM-BUCHUNGEN-AUFLISTEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM ATM-BUCHUNG-AUSWAEHLEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM KARTE-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM ANGABEN-ERFASSEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM REKLAMATION-ANLEGEN
           END-IF

           PERFORM DATEIEN-SCHLIESSEN.

       ATM-BUCHUNGEN-AUFLISTEN.
      *> Erster Durchlauf zaehlt die Automatenumsaetze des Kontos;
      *> bei mehr als LISTE-MAX werden nur die juengsten angeboten.
           MOVE 0 TO GESAMT-ANZAHL
           MOVE 'N' TO EOF-FLAGGE
           PERFORM START-BEIM-KUNDEN
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ BEWEGUNGEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF BEWEGUNG-KUNDEN-NR NOT = SUCH-NR
                           MOVE 'J' TO EOF-FLAGGE
                       ELSE
                       IF BEWEGUNG-ART = "AUSZAHLUNG-ATM"
                           ADD 1 TO GESAMT-ANZAHL
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF GESAMT-ANZAHL = 0
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Keine Automatenumsaetze auf diesem Konto."
           ELSE
               MOVE 0 TO UEBERSPRINGEN
               IF GESAMT-ANZAHL > LISTE-MAX
                   COMPUTE UEBERSPRINGEN = GESAMT-ANZAHL - LISTE-MAX
                   DISPLAY "Hinweis: nur die juengsten " LISTE-MAX
                       " Automatenumsaetze werden angeboten."
               END-IF
               PERFORM LISTE-FUELLEN
           END-IF.

       LISTE-FUELLEN.
           MOVE 0 TO LISTE-ANZAHL
           MOVE 0 TO LAUFENDE-NR
           MOVE 'N' TO EOF-FLAGGE
           PERFORM START-BEIM-KUNDEN
           DISPLAY "NR DATUM      ZEIT         BETRAG"
           DISPLAY "------------------------------------------------"
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ BEWEGUNGEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF BEWEGUNG-KUNDEN-NR NOT = SUCH-NR
                           MOVE 'J' TO EOF-FLAGGE
                       ELSE
                       IF BEWEGUNG-ART = "AUSZAHLUNG-ATM"
                           ADD 1 TO LAUFENDE-NR
                           IF LAUFENDE-NR > UEBERSPRINGEN
                               PERFORM LISTENZEILE-AUFNEHMEN
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LISTENZEILE-AUFNEHMEN.
           ADD 1 TO LISTE-ANZAHL
           MOVE BEWEGUNG-DATUM TO LI-DATUM(LISTE-ANZAHL)
           MOVE BEWEGUNG-ZEIT TO LI-ZEIT(LISTE-ANZAHL)
           COMPUTE LI-BETRAG(LISTE-ANZAHL) =
               FUNCTION ABS(BEWEGUNG-BETRAG)
           MOVE BEWEGUNG-DATUM TO MASK-DATUM
           MOVE LI-BETRAG(LISTE-ANZAHL) TO MASK-BETRAG
           DISPLAY LISTE-ANZAHL " " MASK-DATUM " " BEWEGUNG-ZEIT
               " " MASK-BETRAG.

       ATM-BUCHUNG-AUSWAEHLEN.
           DISPLAY "Nummer des beanstandeten Umsatzes "
               "(0 = Abbruch): "
           MOVE 0 TO LISTE-AUSWAHL
           ACCEPT LISTE-AUSWAHL
           IF LISTE-AUSWAHL = 0 OR LISTE-AUSWAHL > LISTE-ANZAHL
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Keine Reklamation erfasst."
           ELSE
               MOVE LI-DATUM(LISTE-AUSWAHL) TO ORIGINAL-DATUM
               MOVE LI-ZEIT(LISTE-AUSWAHL) TO ORIGINAL-ZEIT
               MOVE LI-BETRAG(LISTE-AUSWAHL) TO ORIGINAL-BETRAG
               PERFORM STORNO-PRUEFEN
               IF BEREITS-STORNIERT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Dieser Umsatz wurde bereits "
                       "storniert - keine Reklamation moeglich."
               ELSE
                   PERFORM DOPPELTE-REKLAMATION-PRUEFEN
                   IF BEREITS-REKLAMIERT = 'J'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Zu diesem Umsatz besteht "
                           "bereits die Reklamation " RK-NR "."
                   END-IF
               END-IF
           END-IF.

      *> Ein stornierter Umsatz ist dem Kunden schon gutgeschrieben -
      *> eine Reklamation darauf wuerde doppelt erstatten.
       STORNO-PRUEFEN.
           MOVE 'N' TO BEREITS-STORNIERT
           MOVE 'N' TO EOF-FLAGGE
           PERFORM START-BEIM-KUNDEN
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ BEWEGUNGEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF BEWEGUNG-KUNDEN-NR NOT = SUCH-NR
                           MOVE 'J' TO EOF-FLAGGE
                       ELSE
                           IF BEWEGUNG-ART = "STORNO"
                               AND BEWEGUNG-REF-KUNDEN-NR = SUCH-NR
                               AND BEWEGUNG-REF-DATUM = ORIGINAL-DATUM
                               AND BEWEGUNG-REF-ZEIT = ORIGINAL-ZEIT
                               MOVE 'J' TO BEREITS-STORNIERT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Je Umsatz hoechstens eine Reklamation, die nicht abgelehnt
      *> ist; nach einer Ablehnung kann neu reklamiert werden.
       DOPPELTE-REKLAMATION-PRUEFEN.
           MOVE 'N' TO BEREITS-REKLAMIERT
           MOVE 'N' TO EOF-FLAGGE
           MOVE 0 TO RK-NR
           START REKLAMATION-DATEI KEY IS >= RK-NR
               INVALID KEY
                   MOVE 'J' TO EOF-FLAGGE
           END-START
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ REKLAMATION-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF RK-BEW-KUNDEN-NR = SUCH-NR
                           AND RK-BEW-DATUM = ORIGINAL-DATUM
                           AND RK-BEW-ZEIT = ORIGINAL-ZEIT
                           AND RK-STATUS NOT = 'R'
                           MOVE 'J' TO BEREITS-REKLAMIERT
                           MOVE 'J' TO EOF-FLAGGE
                       END-IF
               END-READ
           END-PERFORM.

      *> Die Kartennummer steht nicht im Buchungssatz; sie wird vom
      *> Kunden erfragt und muss laut karten.dat zum Konto gehoeren.
       KARTE-PRUEFEN.
           DISPLAY "Kartennummer: "
           MOVE SPACES TO TEMP-KARTE
           ACCEPT TEMP-KARTE
           OPEN INPUT KARTEN-DATEI
           IF WS-KARTEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: karten.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KARTEN-STATUS ")."
           ELSE
               MOVE TEMP-KARTE TO KARTE-NR
               READ KARTEN-DATEI KEY IS KARTE-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Karte "
                           FUNCTION TRIM(TEMP-KARTE)
                           " ist nicht erfasst."
                   NOT INVALID KEY
                       IF KARTE-KUNDEN-NR NOT = SUCH-NR
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Fehler: Karte "
                               FUNCTION TRIM(TEMP-KARTE)
                               " gehoert nicht zu Konto " SUCH-NR "."
                       END-IF
               END-READ
               CLOSE KARTEN-DATEI
           END-IF.

       ANGABEN-ERFASSEN.
           MOVE ORIGINAL-BETRAG TO MASK-BETRAG
           DISPLAY "Nicht ausgezahlter Betrag (0 = ganzer Umsatz "
               "ueber " MASK-BETRAG "): "
           MOVE 0 TO TEMP-BETRAG
           ACCEPT TEMP-BETRAG
           IF TEMP-BETRAG = 0
               MOVE ORIGINAL-BETRAG TO TEMP-BETRAG
           END-IF
           IF TEMP-BETRAG > ORIGINAL-BETRAG
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Der beanstandete Betrag uebersteigt "
                   "den Umsatz."
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Schilderung des Kunden: "
               MOVE SPACES TO TEMP-GRUND
               ACCEPT TEMP-GRUND
               IF TEMP-GRUND = SPACES
                   MOVE "Geld nicht ausgezahlt" TO TEMP-GRUND
               END-IF
      *> Vorlaeufige Gutschrift nur auf Konten, die Gutschriften
      *> annehmen (aktiv oder Nachlass).
               MOVE 'N' TO VORLAEUFIG-WUNSCH
               IF KUNDEN-STATUS = 'A' OR KUNDEN-STATUS = 'N'
                   DISPLAY "Vorlaeufige Gutschrift buchen? (J/N): "
                   ACCEPT VORLAEUFIG-WUNSCH
                   MOVE FUNCTION UPPER-CASE(VORLAEUFIG-WUNSCH)
                       TO VORLAEUFIG-WUNSCH
               ELSE
                   DISPLAY "Hinweis: Konto ist nicht aktiv (Status "
                       KUNDEN-STATUS ") - keine vorlaeufige "
                       "Gutschrift."
               END-IF
               MOVE TEMP-BETRAG TO MASK-BETRAG
               DISPLAY "Reklamation ueber " MASK-BETRAG " "
                   KUNDEN-WAEHRUNG " erfassen? (J/N): "
               ACCEPT BESTAETIGUNG
               MOVE FUNCTION UPPER-CASE(BESTAETIGUNG) TO BESTAETIGUNG
               IF BESTAETIGUNG NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Keine Reklamation erfasst."
               END-IF
           END-IF.

       REKLAMATION-ANLEGEN.
           PERFORM NAECHSTE-NUMMER-ERMITTELN
           MOVE SPACES TO REKLAMATION-EINTRAG
           MOVE NAECHSTE-RK-NR TO RK-NR
           MOVE SUCH-NR TO RK-KUNDEN-NR
           MOVE TEMP-KARTE TO RK-KARTE-NR
           MOVE SUCH-NR TO RK-BEW-KUNDEN-NR
           MOVE ORIGINAL-DATUM TO RK-BEW-DATUM
           MOVE ORIGINAL-ZEIT TO RK-BEW-ZEIT
           MOVE TEMP-BETRAG TO RK-BETRAG
           MOVE TEMP-GRUND TO RK-GRUND
           MOVE WS-HEUTE TO RK-ERFASST-DATUM
           MOVE LP-MITARBEITER-ID TO RK-ERFASST-VON
           MOVE 'O' TO RK-STATUS
           MOVE 0 TO RK-GESENDET-DATUM
           MOVE 0 TO RK-ERLEDIGT-DATUM
           MOVE 'N' TO RK-VORLAEUFIG
           MOVE 0 TO RK-GUTSCHRIFT-DATUM
           MOVE 0 TO RK-GUTSCHRIFT-ZEIT

           IF VORLAEUFIG-WUNSCH = 'J'
               PERFORM GUTSCHRIFT-BUCHEN
               IF BUCHUNG-OK = 'J'
                   MOVE 'J' TO RK-VORLAEUFIG
                   MOVE BU-GEBUCHT-DATUM TO RK-GUTSCHRIFT-DATUM
                   MOVE BU-GEBUCHT-ZEIT TO RK-GUTSCHRIFT-ZEIT
               END-IF
           END-IF

           WRITE REKLAMATION-EINTRAG
           IF WS-RK-STATUS NOT = "00"
               MOVE "REKLAMATIONPFLEGE" TO WS-FP-PROGRAMM
               MOVE "WRITE REKLAMATION-EINTRAG" TO WS-FP-VORGANG
               MOVE "Reklamation nicht gespeichert" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-RK-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Reklamation konnte nicht gespeichert "
                   "werden (Status " WS-RK-STATUS ")."
           ELSE
               DISPLAY "Reklamation " RK-NR " erfasst."
               IF RK-VORLAEUFIG = 'J'
                   DISPLAY "Vorlaeufige Gutschrift gebucht - sie wird "
                       "bei Anerkennung endgueltig, bei Ablehnung "
                       "zurueckgebucht."
               END-IF
           END-IF.

      *> Hoechste vergebene Reklamationsnummer plus 1 (wie bei den
      *> Schwebeposten in CLEARINGIMPORT).
       NAECHSTE-NUMMER-ERMITTELN.
           MOVE 1 TO NAECHSTE-RK-NR
           MOVE 'N' TO EOF-FLAGGE
           MOVE 0 TO RK-NR
           START REKLAMATION-DATEI KEY IS >= RK-NR
               INVALID KEY
                   MOVE 'J' TO EOF-FLAGGE
           END-START
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ REKLAMATION-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF RK-NR >= NAECHSTE-RK-NR
                           COMPUTE NAECHSTE-RK-NR = RK-NR + 1
                       END-IF
               END-READ
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Anzeigen
      *> ------------------------------------------------------------
       REKLAMATIONEN-ANZEIGEN.
           DISPLAY "Kundennummer des Kontos (0 = alle offenen): "
           MOVE 0 TO SUCH-NR
           ACCEPT SUCH-NR
           MOVE 0 TO ANZAHL-REKLAMATIONEN
           OPEN INPUT REKLAMATION-DATEI
           IF WS-RK-STATUS = "35"
               DISPLAY "Hinweis: Es sind noch keine Reklamationen "
                   "erfasst."
           ELSE
           IF WS-RK-STATUS NOT = "00"
               MOVE "REKLAMATIONPFLEGE" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT REKLAMATION-DATEI" TO WS-FP-VORGANG
               MOVE "Anzeige nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-RK-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: reklamationen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-RK-STATUS ")."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ REKLAMATION-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF SUCH-NR = 0
                               IF RK-STATUS = 'O' OR RK-STATUS = 'S'
                                   PERFORM REKLAMATION-ZEILE-ANZEIGEN
                               END-IF
                           ELSE
                           IF RK-KUNDEN-NR = SUCH-NR
                               PERFORM REKLAMATION-ZEILE-ANZEIGEN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REKLAMATION-DATEI
               IF ANZAHL-REKLAMATIONEN = 0
                   DISPLAY "  (keine Reklamationen)"
               END-IF
           END-IF
           END-IF.

       REKLAMATION-ZEILE-ANZEIGEN.
           ADD 1 TO ANZAHL-REKLAMATIONEN
           PERFORM STATUS-TEXT-SETZEN
           MOVE RK-BETRAG TO MASK-BETRAG
           MOVE RK-ERFASST-DATUM TO MASK-DATUM
           DISPLAY "Reklamation " RK-NR "  Konto " RK-KUNDEN-NR
               "  Karte " RK-KARTE-NR "  " MASK-BETRAG
           MOVE RK-BEW-DATUM TO MASK-DATUM
           DISPLAY "  Umsatz vom " MASK-DATUM " " RK-BEW-ZEIT
               "  " FUNCTION TRIM(RK-GRUND)
           MOVE RK-ERFASST-DATUM TO MASK-DATUM
           DISPLAY "  " STATUS-TEXT " - erfasst " MASK-DATUM
               " von " RK-ERFASST-VON
           IF RK-GESENDET-DATUM > 0
               MOVE RK-GESENDET-DATUM TO MASK-DATUM
               DISPLAY "  an Betreiber gemeldet " MASK-DATUM
           END-IF
           IF RK-ERLEDIGT-DATUM > 0
               MOVE RK-ERLEDIGT-DATUM TO MASK-DATUM
               DISPLAY "  erledigt " MASK-DATUM
           END-IF
           IF RK-VORLAEUFIG = 'J'
               MOVE RK-GUTSCHRIFT-DATUM TO MASK-DATUM
               DISPLAY "  Gutschrift gebucht am " MASK-DATUM
           END-IF.

       STATUS-TEXT-SETZEN.
           EVALUATE RK-STATUS
               WHEN 'O'
                   MOVE "offen" TO STATUS-TEXT
               WHEN 'S'
                   MOVE "beim Betreiber" TO STATUS-TEXT
               WHEN 'A'
                   MOVE "anerkannt" TO STATUS-TEXT
               WHEN 'R'
                   MOVE "abgelehnt" TO STATUS-TEXT
               WHEN OTHER
                   MOVE "unbekannt" TO STATUS-TEXT
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Bearbeiten: 3 = gemeldet, 4 = anerkannt, 5 = abgelehnt
      *> ------------------------------------------------------------
       REKLAMATION-BEARBEITEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           MOVE 'N' TO SPERRE-GESETZT
           DISPLAY "Reklamationsnummer: "
           MOVE 0 TO SUCH-RK-NR
           ACCEPT SUCH-RK-NR

           PERFORM DATEIEN-OEFFNEN
           IF ABBRUCH-FLAGGE = 'N'
               MOVE SUCH-RK-NR TO RK-NR
               READ REKLAMATION-DATEI KEY IS RK-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Reklamation " SUCH-RK-NR
                           " nicht gefunden."
               END-READ
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               IF RK-STATUS NOT = 'O' AND RK-STATUS NOT = 'S'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   PERFORM STATUS-TEXT-SETZEN
                   DISPLAY "Fehler: Reklamation ist bereits "
                       "abgeschlossen (" FUNCTION TRIM(STATUS-TEXT)
                       ")."
               ELSE
               IF AUSWAHL = 3 AND RK-STATUS = 'S'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE RK-GESENDET-DATUM TO MASK-DATUM
                   DISPLAY "Hinweis: Reklamation wurde bereits am "
                       MASK-DATUM " an den Betreiber gemeldet."
               END-IF
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE RK-KUNDEN-NR TO SUCH-NR
               PERFORM SATZ-SPERREN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM KUNDE-LESEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM REKLAMATION-ZEILE-ANZEIGEN
               DISPLAY "Fortfahren? (J/N): "
               ACCEPT BESTAETIGUNG
               MOVE FUNCTION UPPER-CASE(BESTAETIGUNG) TO BESTAETIGUNG
               IF BESTAETIGUNG NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Keine Aenderung vorgenommen."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               EVALUATE AUSWAHL
                   WHEN 3
                       PERFORM ALS-GEMELDET-VERMERKEN
                   WHEN 4
                       PERFORM REKLAMATION-ANERKENNEN
                   WHEN 5
                       PERFORM REKLAMATION-ABLEHNEN
               END-EVALUATE
           END-IF

           PERFORM DATEIEN-SCHLIESSEN.

       ALS-GEMELDET-VERMERKEN.
           MOVE 'S' TO RK-STATUS
           MOVE WS-HEUTE TO RK-GESENDET-DATUM
           PERFORM REKLAMATION-ZURUECKSCHREIBEN
           IF WS-RK-STATUS = "00"
               DISPLAY "Reklamation " RK-NR " als an den Betreiber "
                   "gemeldet vermerkt."
           END-IF.

      *> Anerkannt: eine vorlaeufige Gutschrift bleibt stehen und ist
      *> damit endgueltig; ohne sie wird der Betrag jetzt mit der
      *> Valuta der Auszahlung gutgeschrieben.
       REKLAMATION-ANERKENNEN.
           IF RK-VORLAEUFIG = 'J'
               MOVE 'J' TO BUCHUNG-OK
           ELSE
               IF KUNDEN-STATUS NOT = 'A' AND KUNDEN-STATUS NOT = 'N'
                   MOVE 'N' TO BUCHUNG-OK
                   DISPLAY "Fehler: Konto ist nicht aktiv (Status "
                       KUNDEN-STATUS ") - Gutschrift nur nach "
                       "Klaerung."
               ELSE
                   MOVE RK-BEW-DATUM TO ORIGINAL-DATUM
                   MOVE RK-BEW-ZEIT TO ORIGINAL-ZEIT
                   MOVE RK-BETRAG TO TEMP-BETRAG
                   PERFORM GUTSCHRIFT-BUCHEN
                   IF BUCHUNG-OK = 'J'
                       MOVE BU-GEBUCHT-DATUM TO RK-GUTSCHRIFT-DATUM
                       MOVE BU-GEBUCHT-ZEIT TO RK-GUTSCHRIFT-ZEIT
                   END-IF
               END-IF
           END-IF

           IF BUCHUNG-OK = 'J'
               MOVE 'A' TO RK-STATUS
               MOVE WS-HEUTE TO RK-ERLEDIGT-DATUM
               PERFORM REKLAMATION-ZURUECKSCHREIBEN
               MOVE RK-BETRAG TO MASK-BETRAG
               IF RK-VORLAEUFIG = 'J'
                   DISPLAY "Reklamation " RK-NR " anerkannt - die "
                       "vorlaeufige Gutschrift ueber " MASK-BETRAG
                       " ist endgueltig."
               ELSE
                   DISPLAY "Reklamation " RK-NR " anerkannt - "
                       MASK-BETRAG " gutgeschrieben."
               END-IF
           END-IF.

      *> Abgelehnt: die vorlaeufige Gutschrift wird ohne Limit-
      *> pruefung zurueckgebucht (der Kunde hatte das Geld nur unter
      *> Vorbehalt), dann geht das Schreiben an den Kunden.
       REKLAMATION-ABLEHNEN.
           MOVE 'J' TO BUCHUNG-OK
           IF RK-VORLAEUFIG = 'J'
               IF KUNDEN-STATUS = 'G'
                   MOVE 'N' TO BUCHUNG-OK
                   DISPLAY "Fehler: Konto ist geschlossen - "
                       "Rueckbuchung nur nach Klaerung."
               ELSE
                   PERFORM RUECKBUCHUNG-BUCHEN
               END-IF
           END-IF

           IF BUCHUNG-OK = 'J'
               MOVE 'R' TO RK-STATUS
               MOVE WS-HEUTE TO RK-ERLEDIGT-DATUM
               PERFORM REKLAMATION-ZURUECKSCHREIBEN
               PERFORM ABLEHNUNGSSCHREIBEN-ERSTELLEN
               DISPLAY "Reklamation " RK-NR " abgelehnt."
               IF RK-VORLAEUFIG = 'J'
                   MOVE RK-BETRAG TO MASK-BETRAG
                   DISPLAY "Vorlaeufige Gutschrift ueber " MASK-BETRAG
                       " zurueckgebucht."
               END-IF
           END-IF.

       REKLAMATION-ZURUECKSCHREIBEN.
           REWRITE REKLAMATION-EINTRAG
           IF WS-RK-STATUS NOT = "00"
               MOVE "REKLAMATIONPFLEGE" TO WS-FP-PROGRAMM
               MOVE "REWRITE REKLAMATION-EINTRAG" TO WS-FP-VORGANG
               MOVE "Status der Reklamation nicht gesetzt"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-RK-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Reklamation konnte nicht "
                   "aktualisiert werden (Status " WS-RK-STATUS ")."
           END-IF.

      *> ------------------------------------------------------------
      *> Buchungen
      *> ------------------------------------------------------------
      *> Gutschrift REKL-GUTSCHRIFT ueber TEMP-BETRAG mit Bezug auf
      *> den beanstandeten Automatenumsatz (ORIGINAL-DATUM/-ZEIT).
       GUTSCHRIFT-BUCHEN.
           PERFORM ORIGINAL-VALUTA-ERMITTELN
           MOVE "REKL-GUTSCHRIFT" TO BU-ART
           MOVE TEMP-BETRAG TO BU-BETRAG
           MOVE ORIGINAL-VALUTA TO BU-VALUTA
           MOVE ORIGINAL-DATUM TO BU-REF-DATUM
           MOVE ORIGINAL-ZEIT TO BU-REF-ZEIT
           PERFORM KONTO-BUCHEN.

      *> Rueckbuchung REKL-RUECKBUCH mit Bezug auf die vorlaeufige
      *> Gutschrift und deren Valuta, damit kein Zinsvorteil bleibt.
       RUECKBUCHUNG-BUCHEN.
           MOVE RK-BEW-DATUM TO ORIGINAL-DATUM
           MOVE RK-BEW-ZEIT TO ORIGINAL-ZEIT
           PERFORM ORIGINAL-VALUTA-ERMITTELN
           MOVE "REKL-RUECKBUCH" TO BU-ART
           COMPUTE BU-BETRAG = 0 - RK-BETRAG
           MOVE ORIGINAL-VALUTA TO BU-VALUTA
           MOVE RK-GUTSCHRIFT-DATUM TO BU-REF-DATUM
           MOVE RK-GUTSCHRIFT-ZEIT TO BU-REF-ZEIT
           PERFORM KONTO-BUCHEN.

       ORIGINAL-VALUTA-ERMITTELN.
           MOVE ORIGINAL-DATUM TO ORIGINAL-VALUTA
           MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
           MOVE ORIGINAL-DATUM TO BEWEGUNG-DATUM
           MOVE ORIGINAL-ZEIT TO BEWEGUNG-ZEIT
           READ BEWEGUNGEN-DATEI KEY IS BEWEGUNG-SCHLUESSEL
               NOT INVALID KEY
                   IF BEWEGUNG-VALUTA IS NUMERIC
                           AND BEWEGUNG-VALUTA > 0
                       MOVE BEWEGUNG-VALUTA TO ORIGINAL-VALUTA
                   END-IF
           END-READ.

      *> Gebucht wird nur in eine offene Periode. Liegt die Valuta
      *> des Bezugs in einem abgeschlossenen Monat, gilt das
      *> Buchungsdatum; der Bezug zeigt weiter auf das Original.
       KONTO-BUCHEN.
           MOVE 'N' TO BUCHUNG-OK
           PERFORM PERIODE-PRUEFEN
           IF BP-GESPERRT = 'N'
               MOVE 'P' TO BP-FUNKTION
               MOVE BU-VALUTA TO BP-DATUM
               CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM
                   BP-DATUM BP-GESPERRT
               IF BP-GESPERRT = 'J'
                   MOVE BT-ERGEBNIS-DATUM TO BU-VALUTA
               END-IF
               PERFORM KONTO-FORTSCHREIBEN
           END-IF.

       KONTO-FORTSCHREIBEN.
           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
           ADD BU-BETRAG TO KUNDEN-KONTO
           MOVE KUNDEN-KONTO TO NEUER-SALDO
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "REKLAMATIONPFLEGE" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Reklamationsbuchung fehlgeschlagen"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Buchung konnte nicht durchgefuehrt "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               MOVE 'J' TO BUCHUNG-OK
               MOVE "REKLAMATIONPFLEGE" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               PERFORM BUCHUNG-SCHREIBEN
           END-IF.

       BUCHUNG-SCHREIBEN.
           MOVE 'B' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
           MOVE BT-ERGEBNIS-DATUM TO BEWEGUNG-DATUM
           ACCEPT BEWEGUNG-ZEIT FROM TIME
           MOVE BU-ART TO BEWEGUNG-ART
           MOVE BU-BETRAG TO BEWEGUNG-BETRAG
           MOVE NEUER-SALDO TO BEWEGUNG-SALDO-NACH
           MOVE SPACES TO BEWEGUNG-FREIGABE-CODE
           MOVE SUCH-NR TO BEWEGUNG-REF-KUNDEN-NR
           MOVE BU-REF-DATUM TO BEWEGUNG-REF-DATUM
           MOVE BU-REF-ZEIT TO BEWEGUNG-REF-ZEIT
           MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
           MOVE 1 TO BEWEGUNG-KURS
           MOVE 0 TO BEWEGUNG-KURS-DATUM
           MOVE BU-VALUTA TO BEWEGUNG-VALUTA
           WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
           PERFORM UNTIL WS-BEWEGUNGEN-STATUS NOT = "22"
               ADD 1 TO BEWEGUNG-ZEIT
               WRITE BEWEGUNG-EINTRAG
           END-PERFORM
           MOVE BEWEGUNG-DATUM TO BU-GEBUCHT-DATUM
           MOVE BEWEGUNG-ZEIT TO BU-GEBUCHT-ZEIT
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "REKLAMATIONPFLEGE" TO WS-FP-PROGRAMM
               MOVE "WRITE BEWEGUNG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Reklamationsbuchung nicht protokolliert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Buchungssatz konnte nicht "
                   "geschrieben werden (Status "
                   WS-BEWEGUNGEN-STATUS ")."
           END-IF.

      *> ------------------------------------------------------------
      *> Schreiben an den Kunden
      *> ------------------------------------------------------------
       ABLEHNUNGSSCHREIBEN-ERSTELLEN.
           CALL "SYSTEM" USING "mkdir -p briefe"
           MOVE SPACES TO WS-BRIEF-PFAD
           STRING "briefe/reklamation-" RK-NR "-" WS-HEUTE
               ".txt" DELIMITED BY SIZE INTO WS-BRIEF-PFAD
           OPEN OUTPUT BRIEF-DATEI
           IF WS-BRIEF-STATUS NOT = "00"
               DISPLAY "Fehler: Schreiben zur Reklamation " RK-NR
                   " konnte nicht erstellt werden (Status "
                   WS-BRIEF-STATUS ")."
           ELSE
               PERFORM ADRESSBLOCK-SCHREIBEN
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Konto " RK-KUNDEN-NR " - Reklamation " RK-NR
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE RK-BEW-DATUM TO MASK-DATUM
               MOVE RK-BETRAG TO MASK-BETRAG
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Ihre Reklamation zur Automatenverfuegung vom "
                   MASK-DATUM DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               STRING "ueber " MASK-BETRAG " " KUNDEN-WAEHRUNG
                   " (Karte " FUNCTION TRIM(RK-KARTE-NR) ") hat der"
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "Automatenbetreiber geprueft. Laut Journal des "
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "Geraets wurde der Betrag ordnungsgemaess "
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "ausgezahlt; die Reklamation muessen wir daher "
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "leider ablehnen." TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               IF RK-VORLAEUFIG = 'J'
                   MOVE SPACES TO BRIEF-ZEILE
                   WRITE BRIEF-ZEILE
                   MOVE RK-GUTSCHRIFT-DATUM TO MASK-DATUM
                   MOVE SPACES TO BRIEF-ZEILE
                   STRING "Die vorlaeufige Gutschrift vom " MASK-DATUM
                       " haben wir"
                       DELIMITED BY SIZE INTO BRIEF-ZEILE
                   WRITE BRIEF-ZEILE
                   MOVE SPACES TO BRIEF-ZEILE
                   STRING "zurueckgebucht (" MASK-BETRAG " "
                       KUNDEN-WAEHRUNG ")."
                       DELIMITED BY SIZE INTO BRIEF-ZEILE
                   WRITE BRIEF-ZEILE
               END-IF
               CLOSE BRIEF-DATEI
               DISPLAY "Schreiben: " FUNCTION TRIM(WS-BRIEF-PFAD)
           END-IF.

       ADRESSBLOCK-SCHREIBEN.
           MOVE 'N' TO ADRESSE-GEFUNDEN
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "00"
               MOVE RK-KUNDEN-NR TO ADR-KUNDEN-NR
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
      *> Dateien, Kunde, Sperre
      *> ------------------------------------------------------------
       DATEIEN-OEFFNEN.
           MOVE 'N' TO DATEIEN-OFFEN
           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "REKLAMATIONPFLEGE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Reklamation nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               OPEN I-O BEWEGUNGEN-DATEI
               IF WS-BEWEGUNGEN-STATUS = "35"
                   OPEN OUTPUT BEWEGUNGEN-DATEI
                   CLOSE BEWEGUNGEN-DATEI
                   OPEN I-O BEWEGUNGEN-DATEI
               END-IF
               IF WS-BEWEGUNGEN-STATUS NOT = "00"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "REKLAMATIONPFLEGE" TO WS-FP-PROGRAMM
                   MOVE "OPEN I-O BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
                   MOVE "Reklamation nicht moeglich" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-BEWEGUNGEN-STATUS
                       WS-FP-MELDUNG
                   DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                       "geoeffnet werden (Status "
                       WS-BEWEGUNGEN-STATUS ")."
                   CLOSE KUNDEN-DATEI
               ELSE
                   OPEN I-O REKLAMATION-DATEI
                   IF WS-RK-STATUS = "35"
                       OPEN OUTPUT REKLAMATION-DATEI
                       CLOSE REKLAMATION-DATEI
                       OPEN I-O REKLAMATION-DATEI
                   END-IF
                   IF WS-RK-STATUS NOT = "00"
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       MOVE "REKLAMATIONPFLEGE" TO WS-FP-PROGRAMM
                       MOVE "OPEN I-O REKLAMATION-DATEI"
                           TO WS-FP-VORGANG
                       MOVE "Reklamation nicht moeglich"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-RK-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: reklamationen.dat konnte "
                           "nicht geoeffnet werden (Status "
                           WS-RK-STATUS ")."
                       CLOSE BEWEGUNGEN-DATEI
                       CLOSE KUNDEN-DATEI
                   ELSE
                       MOVE 'J' TO DATEIEN-OFFEN
                   END-IF
               END-IF
           END-IF.

       DATEIEN-SCHLIESSEN.
           IF DATEIEN-OFFEN = 'J'
               CLOSE REKLAMATION-DATEI
               CLOSE BEWEGUNGEN-DATEI
               CLOSE KUNDEN-DATEI
               MOVE 'N' TO DATEIEN-OFFEN
           END-IF
           IF SPERRE-GESETZT = 'J'
               PERFORM SATZ-FREIGEBEN
           END-IF.

       KUNDE-LESEN.
           MOVE SUCH-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Kunde " SUCH-NR " nicht gefunden."
               NOT INVALID KEY
                   DISPLAY "Konto: " KUNDEN-NAME
           END-READ.

       START-BEIM-KUNDEN.
           MOVE SUCH-NR TO BEWEGUNG-KUNDEN-NR
           MOVE 0 TO BEWEGUNG-DATUM
           MOVE 0 TO BEWEGUNG-ZEIT
           START BEWEGUNGEN-DATEI KEY IS >= BEWEGUNG-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO EOF-FLAGGE
           END-START.

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
               MOVE "REKLAMATIONPFLEGE" TO WS-FP-PROGRAMM
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
