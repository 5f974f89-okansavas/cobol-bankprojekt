       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHLIESSFACHPFLEGE.

      *> Schliessfachverwaltung der Filialen:
      *>   - Schliessfachstamm je Filiale (schliessfaecher.dat,
      *>     SCHLIESSFACH.CPY) mit Groessenklasse und Status;
      *>   - Mietvertraege (schliessfachvertraege.dat, SFVERTRAG.CPY)
      *>     verknuepfen ein freies Fach mit dem Konto, von dem
      *>     SCHLIESSFACHLAUF die Jahresmiete einzieht, und der
      *>     Person des Mieters; beendet ueber SCHLIESSFACHENDE;
      *>   - Zutritt zum Fach: der begleitende Mitarbeiter erfasst
      *>     jeden Besuch im Tresorraum (schliessfachzutritte.dat,
      *>     SFZUTRITT.CPY). Zutritt haben der Mieter, die Inhaber
      *>     des Kontos (Hauptinhaber und kontoinhaber.dat) und die
      *>     am Besuchstag gueltig Bevollmaechtigten laut
      *>     vollmachten.dat (Art V oder T - eine Vollmacht nur fuer
      *>     Einzahlungen reicht nicht). Verstorbene Personen und
      *>     Vertraege mit rueckstaendiger Miete sind gesperrt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACH-DATEI ASSIGN TO "schliessfaecher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-SCHLUESSEL
               FILE STATUS IS WS-SF-STATUS.
           SELECT VERTRAG-DATEI ASSIGN TO "schliessfachvertraege.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-NR
               FILE STATUS IS WS-SV-STATUS.
           SELECT ZUTRITT-DATEI ASSIGN TO "schliessfachzutritte.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZT-STATUS.
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
           SELECT VOLLMACHT-DATEI ASSIGN TO "vollmachten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-SCHLUESSEL
               FILE STATUS IS WS-VM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FACH-DATEI.
           COPY SCHLIESSFACH.

       FD VERTRAG-DATEI.
           COPY SFVERTRAG.

       FD ZUTRITT-DATEI.
           COPY SFZUTRITT.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD VOLLMACHT-DATEI.
           COPY VOLLMACHT.

       WORKING-STORAGE SECTION.
       01 WS-SF-STATUS         PIC XX.
       01 WS-SV-STATUS         PIC XX.
       01 WS-ZT-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-IH-STATUS         PIC XX.
       01 WS-VM-STATUS         PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 DATEIEN-OFFEN        PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 BESTAETIGUNG         PIC X.
       01 SUCH-NR              PIC 9(5).
       01 SUCH-FACH-NR         PIC 9(4).
       01 SUCH-VERTRAG-NR      PIC 9(5).
       01 SUCH-PERSON-NR       PIC 9(5).
       01 HAUPTINHABER-NR      PIC 9(5).
       01 NEUE-GROESSE         PIC 9.
       01 NEUER-STATUS         PIC X.
       01 NAECHSTE-SV-NR       PIC 9(5) VALUE 0.
       01 ANZAHL-ZEILEN        PIC 9(5) VALUE 0.
       01 ANZAHL-BEENDET       PIC 9(3) VALUE 0.
       01 STATUS-TEXT          PIC X(12).
       01 PERSON-ANZ           PIC X(30).
       01 PERSON-TOT           PIC X VALUE 'N'.
       01 BERECHTIGUNG         PIC X.
       01 BERECHTIGUNG-TEXT    PIC X(20).
       01 MASK-DATUM           PIC 9999/99/99.
       01 MASK-BETRAG          PIC Z(4)9.99.

      *> Filiale ueber den Filialstamm pruefen (siehe FILIALPRUEF).
       01 SUCH-FILIALE         PIC X(4).
       01 FIL-NAME-ANZ         PIC X(30).
       01 FIL-STATUS-ANZ       PIC X.
       01 FIL-ERGEBNIS         PIC X.

       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wandert in Stamm, Vertrag und Zutritt.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- SCHLIESSFAECHER ---"
               DISPLAY "1 - Faecher einer Filiale anzeigen"
               DISPLAY "2 - Fach anlegen"
               DISPLAY "3 - Fachstatus setzen"
               DISPLAY "4 - Mietvertrag anlegen"
               DISPLAY "5 - Mietvertrag beenden"
               DISPLAY "6 - Zutritt erfassen"
               DISPLAY "7 - Zutrittsprotokoll anzeigen"
               DISPLAY "8 - Mietvertraege anzeigen"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM FAECHER-ANZEIGEN
                   WHEN 2
                       PERFORM FACH-ANLEGEN
                   WHEN 3
                       PERFORM FACHSTATUS-SETZEN
                   WHEN 4
                       PERFORM VERTRAG-ANLEGEN
                   WHEN 5
                       PERFORM VERTRAG-BEENDEN
                   WHEN 6
                       PERFORM ZUTRITT-ERFASSEN
                   WHEN 7
                       PERFORM ZUTRITTE-ANZEIGEN
                   WHEN 8
                       PERFORM VERTRAEGE-ANZEIGEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

           GOBACK.

      *> ------------------------------------------------------------
      *> Schliessfachstamm
      *> ------------------------------------------------------------
       FAECHER-ANZEIGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           PERFORM FILIALE-ERFRAGEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DATEIEN-OEFFNEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE 0 TO ANZAHL-ZEILEN
               DISPLAY "FACH GR STATUS       VERTRAG KONTO"
               DISPLAY "------------------------------------------"
               MOVE 'N' TO EOF-FLAGGE
               MOVE SUCH-FILIALE TO SF-FILIALE
               MOVE 0 TO SF-FACH-NR
               START FACH-DATEI KEY IS >= SF-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ FACH-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF SF-FILIALE NOT = SUCH-FILIALE
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                               PERFORM FACHZEILE-ANZEIGEN
                           END-IF
                   END-READ
               END-PERFORM
               IF ANZAHL-ZEILEN = 0
                   DISPLAY "  (keine Faecher erfasst)"
               END-IF
           END-IF
           PERFORM DATEIEN-SCHLIESSEN.

       FACHZEILE-ANZEIGEN.
           ADD 1 TO ANZAHL-ZEILEN
           PERFORM STATUS-TEXT-SETZEN
           IF SF-VERTRAG-NR > 0
               MOVE SF-VERTRAG-NR TO SV-NR
               READ VERTRAG-DATEI KEY IS SV-NR
                   INVALID KEY
                       MOVE 0 TO SV-KUNDEN-NR
                       MOVE 'N' TO SV-RUECKSTAND
               END-READ
               IF SV-RUECKSTAND = 'J'
                   DISPLAY SF-FACH-NR " " SF-GROESSE "  " STATUS-TEXT
                       " " SF-VERTRAG-NR "   " SV-KUNDEN-NR
                       "  MIETE RUECKSTAENDIG"
               ELSE
                   DISPLAY SF-FACH-NR " " SF-GROESSE "  " STATUS-TEXT
                       " " SF-VERTRAG-NR "   " SV-KUNDEN-NR
               END-IF
           ELSE
               DISPLAY SF-FACH-NR " " SF-GROESSE "  " STATUS-TEXT
           END-IF.

       STATUS-TEXT-SETZEN.
           EVALUATE SF-STATUS
               WHEN 'F'
                   MOVE "frei" TO STATUS-TEXT
               WHEN 'V'
                   MOVE "vermietet" TO STATUS-TEXT
               WHEN 'G'
                   MOVE "gesperrt" TO STATUS-TEXT
               WHEN 'A'
                   MOVE "aufgebohrt" TO STATUS-TEXT
               WHEN OTHER
                   MOVE "unbekannt" TO STATUS-TEXT
           END-EVALUATE.

       FACH-ANLEGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           PERFORM FILIALE-ERFRAGEN
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Fachnummer: "
               MOVE 0 TO SUCH-FACH-NR
               ACCEPT SUCH-FACH-NR
               IF SUCH-FACH-NR = 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Fachnummer fehlt."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Groessenklasse (1 = klein bis 5 = gross): "
               MOVE 0 TO NEUE-GROESSE
               ACCEPT NEUE-GROESSE
               IF NEUE-GROESSE < 1 OR NEUE-GROESSE > 5
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Groessenklasse nur 1 bis 5."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DATEIEN-OEFFNEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE SUCH-FILIALE TO SF-FILIALE
               MOVE SUCH-FACH-NR TO SF-FACH-NR
               MOVE NEUE-GROESSE TO SF-GROESSE
               MOVE 'F' TO SF-STATUS
               MOVE 0 TO SF-VERTRAG-NR
               MOVE WS-HEUTE TO SF-GEAENDERT-DATUM
               MOVE LP-MITARBEITER-ID TO SF-GEAENDERT-VON
               WRITE SCHLIESSFACH-EINTRAG
               IF WS-SF-STATUS = "22"
                   DISPLAY "Fehler: Fach " SUCH-FILIALE "/"
                       SUCH-FACH-NR " ist bereits erfasst."
               ELSE
               IF WS-SF-STATUS NOT = "00"
                   MOVE "SCHLIESSFACHPFLEGE" TO WS-FP-PROGRAMM
                   MOVE "WRITE SCHLIESSFACH-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Fach nicht angelegt" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-SF-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Fach konnte nicht angelegt "
                       "werden (Status " WS-SF-STATUS ")."
               ELSE
                   DISPLAY "Fach " SUCH-FILIALE "/" SUCH-FACH-NR
                       " angelegt (frei)."
               END-IF
               END-IF
           END-IF
           PERFORM DATEIEN-SCHLIESSEN.

      *> Vermietet wird nur ueber den Mietvertrag (4/5); hier werden
      *> Faecher ohne Vertrag gesperrt, als aufgebohrt vermerkt oder
      *> nach der Raeumung wieder freigegeben.
       FACHSTATUS-SETZEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           PERFORM FILIALE-ERFRAGEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DATEIEN-OEFFNEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM FACH-LESEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               IF SF-STATUS = 'V'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Fach ist vermietet (Vertrag "
                       SF-VERTRAG-NR ") - erst den Mietvertrag "
                       "beenden."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM STATUS-TEXT-SETZEN
               DISPLAY "Aktueller Status: " STATUS-TEXT
               DISPLAY "Neuer Status (F = frei, G = gesperrt, "
                   "A = aufgebohrt): "
               ACCEPT NEUER-STATUS
               MOVE FUNCTION UPPER-CASE(NEUER-STATUS) TO NEUER-STATUS
               IF NEUER-STATUS NOT = 'F' AND NOT = 'G'
                   AND NOT = 'A'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Ungueltiger Status."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE NEUER-STATUS TO SF-STATUS
               MOVE WS-HEUTE TO SF-GEAENDERT-DATUM
               MOVE LP-MITARBEITER-ID TO SF-GEAENDERT-VON
               PERFORM FACH-ZURUECKSCHREIBEN
               IF WS-SF-STATUS = "00"
                   PERFORM STATUS-TEXT-SETZEN
                   DISPLAY "Fach " SF-FILIALE "/" SF-FACH-NR
                       " ist jetzt " STATUS-TEXT
               END-IF
           END-IF
           PERFORM DATEIEN-SCHLIESSEN.

      *> ------------------------------------------------------------
      *> Mietvertrag
      *> ------------------------------------------------------------
       VERTRAG-ANLEGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           PERFORM FILIALE-ERFRAGEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DATEIEN-OEFFNEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM FACH-LESEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               IF SF-STATUS NOT = 'F'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   PERFORM STATUS-TEXT-SETZEN
                   DISPLAY "Fehler: Fach ist nicht frei ("
                       FUNCTION TRIM(STATUS-TEXT) ")."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM MIETKONTO-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM MIETER-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Fach " SF-FILIALE "/" SF-FACH-NR
                   " (Groesse " SF-GROESSE ") an " PERSON-ANZ
               DISPLAY "Miete von Konto " SUCH-NR " - die erste "
                   "Jahresmiete wird im naechsten Tagesabschluss "
                   "eingezogen."
               DISPLAY "Mietvertrag anlegen? (J/N): "
               ACCEPT BESTAETIGUNG
               MOVE FUNCTION UPPER-CASE(BESTAETIGUNG) TO BESTAETIGUNG
               IF BESTAETIGUNG NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Kein Mietvertrag angelegt."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM VERTRAG-SCHREIBEN
           END-IF
           PERFORM DATEIEN-SCHLIESSEN.

       MIETKONTO-PRUEFEN.
           DISPLAY "Kundennummer des Mietkontos: "
           MOVE 0 TO SUCH-NR
           ACCEPT SUCH-NR
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
                       IF KUNDEN-STATUS NOT = 'A'
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Fehler: Konto " SUCH-NR " ist "
                               "nicht aktiv (Status " KUNDEN-STATUS
                               ")."
                       ELSE
                           DISPLAY "Konto: " KUNDEN-NAME
                           MOVE KUNDEN-PERSONEN-NR TO HAUPTINHABER-NR
                       END-IF
               END-READ
               CLOSE KUNDEN-DATEI
           END-IF.

      *> Mieter ist der Hauptinhaber oder ein Mitinhaber des Kontos.
       MIETER-PRUEFEN.
           DISPLAY "Personennummer des Mieters (0 = Hauptinhaber "
               HAUPTINHABER-NR "): "
           MOVE 0 TO SUCH-PERSON-NR
           ACCEPT SUCH-PERSON-NR
           IF SUCH-PERSON-NR = 0
               MOVE HAUPTINHABER-NR TO SUCH-PERSON-NR
           END-IF
           MOVE SPACE TO BERECHTIGUNG
           IF SUCH-PERSON-NR = HAUPTINHABER-NR
               MOVE 'I' TO BERECHTIGUNG
           ELSE
               PERFORM MITINHABER-SUCHEN
           END-IF
           IF BERECHTIGUNG NOT = 'I'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Person " SUCH-PERSON-NR " ist nicht "
                   "Inhaber des Kontos " SUCH-NR "."
           ELSE
               PERFORM PERSON-LESEN
               IF PERSON-TOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: " FUNCTION TRIM(PERSON-ANZ)
                       " ist verstorben."
               END-IF
           END-IF.

       VERTRAG-SCHREIBEN.
           PERFORM NAECHSTE-NUMMER-ERMITTELN
           MOVE NAECHSTE-SV-NR TO SV-NR
           MOVE SF-FILIALE TO SV-FILIALE
           MOVE SF-FACH-NR TO SV-FACH-NR
           MOVE SUCH-NR TO SV-KUNDEN-NR
           MOVE SUCH-PERSON-NR TO SV-PERSON-NR
           MOVE WS-HEUTE TO SV-BEGINN
           MOVE 0 TO SV-ENDE
           MOVE 'A' TO SV-STATUS
           MOVE WS-HEUTE TO SV-FAELLIG
           MOVE 0 TO SV-LETZTE-MIETE
           MOVE 0 TO SV-LETZTE-ZAHLUNG
           MOVE 'N' TO SV-RUECKSTAND
           MOVE 0 TO SV-RUECKSTAND-SEIT
           MOVE LP-MITARBEITER-ID TO SV-ERFASST-VON
           WRITE SFVERTRAG-EINTRAG
           IF WS-SV-STATUS NOT = "00"
               MOVE "SCHLIESSFACHPFLEGE" TO WS-FP-PROGRAMM
               MOVE "WRITE SFVERTRAG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Mietvertrag nicht angelegt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SV-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Mietvertrag konnte nicht angelegt "
                   "werden (Status " WS-SV-STATUS ")."
           ELSE
               MOVE 'V' TO SF-STATUS
               MOVE SV-NR TO SF-VERTRAG-NR
               MOVE WS-HEUTE TO SF-GEAENDERT-DATUM
               MOVE LP-MITARBEITER-ID TO SF-GEAENDERT-VON
               PERFORM FACH-ZURUECKSCHREIBEN
               DISPLAY "Mietvertrag " SV-NR " angelegt."
           END-IF.

      *> Hoechste vergebene Vertragsnummer plus 1 (wie bei den
      *> Reklamationen in REKLAMATIONPFLEGE).
       NAECHSTE-NUMMER-ERMITTELN.
           MOVE 1 TO NAECHSTE-SV-NR
           MOVE 'N' TO EOF-FLAGGE
           MOVE 0 TO SV-NR
           START VERTRAG-DATEI KEY IS >= SV-NR
               INVALID KEY
                   MOVE 'J' TO EOF-FLAGGE
           END-START
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ VERTRAG-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF SV-NR >= NAECHSTE-SV-NR
                           COMPUTE NAECHSTE-SV-NR = SV-NR + 1
                       END-IF
               END-READ
           END-PERFORM.

      *> Die Beendigung selbst (Raeumung, Fachstatus) uebernimmt
      *> SCHLIESSFACHENDE, das auch die Kontoschliessung benutzt.
       VERTRAG-BEENDEN.
           DISPLAY "Nummer des Mietvertrags: "
           MOVE 0 TO SUCH-VERTRAG-NR
           ACCEPT SUCH-VERTRAG-NR
           IF SUCH-VERTRAG-NR = 0
               DISPLAY "Kein Mietvertrag beendet."
           ELSE
               DISPLAY "Mietvertrag " SUCH-VERTRAG-NR " wirklich "
                   "beenden? (J/N): "
               ACCEPT BESTAETIGUNG
               MOVE FUNCTION UPPER-CASE(BESTAETIGUNG) TO BESTAETIGUNG
               IF BESTAETIGUNG NOT = 'J'
                   DISPLAY "Kein Mietvertrag beendet."
               ELSE
                   MOVE 0 TO SUCH-NR
                   CALL "SCHLIESSFACHENDE" USING SUCH-NR
                       SUCH-VERTRAG-NR LP-MITARBEITER-ID ANZAHL-BEENDET
               END-IF
           END-IF.

       VERTRAEGE-ANZEIGEN.
           DISPLAY "Kundennummer des Kontos (0 = alle mit "
               "Mietrueckstand): "
           MOVE 0 TO SUCH-NR
           ACCEPT SUCH-NR
           MOVE 0 TO ANZAHL-ZEILEN
           OPEN INPUT VERTRAG-DATEI
           IF WS-SV-STATUS = "35"
               DISPLAY "Hinweis: Es sind noch keine Mietvertraege "
                   "erfasst."
           ELSE
           IF WS-SV-STATUS NOT = "00"
               DISPLAY "Fehler: schliessfachvertraege.dat konnte "
                   "nicht geoeffnet werden (Status " WS-SV-STATUS ")."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ VERTRAG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF SUCH-NR = 0
                               IF SV-STATUS = 'A'
                                   AND SV-RUECKSTAND = 'J'
                                   PERFORM VERTRAGSZEILE-ANZEIGEN
                               END-IF
                           ELSE
                           IF SV-KUNDEN-NR = SUCH-NR
                               PERFORM VERTRAGSZEILE-ANZEIGEN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERTRAG-DATEI
               IF ANZAHL-ZEILEN = 0
                   DISPLAY "  (keine Mietvertraege)"
               END-IF
           END-IF
           END-IF.

       VERTRAGSZEILE-ANZEIGEN.
           ADD 1 TO ANZAHL-ZEILEN
           MOVE SV-BEGINN TO MASK-DATUM
           DISPLAY "Vertrag " SV-NR "  Fach " SV-FILIALE "/"
               SV-FACH-NR "  Konto " SV-KUNDEN-NR "  Mieter "
               SV-PERSON-NR "  seit " MASK-DATUM
           IF SV-STATUS = 'B'
               MOVE SV-ENDE TO MASK-DATUM
               DISPLAY "  beendet am " MASK-DATUM
           ELSE
               MOVE SV-FAELLIG TO MASK-DATUM
               DISPLAY "  naechste Miete faellig " MASK-DATUM
               IF SV-RUECKSTAND = 'J'
                   MOVE SV-RUECKSTAND-SEIT TO MASK-DATUM
                   DISPLAY "  MIETE RUECKSTAENDIG seit " MASK-DATUM
                       " - Zutritt gesperrt"
               END-IF
           END-IF
           IF SV-LETZTE-ZAHLUNG > 0
               MOVE SV-LETZTE-ZAHLUNG TO MASK-DATUM
               MOVE SV-LETZTE-MIETE TO MASK-BETRAG
               DISPLAY "  letzte Miete " MASK-BETRAG " am "
                   MASK-DATUM
           END-IF.

      *> ------------------------------------------------------------
      *> Zutritt
      *> ------------------------------------------------------------
       ZUTRITT-ERFASSEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           PERFORM FILIALE-ERFRAGEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM DATEIEN-OEFFNEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM FACH-LESEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               IF SF-STATUS NOT = 'V'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   PERFORM STATUS-TEXT-SETZEN
                   DISPLAY "Zutritt abgelehnt: Fach ist nicht "
                       "vermietet (" FUNCTION TRIM(STATUS-TEXT) ")."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE SF-VERTRAG-NR TO SV-NR
               READ VERTRAG-DATEI KEY IS SV-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Zutritt abgelehnt: Mietvertrag "
                           SF-VERTRAG-NR " nicht gefunden."
               END-READ
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               IF SV-STATUS NOT = 'A'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Zutritt abgelehnt: Mietvertrag " SV-NR
                       " ist beendet."
               ELSE
               IF SV-RUECKSTAND = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE SV-RUECKSTAND-SEIT TO MASK-DATUM
                   DISPLAY "Zutritt abgelehnt: Miete seit "
                       MASK-DATUM " nicht bezahlt. Zutritt erst nach "
                       "Einzug der Miete im Tagesabschluss."
               END-IF
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM BESUCHER-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY FUNCTION TRIM(PERSON-ANZ) " ("
                   FUNCTION TRIM(BERECHTIGUNG-TEXT) ")"
               DISPLAY "Ausweis geprueft und Zutritt gewaehrt? "
                   "(J/N): "
               ACCEPT BESTAETIGUNG
               MOVE FUNCTION UPPER-CASE(BESTAETIGUNG) TO BESTAETIGUNG
               IF BESTAETIGUNG NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Kein Zutritt erfasst."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM ZUTRITT-SCHREIBEN
           END-IF
           PERFORM DATEIEN-SCHLIESSEN.

      *> Berechtigt sind Mieter, Inhaber und am heutigen Tag gueltig
      *> Bevollmaechtigte (Vollvollmacht V oder T) des Mietkontos.
       BESUCHER-PRUEFEN.
           DISPLAY "Personennummer des Besuchers: "
           MOVE 0 TO SUCH-PERSON-NR
           ACCEPT SUCH-PERSON-NR
           PERFORM PERSON-LESEN
           IF PERSON-ANZ = "(Person unbekannt)"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Zutritt abgelehnt: Person " SUCH-PERSON-NR
                   " nicht gefunden."
           ELSE
           IF PERSON-TOT = 'J'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Zutritt abgelehnt: " FUNCTION TRIM(PERSON-ANZ)
                   " ist verstorben - Zutritt nur ueber die "
                   "Nachlassbearbeitung."
           END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE SPACE TO BERECHTIGUNG
               MOVE SV-KUNDEN-NR TO SUCH-NR
               IF SUCH-PERSON-NR = SV-PERSON-NR
                   MOVE 'M' TO BERECHTIGUNG
                   MOVE "Mieter" TO BERECHTIGUNG-TEXT
               ELSE
                   PERFORM HAUPTINHABER-PRUEFEN
                   IF BERECHTIGUNG = SPACE
                       PERFORM MITINHABER-SUCHEN
                   END-IF
                   IF BERECHTIGUNG = 'I'
                       MOVE "Kontoinhaber" TO BERECHTIGUNG-TEXT
                   ELSE
                       PERFORM VOLLMACHT-SUCHEN
                   END-IF
               END-IF
               IF BERECHTIGUNG = SPACE
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Zutritt abgelehnt: "
                       FUNCTION TRIM(PERSON-ANZ) " ist weder Mieter "
                       "noch Inhaber oder Bevollmaechtigter des "
                       "Kontos " SUCH-NR "."
               END-IF
           END-IF.

       HAUPTINHABER-PRUEFEN.
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS = "00"
               MOVE SUCH-NR TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KUNDEN-PERSONEN-NR = SUCH-PERSON-NR
                           MOVE 'I' TO BERECHTIGUNG
                       END-IF
               END-READ
               CLOSE KUNDEN-DATEI
           END-IF.

       MITINHABER-SUCHEN.
           OPEN INPUT INHABER-DATEI
           IF WS-IH-STATUS = "00"
               MOVE SUCH-NR TO IH-KUNDEN-NR
               MOVE SUCH-PERSON-NR TO IH-PERSON-NR
               READ INHABER-DATEI KEY IS IH-SCHLUESSEL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'I' TO BERECHTIGUNG
               END-READ
               CLOSE INHABER-DATEI
           END-IF.

       VOLLMACHT-SUCHEN.
           OPEN INPUT VOLLMACHT-DATEI
           IF WS-VM-STATUS = "00"
               MOVE SUCH-NR TO VM-KUNDEN-NR
               MOVE SUCH-PERSON-NR TO VM-PERSON-NR
               READ VOLLMACHT-DATEI KEY IS VM-SCHLUESSEL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (VM-ART = 'V' OR VM-ART = 'T')
                           AND VM-GUELTIG-VON <= WS-HEUTE
                           AND (VM-GUELTIG-BIS = 0
                               OR VM-GUELTIG-BIS >= WS-HEUTE)
                           MOVE 'V' TO BERECHTIGUNG
                           MOVE "Bevollmaechtigter"
                               TO BERECHTIGUNG-TEXT
                       END-IF
               END-READ
               CLOSE VOLLMACHT-DATEI
           END-IF.

       PERSON-LESEN.
           MOVE "(Person unbekannt)" TO PERSON-ANZ
           MOVE 'N' TO PERSON-TOT
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE SUCH-PERSON-NR TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO PERSON-ANZ
                       IF PERSON-STERBEDATUM > 0
                           MOVE 'J' TO PERSON-TOT
                       END-IF
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.

       ZUTRITT-SCHREIBEN.
           OPEN EXTEND ZUTRITT-DATEI
           IF WS-ZT-STATUS = "35"
               OPEN OUTPUT ZUTRITT-DATEI
           END-IF
           IF WS-ZT-STATUS NOT = "00"
               MOVE "SCHLIESSFACHPFLEGE" TO WS-FP-PROGRAMM
               MOVE "OPEN EXTEND ZUTRITT-DATEI" TO WS-FP-VORGANG
               MOVE "Zutritt nicht protokolliert" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-ZT-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: schliessfachzutritte.dat konnte nicht "
                   "geoeffnet werden (Status " WS-ZT-STATUS "). "
                   "Zutritt bitte schriftlich festhalten."
           ELSE
               MOVE WS-HEUTE TO ZT-DATUM
               ACCEPT ZT-ZEIT FROM TIME
               MOVE SF-FILIALE TO ZT-FILIALE
               MOVE SF-FACH-NR TO ZT-FACH-NR
               MOVE SV-NR TO ZT-VERTRAG-NR
               MOVE SUCH-PERSON-NR TO ZT-PERSON-NR
               MOVE PERSON-ANZ TO ZT-NAME
               MOVE BERECHTIGUNG TO ZT-BERECHTIGUNG
               MOVE LP-MITARBEITER-ID TO ZT-MITARBEITER
               WRITE ZUTRITT-EINTRAG
               CLOSE ZUTRITT-DATEI
               DISPLAY "Zutritt zu Fach " SF-FILIALE "/" SF-FACH-NR
                   " erfasst."
           END-IF.

       ZUTRITTE-ANZEIGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           PERFORM FILIALE-ERFRAGEN
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Fachnummer (0 = alle Faecher der Filiale): "
               MOVE 0 TO SUCH-FACH-NR
               ACCEPT SUCH-FACH-NR
               MOVE 0 TO ANZAHL-ZEILEN
               OPEN INPUT ZUTRITT-DATEI
               IF WS-ZT-STATUS NOT = "00"
                   DISPLAY "Hinweis: Es sind noch keine Zutritte "
                       "erfasst."
               ELSE
                   DISPLAY "DATUM      ZEIT     FACH PERSON NAME"
                   DISPLAY "-------------------------------------------"
                       "----------------"
                   MOVE 'N' TO EOF-FLAGGE
                   PERFORM UNTIL EOF-FLAGGE = 'J'
                       READ ZUTRITT-DATEI
                           AT END
                               MOVE 'J' TO EOF-FLAGGE
                           NOT AT END
                               IF ZT-FILIALE = SUCH-FILIALE
                                   AND (SUCH-FACH-NR = 0
                                       OR ZT-FACH-NR = SUCH-FACH-NR)
                                   PERFORM ZUTRITTSZEILE-ANZEIGEN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ZUTRITT-DATEI
                   IF ANZAHL-ZEILEN = 0
                       DISPLAY "  (keine Zutritte)"
                   END-IF
               END-IF
           END-IF.

       ZUTRITTSZEILE-ANZEIGEN.
           ADD 1 TO ANZAHL-ZEILEN
           MOVE ZT-DATUM TO MASK-DATUM
           DISPLAY MASK-DATUM " " ZT-ZEIT(1:2) ":" ZT-ZEIT(3:2)
               "    " ZT-FACH-NR " " ZT-PERSON-NR "  " ZT-NAME " "
               ZT-BERECHTIGUNG " (" ZT-MITARBEITER ")".

      *> ------------------------------------------------------------
      *> Filiale, Fach, Dateien
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

       FACH-LESEN.
           DISPLAY "Fachnummer: "
           MOVE 0 TO SUCH-FACH-NR
           ACCEPT SUCH-FACH-NR
           MOVE SUCH-FILIALE TO SF-FILIALE
           MOVE SUCH-FACH-NR TO SF-FACH-NR
           READ FACH-DATEI KEY IS SF-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Fach " SUCH-FILIALE "/"
                       SUCH-FACH-NR " nicht erfasst."
           END-READ.

       FACH-ZURUECKSCHREIBEN.
           REWRITE SCHLIESSFACH-EINTRAG
           IF WS-SF-STATUS NOT = "00"
               MOVE "SCHLIESSFACHPFLEGE" TO WS-FP-PROGRAMM
               MOVE "REWRITE SCHLIESSFACH-EINTRAG" TO WS-FP-VORGANG
               MOVE "Fachstatus nicht gesetzt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SF-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Fachstatus konnte nicht gesetzt "
                   "werden (Status " WS-SF-STATUS ")."
           END-IF.

       DATEIEN-OEFFNEN.
           MOVE 'N' TO DATEIEN-OFFEN
           OPEN I-O FACH-DATEI
           IF WS-SF-STATUS = "35"
               OPEN OUTPUT FACH-DATEI
               CLOSE FACH-DATEI
               OPEN I-O FACH-DATEI
           END-IF
           IF WS-SF-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE "SCHLIESSFACHPFLEGE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O FACH-DATEI" TO WS-FP-VORGANG
               MOVE "Schliessfachpflege nicht moeglich"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SF-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: schliessfaecher.dat konnte nicht "
                   "geoeffnet werden (Status " WS-SF-STATUS ")."
           ELSE
               OPEN I-O VERTRAG-DATEI
               IF WS-SV-STATUS = "35"
                   OPEN OUTPUT VERTRAG-DATEI
                   CLOSE VERTRAG-DATEI
                   OPEN I-O VERTRAG-DATEI
               END-IF
               IF WS-SV-STATUS NOT = "00"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE "SCHLIESSFACHPFLEGE" TO WS-FP-PROGRAMM
                   MOVE "OPEN I-O VERTRAG-DATEI" TO WS-FP-VORGANG
                   MOVE "Schliessfachpflege nicht moeglich"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-SV-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: schliessfachvertraege.dat konnte "
                       "nicht geoeffnet werden (Status "
                       WS-SV-STATUS ")."
                   CLOSE FACH-DATEI
               ELSE
                   MOVE 'J' TO DATEIEN-OFFEN
               END-IF
           END-IF.

       DATEIEN-SCHLIESSEN.
           IF DATEIEN-OFFEN = 'J'
               CLOSE VERTRAG-DATEI
               CLOSE FACH-DATEI
               MOVE 'N' TO DATEIEN-OFFEN
           END-IF.
