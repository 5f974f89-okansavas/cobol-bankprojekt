       IDENTIFICATION DIVISION.
       PROGRAM-ID. AENDERUNGSFREIGABE.

      *> Freigabe vorgemerkter Stammdatenaenderungen (Vier-Augen-
      *> Prinzip, Aufbau siehe AENDERUNG.CPY). Zeigt jede offene
      *> Aenderung mit Erfasser, Zeitpunkt sowie Vorher- und
      *> Nachher-Bild; ein anderer Mitarbeiter als der Erfasser gibt
      *> sie frei oder lehnt sie ab. Erst die Freigabe schreibt
      *> kunden.dat (Name, Waehrung, Ueberziehungslimit - Name wie
      *> in EDITCLIENT auch in Personenstamm und weitere Konten der
      *> Person) bzw. adressen.dat (Anschrift, E-Mail) und das
      *> KUNDENJOURNAL. Wurde das Feld inzwischen anderweitig
      *> geaendert, wird die Freigabe abgewiesen. Aenderungen an
      *> eigenen oder verbundenen Konten des Freigebenden bleiben
      *> offen (MITARBEITERPRUEF).
      *> Offene Aenderungen, die aelter als FRISTTAGE sind
      *> (aenderparameter.dat, Zeile FRISTTAGE;5, Vorgabe 5 Tage),
      *> verfallen beim Aufruf (Status V).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AENDERUNG-DATEI ASSIGN TO "aenderungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-NR
               FILE STATUS IS WS-AE-STATUS.
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
           SELECT ADRESSEN-DATEI ASSIGN TO "adressen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT PARAMETER-DATEI ASSIGN TO "aenderparameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AENDERUNG-DATEI.
           COPY AENDERUNG.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD PARAMETER-DATEI.
       01 PARAMETER-ZEILE      PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-AE-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 WS-PARAMETER-STATUS  PIC XX.
       01 PARAM-EOF-FLAGGE     PIC X VALUE 'N'.
       01 P-ART-TEXT           PIC X(20).
       01 P-WERT-TEXT          PIC X(20).
       01 NUMVAL-TESTRESULT    PIC S9(4).
       01 FRISTTAGE            PIC 9(3) VALUE 5.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 KONTEN-EOF-FLAGGE    PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 ALTER-TAGE           PIC S9(7).
       01 ENTSCHEIDUNG         PIC X.
       01 FREIGABE-OK          PIC X VALUE 'N'.
       01 ANZAHL-VERFALLEN     PIC 9(5) VALUE 0.
       01 ANZAHL-OFFEN         PIC 9(5) VALUE 0.
       01 ANZAHL-FREIGEGEBEN   PIC 9(5) VALUE 0.
       01 ANZAHL-ABGELEHNT     PIC 9(5) VALUE 0.
       01 MASK-DATUM           PIC 9999/99/99.
       01 MASK-LIMIT           PIC Z(6)9.99.
       01 BILD-TEXT            PIC X(7).
       01 WS-PERSON-NR         PIC 9(5).
       01 SYNC-NAME            PIC X(30).
       01 SYNC-NLS             PIC X(4).
       01 NAME-GEAENDERT       PIC X VALUE 'N'.
      *> Arbeitsbild zum Entschluesseln von AE-ALT-BILD/AE-NEU-BILD
      *> im Aufbau von KUNDEN.CPY bzw. ADRESSE.CPY
       01 BILD-PUFFER          PIC X(150).
       01 KB-SATZ REDEFINES BILD-PUFFER.
           05 KB-NR                PIC 9(5).
           05 KB-NAME              PIC X(30).
           05 KB-KONTO             PIC S9(7)V99.
           05 KB-NIEDERLASSUNG     PIC X(4).
           05 KB-EROEFFNUNGSDATUM  PIC 9(8).
           05 KB-UEBERZIEHUNGSLIMIT PIC 9(7)V99.
           05 KB-STATUS            PIC X.
           05 KB-WAEHRUNG          PIC X(3).
           05 KB-PERSONEN-NR       PIC 9(5).
           05 KB-KONTOART          PIC X.
           05 FILLER               PIC X(75).
       01 AB-SATZ REDEFINES BILD-PUFFER.
           05 AB-NR                PIC 9(5).
           05 AB-STRASSE           PIC X(30).
           05 AB-PLZ               PIC X(10).
           05 AB-ORT               PIC X(25).
           05 AB-TELEFON           PIC X(20).
           05 AB-EMAIL             PIC X(40).
           05 AB-STEUER-ID         PIC X(15).
           05 FILLER               PIC X(5).
      *> Journalbild fuer Adressaenderungen (KUNDENJOURNAL Aktion
      *> ADRESSE bzw. EMAIL): Kundennummer mit Anschrift oder E-Mail
       01 JRN-ADR-BILD         PIC X(80).
       01 JA-SATZ REDEFINES JRN-ADR-BILD.
           05 JA-NR                PIC 9(5).
           05 JA-STRASSE           PIC X(30).
           05 JA-PLZ               PIC X(10).
           05 JA-ORT               PIC X(25).
           05 FILLER               PIC X(10).
       01 JE-SATZ REDEFINES JRN-ADR-BILD.
           05 JE-NR                PIC 9(5).
           05 JE-EMAIL             PIC X(40).
           05 FILLER               PIC X(35).
       01 SPERRE-FUNKTION      PIC X.
       01 SPERRE-NR            PIC 9(5).
       01 SPERRE-OK-FLAGGE     PIC X.
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
      *> Pruefung auf Mitarbeitergeschaefte (MITARBEITERPRUEF).
       01 MP-FUNKTION          PIC X.
       01 MP-PERSONEN-NR       PIC 9(5).
       01 MP-ERGEBNIS          PIC X.
       01 MP-BEZUG             PIC X(40).

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - darf nicht der Erfasser der Aenderung sein.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- FREIGABE STAMMDATENAENDERUNGEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           PERFORM PARAMETER-LADEN
           MOVE 0 TO ANZAHL-FREIGEGEBEN ANZAHL-ABGELEHNT
               ANZAHL-VERFALLEN ANZAHL-OFFEN

           OPEN I-O AENDERUNG-DATEI
           IF WS-AE-STATUS = "35"
               DISPLAY "Keine vorgemerkten Aenderungen vorhanden."
               GOBACK
           END-IF
           IF WS-AE-STATUS NOT = "00"
               MOVE "AENDERUNGSFREIGABE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O AENDERUNG-DATEI" TO WS-FP-VORGANG
               MOVE "Freigabe nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-AE-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: aenderungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-AE-STATUS ")."
               GOBACK
           END-IF

           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ AENDERUNG-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF AE-STATUS = 'O'
                           PERFORM AENDERUNG-BEARBEITEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AENDERUNG-DATEI

           DISPLAY "---------------------------------------"
           DISPLAY ANZAHL-FREIGEGEBEN " freigegeben, "
               ANZAHL-ABGELEHNT " abgelehnt, "
               ANZAHL-VERFALLEN " verfallen, "
               ANZAHL-OFFEN " weiter offen."

           GOBACK.

       AENDERUNG-BEARBEITEN.
           COMPUTE ALTER-TAGE =
               FUNCTION INTEGER-OF-DATE(WS-HEUTE)
               - FUNCTION INTEGER-OF-DATE(AE-ERFASST-DATUM)
           IF ALTER-TAGE > FRISTTAGE
               MOVE 'V' TO AE-STATUS
               MOVE WS-HEUTE TO AE-BEARBEITET-DATUM
               PERFORM AENDERUNG-ABSCHLIESSEN
               ADD 1 TO ANZAHL-VERFALLEN
               DISPLAY "Aenderung Nr. " AE-NR " (Kunde "
                   AE-KUNDEN-NR ") nach " FRISTTAGE
                   " Tagen verfallen."
           ELSE
               PERFORM AENDERUNG-ANZEIGEN
               IF AE-ERFASSER = LP-MITARBEITER-ID
                   ADD 1 TO ANZAHL-OFFEN
                   DISPLAY "Eigene Erfassung - Freigabe oder "
                       "Ablehnung nur durch einen anderen "
                       "Mitarbeiter."
               ELSE
                   PERFORM MITARBEITERGESCHAEFT-PRUEFEN
                   IF MP-ERGEBNIS = 'J'
                       ADD 1 TO ANZAHL-OFFEN
                   ELSE
                       DISPLAY "F = freigeben, A = ablehnen, "
                           "Enter = spaeter entscheiden: "
                       MOVE SPACE TO ENTSCHEIDUNG
                       ACCEPT ENTSCHEIDUNG
                       MOVE FUNCTION UPPER-CASE(ENTSCHEIDUNG)
                           TO ENTSCHEIDUNG
                       EVALUATE ENTSCHEIDUNG
                           WHEN 'F'
                               PERFORM AENDERUNG-FREIGEBEN
                           WHEN 'A'
                               MOVE 'A' TO AE-STATUS
                               MOVE LP-MITARBEITER-ID TO AE-BEARBEITER
                               MOVE WS-HEUTE TO AE-BEARBEITET-DATUM
                               PERFORM AENDERUNG-ABSCHLIESSEN
                               ADD 1 TO ANZAHL-ABGELEHNT
                               DISPLAY "Aenderung Nr. " AE-NR
                                   " abgelehnt."
                           WHEN OTHER
                               ADD 1 TO ANZAHL-OFFEN
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *> Auch die Freigabe ist ein Geschaeft des Mitarbeiters: am
      *> eigenen oder an verbundenen Konten entscheidet ein anderer
      *> (MITARBEITERPRUEF).
       MITARBEITERGESCHAEFT-PRUEFEN.
           MOVE 0 TO MP-PERSONEN-NR
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS = "00"
               MOVE AE-KUNDEN-NR TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KUNDEN-PERSONEN-NR TO MP-PERSONEN-NR
               END-READ
               CLOSE KUNDEN-DATEI
           END-IF
           MOVE 'P' TO MP-FUNKTION
           CALL "MITARBEITERPRUEF" USING MP-FUNKTION LP-MITARBEITER-ID
               AE-KUNDEN-NR MP-PERSONEN-NR MP-ERGEBNIS MP-BEZUG.

       AENDERUNG-ANZEIGEN.
           MOVE AE-ERFASST-DATUM TO MASK-DATUM
           DISPLAY "---------------------------------------"
           DISPLAY "Aenderung Nr. " AE-NR "  Kunde " AE-KUNDEN-NR
               "  erfasst von " AE-ERFASSER " am " MASK-DATUM " "
               AE-ERFASST-ZEIT(1:2) ":" AE-ERFASST-ZEIT(3:2)
           IF AE-ART = 'K'
               DISPLAY "Kundenstamm (Name, Waehrung, Limit)"
               MOVE AE-ALT-BILD TO BILD-PUFFER
               MOVE "VORHER " TO BILD-TEXT
               PERFORM KUNDENBILD-ANZEIGEN
               MOVE AE-NEU-BILD TO BILD-PUFFER
               MOVE "NACHHER" TO BILD-TEXT
               PERFORM KUNDENBILD-ANZEIGEN
           ELSE
               DISPLAY "Anschrift und E-Mail"
               IF AE-ALT-BILD = SPACES
                   DISPLAY "  VORHER : (keine Adresse erfasst)"
               ELSE
                   MOVE AE-ALT-BILD TO BILD-PUFFER
                   MOVE "VORHER " TO BILD-TEXT
                   PERFORM ADRESSBILD-ANZEIGEN
               END-IF
               MOVE AE-NEU-BILD TO BILD-PUFFER
               MOVE "NACHHER" TO BILD-TEXT
               PERFORM ADRESSBILD-ANZEIGEN
           END-IF.

       KUNDENBILD-ANZEIGEN.
           MOVE KB-UEBERZIEHUNGSLIMIT TO MASK-LIMIT
           DISPLAY "  " BILD-TEXT ": " KB-NAME " " KB-WAEHRUNG
               " LIMIT=" MASK-LIMIT.

       ADRESSBILD-ANZEIGEN.
           DISPLAY "  " BILD-TEXT ": " FUNCTION TRIM(AB-STRASSE) ", "
               FUNCTION TRIM(AB-PLZ) " " FUNCTION TRIM(AB-ORT)
           DISPLAY "           E-Mail " AB-EMAIL.

       AENDERUNG-FREIGEBEN.
           MOVE 'N' TO FREIGABE-OK
           IF AE-ART = 'K'
               PERFORM KUNDE-AENDERN
           ELSE
               PERFORM ADRESSE-AENDERN
           END-IF
           IF FREIGABE-OK = 'J'
               MOVE 'F' TO AE-STATUS
               MOVE LP-MITARBEITER-ID TO AE-BEARBEITER
               MOVE WS-HEUTE TO AE-BEARBEITET-DATUM
               PERFORM AENDERUNG-ABSCHLIESSEN
               ADD 1 TO ANZAHL-FREIGEGEBEN
               DISPLAY "Aenderung Nr. " AE-NR " freigegeben und "
                   "gespeichert."
           ELSE
               ADD 1 TO ANZAHL-OFFEN
           END-IF.

       AENDERUNG-ABSCHLIESSEN.
           REWRITE AENDERUNG-EINTRAG
           IF WS-AE-STATUS NOT = "00"
               MOVE "AENDERUNGSFREIGABE" TO WS-FP-PROGRAMM
               MOVE "REWRITE AENDERUNG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Status der Aenderung nicht gespeichert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-AE-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Status der Aenderung Nr. " AE-NR
                   " nicht gespeichert (Status " WS-AE-STATUS ")."
           END-IF.

      *> Name, Waehrung und Limit aus dem Nachher-Bild in den
      *> aktuellen Satz uebernehmen - Saldo und Status bleiben wie
      *> sie inzwischen sind. Stimmt der aktuelle Stand nicht mehr
      *> mit dem Vorher-Bild ueberein, wird abgewiesen.
       KUNDE-AENDERN.
           MOVE 'S' TO SPERRE-FUNKTION
           MOVE AE-KUNDEN-NR TO SPERRE-NR
           CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
               SPERRE-OK-FLAGGE
           IF SPERRE-OK-FLAGGE NOT = 'J'
               DISPLAY "Hinweis: Kunde " AE-KUNDEN-NR " wird gerade "
                   "an einem anderen Terminal bearbeitet - bitte "
                   "spaeter freigeben."
           ELSE
               OPEN I-O KUNDEN-DATEI
               IF WS-KUNDEN-STATUS NOT = "00"
                   DISPLAY "Fehler: kunden.dat konnte nicht "
                       "geoeffnet werden (Status " WS-KUNDEN-STATUS
                       ")."
               ELSE
                   MOVE AE-KUNDEN-NR TO KUNDEN-NR
                   READ KUNDEN-DATEI KEY IS KUNDEN-NR
                       INVALID KEY
                           DISPLAY "Fehler: Kunde " AE-KUNDEN-NR
                               " nicht mehr vorhanden - bitte "
                               "ablehnen."
                       NOT INVALID KEY
                           PERFORM KUNDENSATZ-AENDERN
                   END-READ
                   CLOSE KUNDEN-DATEI
               END-IF
               MOVE 'F' TO SPERRE-FUNKTION
               CALL "SATZSPERRE" USING SPERRE-FUNKTION SPERRE-NR
                   SPERRE-OK-FLAGGE
           END-IF.

       KUNDENSATZ-AENDERN.
           MOVE AE-ALT-BILD TO BILD-PUFFER
           IF KUNDEN-NAME NOT = KB-NAME
                   OR KUNDEN-WAEHRUNG NOT = KB-WAEHRUNG
                   OR KUNDEN-UEBERZIEHUNGSLIMIT
                       NOT = KB-UEBERZIEHUNGSLIMIT
               DISPLAY "Fehler: Kundenstamm wurde inzwischen "
                   "geaendert - bitte ablehnen und neu erfassen."
           ELSE
               MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
               MOVE AE-NEU-BILD TO BILD-PUFFER
               MOVE 'N' TO NAME-GEAENDERT
               IF KUNDEN-NAME NOT = KB-NAME
                   MOVE 'J' TO NAME-GEAENDERT
               END-IF
               MOVE KB-NAME TO KUNDEN-NAME
               MOVE KB-WAEHRUNG TO KUNDEN-WAEHRUNG
               MOVE KB-UEBERZIEHUNGSLIMIT TO KUNDEN-UEBERZIEHUNGSLIMIT
               REWRITE KUNDEN-EINTRAG
               IF WS-KUNDEN-STATUS NOT = "00"
                   MOVE "AENDERUNGSFREIGABE" TO WS-FP-PROGRAMM
                   MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Stammdatenaenderung fehlgeschlagen"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Aenderung konnte nicht "
                       "gespeichert werden (Status " WS-KUNDEN-STATUS
                       ")."
               ELSE
                   MOVE 'J' TO FREIGABE-OK
                   MOVE "AENDERUNGSFREIGABE" TO WS-JRN-PROGRAMM
                   MOVE "REWRITE" TO WS-JRN-AKTION
                   MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
                   CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                       WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
                   IF NAME-GEAENDERT = 'J'
                       PERFORM PERSON-SYNCHRONISIEREN
                   END-IF
               END-IF
           END-IF.

      *> Wie EDITCLIENT: der Name gehoert zur Person - Personenstamm
      *> und alle weiteren Konten der Person nachziehen.
       PERSON-SYNCHRONISIEREN.
           MOVE KUNDEN-PERSONEN-NR TO WS-PERSON-NR
           MOVE KUNDEN-NAME TO SYNC-NAME
           MOVE KUNDEN-NIEDERLASSUNG TO SYNC-NLS

           OPEN I-O PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE WS-PERSON-NR TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SYNC-NAME TO PERSON-NAME
                       REWRITE PERSON-EINTRAG
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF

           MOVE 'N' TO KONTEN-EOF-FLAGGE
           MOVE 0 TO KUNDEN-NR
           START KUNDEN-DATEI KEY IS >= KUNDEN-NR
               INVALID KEY
                   MOVE 'J' TO KONTEN-EOF-FLAGGE
           END-START
           PERFORM UNTIL KONTEN-EOF-FLAGGE = 'J'
               READ KUNDEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO KONTEN-EOF-FLAGGE
                   NOT AT END
                       IF KUNDEN-PERSONEN-NR = WS-PERSON-NR
                           AND KUNDEN-NR NOT = AE-KUNDEN-NR
                           AND KUNDEN-NAME NOT = SYNC-NAME
                           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
                           MOVE SYNC-NAME TO KUNDEN-NAME
                           REWRITE KUNDEN-EINTRAG
                           IF WS-KUNDEN-STATUS = "00"
                               MOVE "AENDERUNGSFREIGABE"
                                   TO WS-JRN-PROGRAMM
                               MOVE "REWRITE" TO WS-JRN-AKTION
                               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
                               CALL "KUNDENJOURNAL" USING
                                   WS-JRN-PROGRAMM WS-JRN-AKTION
                                   WS-JRN-ALT WS-JRN-NEU
                               DISPLAY "Konto " KUNDEN-NR
                                   " nachgezogen."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Anschrift und E-Mail aus dem Nachher-Bild uebernehmen; gab
      *> es noch keine Adresse, wird der ganze Satz angelegt.
       ADRESSE-AENDERN.
           OPEN I-O ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "35"
               OPEN OUTPUT ADRESSEN-DATEI
               CLOSE ADRESSEN-DATEI
               OPEN I-O ADRESSEN-DATEI
           END-IF
           IF WS-ADRESSEN-STATUS NOT = "00"
               DISPLAY "Fehler: adressen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-ADRESSEN-STATUS
                   ")."
           ELSE
               MOVE AE-KUNDEN-NR TO ADR-KUNDEN-NR
               READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                   INVALID KEY
                       PERFORM ADRESSE-ANLEGEN
                   NOT INVALID KEY
                       PERFORM ADRESSSATZ-AENDERN
               END-READ
               CLOSE ADRESSEN-DATEI
           END-IF.

       ADRESSE-ANLEGEN.
           IF AE-ALT-BILD NOT = SPACES
               DISPLAY "Fehler: Adresse wurde inzwischen geloescht "
                   "- bitte ablehnen und neu erfassen."
           ELSE
               MOVE AE-NEU-BILD TO BILD-PUFFER
               MOVE AB-SATZ TO ADRESSE-EINTRAG
               WRITE ADRESSE-EINTRAG
               IF WS-ADRESSEN-STATUS NOT = "00"
                   DISPLAY "Fehler: Adresse konnte nicht "
                       "gespeichert werden (Status "
                       WS-ADRESSEN-STATUS ")."
               ELSE
                   MOVE 'J' TO FREIGABE-OK
                   MOVE SPACES TO WS-JRN-ALT
                   PERFORM ADRESSE-JOURNALISIEREN
               END-IF
           END-IF.

       ADRESSSATZ-AENDERN.
           MOVE AE-ALT-BILD TO BILD-PUFFER
           IF AE-ALT-BILD = SPACES
                   OR ADR-STRASSE NOT = AB-STRASSE
                   OR ADR-PLZ NOT = AB-PLZ
                   OR ADR-ORT NOT = AB-ORT
                   OR ADR-EMAIL NOT = AB-EMAIL
               DISPLAY "Fehler: Adresse wurde inzwischen geaendert "
                   "- bitte ablehnen und neu erfassen."
           ELSE
               MOVE SPACES TO JRN-ADR-BILD
               MOVE ADR-KUNDEN-NR TO JA-NR
               MOVE ADR-STRASSE TO JA-STRASSE
               MOVE ADR-PLZ TO JA-PLZ
               MOVE ADR-ORT TO JA-ORT
               MOVE JRN-ADR-BILD TO WS-JRN-ALT
               MOVE AE-NEU-BILD TO BILD-PUFFER
               MOVE AB-STRASSE TO ADR-STRASSE
               MOVE AB-PLZ TO ADR-PLZ
               MOVE AB-ORT TO ADR-ORT
               MOVE AB-EMAIL TO ADR-EMAIL
               REWRITE ADRESSE-EINTRAG
               IF WS-ADRESSEN-STATUS NOT = "00"
                   DISPLAY "Fehler: Adresse konnte nicht "
                       "gespeichert werden (Status "
                       WS-ADRESSEN-STATUS ")."
               ELSE
                   MOVE 'J' TO FREIGABE-OK
                   PERFORM ADRESSE-JOURNALISIEREN
               END-IF
           END-IF.

      *> KUNDENJOURNAL: Aktion ADRESSE mit Anschrift, bei geaenderter
      *> E-Mail zusaetzlich Aktion EMAIL (Vorher-Bild aus AE-ALT-BILD).
       ADRESSE-JOURNALISIEREN.
           MOVE "AENDERUNGSFREIGABE" TO WS-JRN-PROGRAMM
           MOVE "ADRESSE" TO WS-JRN-AKTION
           MOVE SPACES TO JRN-ADR-BILD
           MOVE ADR-KUNDEN-NR TO JA-NR
           MOVE ADR-STRASSE TO JA-STRASSE
           MOVE ADR-PLZ TO JA-PLZ
           MOVE ADR-ORT TO JA-ORT
           MOVE JRN-ADR-BILD TO WS-JRN-NEU
           CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM WS-JRN-AKTION
               WS-JRN-ALT WS-JRN-NEU

           MOVE SPACES TO WS-JRN-ALT
           IF AE-ALT-BILD NOT = SPACES
               MOVE AE-ALT-BILD TO BILD-PUFFER
               MOVE SPACES TO JRN-ADR-BILD
               MOVE AB-NR TO JE-NR
               MOVE AB-EMAIL TO JE-EMAIL
               MOVE JRN-ADR-BILD TO WS-JRN-ALT
           END-IF
           MOVE SPACES TO JRN-ADR-BILD
           MOVE ADR-KUNDEN-NR TO JE-NR
           MOVE ADR-EMAIL TO JE-EMAIL
           IF JRN-ADR-BILD NOT = WS-JRN-ALT
               MOVE "EMAIL" TO WS-JRN-AKTION
               MOVE JRN-ADR-BILD TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
           END-IF.

       PARAMETER-LADEN.
           MOVE 5 TO FRISTTAGE
           OPEN INPUT PARAMETER-DATEI
           IF WS-PARAMETER-STATUS = "00"
               MOVE 'N' TO PARAM-EOF-FLAGGE
               PERFORM UNTIL PARAM-EOF-FLAGGE = 'J'
                   READ PARAMETER-DATEI
                       AT END
                           MOVE 'J' TO PARAM-EOF-FLAGGE
                       NOT AT END
                           PERFORM PARAMETERZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-DATEI
           END-IF.

       PARAMETERZEILE-VERARBEITEN.
           MOVE SPACES TO P-ART-TEXT P-WERT-TEXT
           UNSTRING PARAMETER-ZEILE DELIMITED BY ";"
               INTO P-ART-TEXT P-WERT-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-ART-TEXT) TO P-ART-TEXT
           MOVE FUNCTION TEST-NUMVAL(P-WERT-TEXT) TO NUMVAL-TESTRESULT
           IF NUMVAL-TESTRESULT = 0
               EVALUATE P-ART-TEXT
                   WHEN "FRISTTAGE"
                       COMPUTE FRISTTAGE =
                           FUNCTION NUMVAL(P-WERT-TEXT)
               END-EVALUATE
           END-IF.
