       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTENREGISTER.

      *> Taeglicher Aufbau des Kontenregisters fuer das
      *> Kontenabrufverfahren (siehe KONTENREG.CPY): je Konto
      *> ein Eintrag fuer jede Person, die Inhaber ist oder ueber das
      *> Konto verfuegen kann, mit Eroeffnungs- und
      *> Schliessungsdatum und dem Gueltigkeitszeitraum der
      *> Berechtigung.
      *>   - offene Konten aus kunden.dat, geschlossene aus
      *>     kunden-historie.dat, solange die Schliessung keine zehn
      *>     Jahre zurueckliegt;
      *>   - Inhaber aus KUNDEN-PERSONEN-NR bzw. kontoinhaber.dat
      *>     (Mitinhaber), Bevollmaechtigte aus vollmachten.dat
      *>     (auch abgelaufene, mit Zeitraum), gesetzliche Vertreter
      *>     minderjaehriger Inhaber aus vertreter.dat;
      *>   - Name und Geburtsdatum aus personen.dat.
      *> Das neue Register wird mit dem Vortagesstand verglichen;
      *> neue (N), geaenderte (A), geschlossene (S) und entfallene
      *> (L) Eintraege gehen in die Lieferdatei
      *> kontenabruf-JJJJMMTT.dat (Satzart H Kopf, D je Eintrag,
      *> T Summen). Fehlt das alte Register, ist die Lieferung ein
      *> Vollbestand aus lauter N-Saetzen. Erst danach ersetzt das
      *> neue Register kontenregister.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT HISTORIE-DATEI ASSIGN TO "kunden-historie.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIE-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-INHABER-STATUS.
           SELECT VOLLMACHT-DATEI ASSIGN TO "vollmachten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-SCHLUESSEL
               FILE STATUS IS WS-VM-STATUS.
           SELECT VERTRETER-DATEI ASSIGN TO "vertreter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-PERSON-NR
               FILE STATUS IS WS-VT-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.
           SELECT ARBEITS-DATEI ASSIGN TO "kontenregister.wrk"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-ARBEITSDATEI ASSIGN TO "kontenregister.srt".
           SELECT SORTIERT-DATEI ASSIGN TO "kontenregister.sorted"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALT-DATEI ASSIGN TO "kontenregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.
           SELECT NEU-DATEI ASSIGN TO "kontenregister.neu"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEU-STATUS.
           SELECT LIEFER-DATEI ASSIGN TO WS-LIEFER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIEFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD HISTORIE-DATEI.
           COPY KUNDEN-HISTORIE.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD VOLLMACHT-DATEI.
           COPY VOLLMACHT.

       FD VERTRETER-DATEI.
           COPY VERTRETER.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD ARBEITS-DATEI.
       01 ARBEITS-SATZ         PIC X(95).

       SD SORT-ARBEITSDATEI.
       01 SRT-SATZ.
           05 SRT-SCHLUESSEL       PIC X(11).
           05 SRT-REST             PIC X(84).

      *> Register neu und alt: Schluessel, Inhalt (verglichen) und
      *> Stand (nicht verglichen), Aufbau wie KONTENREG.CPY.
       FD SORTIERT-DATEI.
       01 S-SATZ.
           05 S-SCHLUESSEL         PIC X(11).
           05 S-INHALT             PIC X(76).
           05 S-STAND              PIC 9(8).

       FD ALT-DATEI.
       01 ALT-SATZ.
           05 ALT-SCHLUESSEL       PIC X(11).
           05 ALT-INHALT           PIC X(76).
           05 ALT-STAND            PIC 9(8).

       FD NEU-DATEI.
       01 NEU-SATZ             PIC X(95).

       FD LIEFER-DATEI.
       01 LF-KOPF.
           05 LK-SATZART           PIC X.
           05 FILLER               PIC X.
           05 LK-DATUM             PIC 9(8).
           05 FILLER               PIC X.
           05 LK-LIEFERART         PIC X(6).
       01 LF-EINTRAG.
           05 LD-SATZART           PIC X.
           05 FILLER               PIC X.
           05 LD-AENDERUNG         PIC X.
           05 FILLER               PIC X.
           05 LD-KUNDEN-NR         PIC 9(5).
           05 FILLER               PIC X.
           05 LD-ROLLE             PIC X.
           05 FILLER               PIC X.
           05 LD-PERSON-NR         PIC 9(5).
           05 FILLER               PIC X.
           05 LD-NAME              PIC X(30).
           05 FILLER               PIC X.
           05 LD-GEBURTSDATUM      PIC 9(8).
           05 FILLER               PIC X.
           05 LD-KONTOART          PIC X.
           05 FILLER               PIC X.
           05 LD-NIEDERLASSUNG     PIC X(4).
           05 FILLER               PIC X.
           05 LD-EROEFFNUNG        PIC 9(8).
           05 FILLER               PIC X.
           05 LD-SCHLIESSUNG       PIC 9(8).
           05 FILLER               PIC X.
           05 LD-GUELTIG-VON       PIC 9(8).
           05 FILLER               PIC X.
           05 LD-GUELTIG-BIS       PIC 9(8).
           05 FILLER               PIC X.
           05 LD-ART               PIC X.
       01 LF-ENDE.
           05 LT-SATZART           PIC X.
           05 FILLER               PIC X.
           05 LT-NEU               PIC 9(7).
           05 FILLER               PIC X.
           05 LT-GEAENDERT         PIC 9(7).
           05 FILLER               PIC X.
           05 LT-GESCHLOSSEN       PIC 9(7).
           05 FILLER               PIC X.
           05 LT-ENTFALLEN         PIC 9(7).
           05 FILLER               PIC X.
           05 LT-REGISTER          PIC 9(7).

       WORKING-STORAGE SECTION.
           COPY KONTENREG.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-HISTORIE-STATUS   PIC XX.
       01 WS-INHABER-STATUS    PIC XX.
       01 WS-VM-STATUS         PIC XX.
       01 WS-VT-STATUS         PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-ALT-STATUS        PIC XX.
       01 WS-NEU-STATUS        PIC XX.
       01 WS-LIEFER-STATUS     PIC XX.
       01 WS-LIEFER-NAME       PIC X(60).
       01 WS-HEUTE             PIC 9(8).
      *> Aelter geschlossene Konten fallen aus dem Register.
       01 AUFBEWAHRUNG-AB      PIC 9(8).
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 IH-EOF-FLAGGE        PIC X VALUE 'N'.
       01 VM-EOF-FLAGGE        PIC X VALUE 'N'.
       01 INHABER-OFFEN        PIC X VALUE 'N'.
       01 VOLLMACHT-OFFEN      PIC X VALUE 'N'.
       01 VERTRETER-OFFEN      PIC X VALUE 'N'.
       01 PERSONEN-OFFEN       PIC X VALUE 'N'.
       01 ALT-OFFEN            PIC X VALUE 'N'.
       01 INHABER-GEFUNDEN     PIC X VALUE 'N'.

      *> Das gerade verarbeitete Konto
       01 AKT-KUNDEN-NR        PIC 9(5).
       01 AKT-PERSON-NR        PIC 9(5).
       01 AKT-NAME             PIC X(30).
       01 AKT-KONTOART         PIC X.
       01 AKT-NIEDERLASSUNG    PIC X(4).
       01 AKT-EROEFFNUNG       PIC 9(8).
       01 AKT-SCHLIESSUNG      PIC 9(8).
       01 ERSATZ-NAME          PIC X(30).
       01 VERTRETENE-PERSON    PIC 9(5).

      *> Abgleich neu gegen alt
       01 NEU-KEY              PIC X(11).
       01 ALT-KEY              PIC X(11).
       01 LETZTER-KEY          PIC X(11).
       01 AENDERUNGSART        PIC X.
       01 ANZAHL-KONTEN        PIC 9(7) VALUE 0.
       01 ANZAHL-HISTORIE      PIC 9(7) VALUE 0.
       01 ANZAHL-REGISTER      PIC 9(7) VALUE 0.
       01 ANZAHL-NEU           PIC 9(7) VALUE 0.
       01 ANZAHL-GEAENDERT     PIC 9(7) VALUE 0.
       01 ANZAHL-GESCHLOSSEN   PIC 9(7) VALUE 0.
       01 ANZAHL-ENTFALLEN     PIC 9(7) VALUE 0.

       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- KONTENREGISTER (KONTENABRUF) ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           COMPUTE AUFBEWAHRUNG-AB = WS-HEUTE - 100000
           MOVE 0 TO ANZAHL-KONTEN ANZAHL-HISTORIE ANZAHL-REGISTER
               ANZAHL-NEU ANZAHL-GEAENDERT ANZAHL-GESCHLOSSEN
               ANZAHL-ENTFALLEN

           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "KONTENREGISTER" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Kontenregister nicht fortgeschrieben"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

      *> Fehlende Nebendateien bedeuten: keine Mitinhaber,
      *> Vollmachten bzw. Vertreter.
           MOVE 'N' TO INHABER-OFFEN
           OPEN INPUT INHABER-DATEI
           IF WS-INHABER-STATUS = "00"
               MOVE 'J' TO INHABER-OFFEN
           END-IF
           MOVE 'N' TO VOLLMACHT-OFFEN
           OPEN INPUT VOLLMACHT-DATEI
           IF WS-VM-STATUS = "00"
               MOVE 'J' TO VOLLMACHT-OFFEN
           END-IF
           MOVE 'N' TO VERTRETER-OFFEN
           OPEN INPUT VERTRETER-DATEI
           IF WS-VT-STATUS = "00"
               MOVE 'J' TO VERTRETER-OFFEN
           END-IF
           MOVE 'N' TO PERSONEN-OFFEN
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE 'J' TO PERSONEN-OFFEN
           END-IF

           OPEN OUTPUT ARBEITS-DATEI
           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ KUNDEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF KUNDEN-STATUS NOT = 'G'
                           PERFORM OFFENES-KONTO-ERFASSEN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM GESCHLOSSENE-KONTEN-ERFASSEN
           CLOSE ARBEITS-DATEI

           CLOSE KUNDEN-DATEI
           IF INHABER-OFFEN = 'J'
               CLOSE INHABER-DATEI
           END-IF
           IF VOLLMACHT-OFFEN = 'J'
               CLOSE VOLLMACHT-DATEI
           END-IF
           IF VERTRETER-OFFEN = 'J'
               CLOSE VERTRETER-DATEI
           END-IF
           IF PERSONEN-OFFEN = 'J'
               CLOSE PERSONEN-DATEI
           END-IF

           SORT SORT-ARBEITSDATEI
               ON ASCENDING KEY SRT-SCHLUESSEL
               WITH DUPLICATES IN ORDER
               USING ARBEITS-DATEI GIVING SORTIERT-DATEI

           PERFORM REGISTER-ABGLEICHEN
           CALL "SYSTEM" USING
               "rm -f kontenregister.wrk kontenregister.sorted"

           DISPLAY ANZAHL-KONTEN " offene und " ANZAHL-HISTORIE
               " geschlossene Konten, " ANZAHL-REGISTER
               " Registereintraege."
           DISPLAY "Lieferung: " ANZAHL-NEU " neu, " ANZAHL-GEAENDERT
               " geaendert, " ANZAHL-GESCHLOSSEN " geschlossen, "
               ANZAHL-ENTFALLEN " entfallen."

           MOVE ANZAHL-REGISTER TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
           GOBACK.

       OFFENES-KONTO-ERFASSEN.
           ADD 1 TO ANZAHL-KONTEN
           MOVE KUNDEN-NR TO AKT-KUNDEN-NR
           MOVE KUNDEN-PERSONEN-NR TO AKT-PERSON-NR
           MOVE KUNDEN-NAME TO AKT-NAME
           MOVE KUNDEN-KONTOART TO AKT-KONTOART
           MOVE KUNDEN-NIEDERLASSUNG TO AKT-NIEDERLASSUNG
           MOVE KUNDEN-EROEFFNUNGSDATUM TO AKT-EROEFFNUNG
           MOVE 0 TO AKT-SCHLIESSUNG
           PERFORM BERECHTIGTE-ERFASSEN.

      *> Archivsaetze aus der Zeit vor der Trennung von Person und
      *> Konto tragen keinen Personenverweis - dort ist die
      *> Kontonummer die Personennummer (wie in KUNDENMIG).
       GESCHLOSSENE-KONTEN-ERFASSEN.
           OPEN INPUT HISTORIE-DATEI
           IF WS-HISTORIE-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ HISTORIE-DATEI
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF HIST-SCHLIESSUNGSDATUM >= AUFBEWAHRUNG-AB
                               PERFORM GESCHLOSSENES-KONTO-ERFASSEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIE-DATEI
           END-IF.

       GESCHLOSSENES-KONTO-ERFASSEN.
           ADD 1 TO ANZAHL-HISTORIE
           MOVE HIST-KUNDEN-NR TO AKT-KUNDEN-NR
           IF HIST-KUNDEN-PERSONEN-NR IS NUMERIC
               MOVE HIST-KUNDEN-PERSONEN-NR TO AKT-PERSON-NR
           ELSE
               MOVE HIST-KUNDEN-NR TO AKT-PERSON-NR
           END-IF
           MOVE HIST-KUNDEN-NAME TO AKT-NAME
           MOVE HIST-KUNDEN-KONTOART TO AKT-KONTOART
           MOVE HIST-KUNDEN-NIEDERLASSUNG TO AKT-NIEDERLASSUNG
           MOVE HIST-KUNDEN-EROEFFNUNGSDATUM TO AKT-EROEFFNUNG
           MOVE HIST-SCHLIESSUNGSDATUM TO AKT-SCHLIESSUNG
           PERFORM BERECHTIGTE-ERFASSEN.

      *> Inhaber (mit deren Vertretern) und Bevollmaechtigte des
      *> Kontos in AKT-KUNDEN-NR.
       BERECHTIGTE-ERFASSEN.
           MOVE 'N' TO INHABER-GEFUNDEN
           IF INHABER-OFFEN = 'J'
               MOVE 'N' TO IH-EOF-FLAGGE
               MOVE AKT-KUNDEN-NR TO IH-KUNDEN-NR
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
                           IF IH-KUNDEN-NR NOT = AKT-KUNDEN-NR
                               MOVE 'J' TO IH-EOF-FLAGGE
                           ELSE
                               MOVE 'J' TO INHABER-GEFUNDEN
                               PERFORM MITINHABER-ERFASSEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF INHABER-GEFUNDEN = 'N'
               PERFORM EINTRAG-VORBELEGEN
               MOVE 'I' TO KR-ROLLE
               MOVE AKT-PERSON-NR TO KR-PERSON-NR
               MOVE AKT-EROEFFNUNG TO KR-GUELTIG-VON
               MOVE AKT-SCHLIESSUNG TO KR-GUELTIG-BIS
               MOVE AKT-NAME TO ERSATZ-NAME
               PERFORM EINTRAG-SCHREIBEN
               MOVE AKT-PERSON-NR TO VERTRETENE-PERSON
               PERFORM VERTRETER-ERFASSEN
           END-IF
           IF VOLLMACHT-OFFEN = 'J'
               PERFORM VOLLMACHTEN-ERFASSEN
           END-IF.

      *> Hauptinhaber seit Eroeffnung, weitere Inhaber seit ihrem
      *> Eintritt.
       MITINHABER-ERFASSEN.
           PERFORM EINTRAG-VORBELEGEN
           MOVE IH-PERSON-NR TO KR-PERSON-NR
           MOVE IH-REGEL TO KR-ART
           MOVE AKT-SCHLIESSUNG TO KR-GUELTIG-BIS
           IF IH-PERSON-NR = AKT-PERSON-NR
               MOVE 'I' TO KR-ROLLE
               MOVE AKT-EROEFFNUNG TO KR-GUELTIG-VON
               MOVE AKT-NAME TO ERSATZ-NAME
           ELSE
               MOVE 'M' TO KR-ROLLE
               IF IH-SEIT > 0
                   MOVE IH-SEIT TO KR-GUELTIG-VON
               ELSE
                   MOVE AKT-EROEFFNUNG TO KR-GUELTIG-VON
               END-IF
           END-IF
           PERFORM EINTRAG-SCHREIBEN
           MOVE IH-PERSON-NR TO VERTRETENE-PERSON
           PERFORM VERTRETER-ERFASSEN.

       VOLLMACHTEN-ERFASSEN.
           MOVE 'N' TO VM-EOF-FLAGGE
           MOVE AKT-KUNDEN-NR TO VM-KUNDEN-NR
           MOVE 0 TO VM-PERSON-NR
           START VOLLMACHT-DATEI KEY IS >= VM-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO VM-EOF-FLAGGE
           END-START
           PERFORM UNTIL VM-EOF-FLAGGE = 'J'
               READ VOLLMACHT-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO VM-EOF-FLAGGE
                   NOT AT END
                       IF VM-KUNDEN-NR NOT = AKT-KUNDEN-NR
                           MOVE 'J' TO VM-EOF-FLAGGE
                       ELSE
                           PERFORM EINTRAG-VORBELEGEN
                           MOVE 'B' TO KR-ROLLE
                           MOVE VM-PERSON-NR TO KR-PERSON-NR
                           MOVE VM-ART TO KR-ART
                           MOVE VM-GUELTIG-VON TO KR-GUELTIG-VON
                           MOVE VM-GUELTIG-BIS TO KR-GUELTIG-BIS
                           PERFORM EINTRAG-SCHREIBEN
                       END-IF
               END-READ
           END-PERFORM.

      *> Gesetzliche Vertreter der Person in VERTRETENE-PERSON;
      *> eine beendete Vertretung bleibt mit ihrem Ende stehen.
       VERTRETER-ERFASSEN.
           IF VERTRETER-OFFEN = 'J'
               MOVE VERTRETENE-PERSON TO VT-PERSON-NR
               READ VERTRETER-DATEI KEY IS VT-PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VT-VERTRETER-1 > 0
                           PERFORM EINTRAG-VORBELEGEN
                           MOVE VT-VERTRETER-1 TO KR-PERSON-NR
                           PERFORM VERTRETUNG-SCHREIBEN
                       END-IF
                       IF VT-VERTRETER-2 > 0
                           PERFORM EINTRAG-VORBELEGEN
                           MOVE VT-VERTRETER-2 TO KR-PERSON-NR
                           PERFORM VERTRETUNG-SCHREIBEN
                       END-IF
               END-READ
           END-IF.

       VERTRETUNG-SCHREIBEN.
           MOVE 'G' TO KR-ROLLE
           MOVE VT-SEIT TO KR-GUELTIG-VON
           IF VT-STATUS = 'E'
               MOVE VT-ENDE-DATUM TO KR-GUELTIG-BIS
           ELSE
               MOVE AKT-SCHLIESSUNG TO KR-GUELTIG-BIS
           END-IF
           PERFORM EINTRAG-SCHREIBEN.

       EINTRAG-VORBELEGEN.
           MOVE SPACES TO KONTENREGISTER-SATZ
           MOVE AKT-KUNDEN-NR TO KR-KUNDEN-NR
           MOVE AKT-KONTOART TO KR-KONTOART
           MOVE AKT-NIEDERLASSUNG TO KR-NIEDERLASSUNG
           MOVE AKT-EROEFFNUNG TO KR-EROEFFNUNG
           MOVE AKT-SCHLIESSUNG TO KR-SCHLIESSUNG
           MOVE 0 TO KR-GEBURTSDATUM KR-STAND
           MOVE "(nicht im Personenstamm)" TO ERSATZ-NAME.

      *> Name und Geburtsdatum aus dem Personenstamm; fehlt die
      *> Person, gilt ERSATZ-NAME (beim Inhaber der Kontoname).
       EINTRAG-SCHREIBEN.
           MOVE ERSATZ-NAME TO KR-NAME
           IF PERSONEN-OFFEN = 'J'
               MOVE KR-PERSON-NR TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO KR-NAME
                       MOVE PERSON-GEBURTSDATUM TO KR-GEBURTSDATUM
               END-READ
           END-IF
           WRITE ARBEITS-SATZ FROM KONTENREGISTER-SATZ.

      *> Gruppenwechsel neu (sortiert) gegen alt ueber den
      *> Schluessel; unveraenderte Eintraege behalten ihren Stand.
       REGISTER-ABGLEICHEN.
           MOVE SPACES TO WS-LIEFER-NAME
           STRING "kontenabruf-" WS-HEUTE ".dat"
               DELIMITED BY SIZE INTO WS-LIEFER-NAME
           OPEN OUTPUT LIEFER-DATEI
           IF WS-LIEFER-STATUS NOT = "00"
               MOVE "KONTENREGISTER" TO WS-FP-PROGRAMM
               MOVE "OPEN OUTPUT LIEFER-DATEI" TO WS-FP-VORGANG
               MOVE "Register unveraendert, keine Lieferung"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-LIEFER-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Lieferdatei konnte nicht angelegt "
                   "werden (Status " WS-LIEFER-STATUS ")."
           ELSE
               PERFORM LIEFERUNG-ERSTELLEN
               CLOSE LIEFER-DATEI
               CALL "SYSTEM" USING
                   "mv kontenregister.neu kontenregister.dat"
               DISPLAY "Lieferdatei: " FUNCTION TRIM(WS-LIEFER-NAME)
           END-IF.

       LIEFERUNG-ERSTELLEN.
           MOVE 'N' TO ALT-OFFEN
           OPEN INPUT ALT-DATEI
           IF WS-ALT-STATUS = "00"
               MOVE 'J' TO ALT-OFFEN
           ELSE
               DISPLAY "Hinweis: kein bisheriges Kontenregister - "
                   "Lieferung als Vollbestand."
           END-IF

           MOVE SPACES TO LF-KOPF
           MOVE 'H' TO LK-SATZART
           MOVE WS-HEUTE TO LK-DATUM
           IF ALT-OFFEN = 'J'
               MOVE "DELTA " TO LK-LIEFERART
           ELSE
               MOVE "VOLL  " TO LK-LIEFERART
           END-IF
           WRITE LF-KOPF

           OPEN OUTPUT NEU-DATEI
           OPEN INPUT SORTIERT-DATEI
           MOVE LOW-VALUES TO LETZTER-KEY
           PERFORM NEU-LESEN
           PERFORM ALT-LESEN
           PERFORM UNTIL NEU-KEY = HIGH-VALUES
                     AND ALT-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN NEU-KEY < ALT-KEY
                       MOVE WS-HEUTE TO S-STAND
                       PERFORM NEU-UEBERNEHMEN
                       MOVE 'N' TO AENDERUNGSART
                       MOVE S-SATZ TO KONTENREGISTER-SATZ
                       PERFORM LIEFERSATZ-SCHREIBEN
                       PERFORM NEU-LESEN
                   WHEN NEU-KEY > ALT-KEY
                       MOVE 'L' TO AENDERUNGSART
                       MOVE ALT-SATZ TO KONTENREGISTER-SATZ
                       PERFORM LIEFERSATZ-SCHREIBEN
                       PERFORM ALT-LESEN
                   WHEN OTHER
                       IF S-INHALT = ALT-INHALT
                           MOVE ALT-STAND TO S-STAND
                           PERFORM NEU-UEBERNEHMEN
                       ELSE
                           MOVE WS-HEUTE TO S-STAND
                           PERFORM NEU-UEBERNEHMEN
                           MOVE ALT-SATZ TO KONTENREGISTER-SATZ
                           IF KR-SCHLIESSUNG = 0
                               MOVE S-SATZ TO KONTENREGISTER-SATZ
                               IF KR-SCHLIESSUNG > 0
                                   MOVE 'S' TO AENDERUNGSART
                               ELSE
                                   MOVE 'A' TO AENDERUNGSART
                               END-IF
                           ELSE
                               MOVE S-SATZ TO KONTENREGISTER-SATZ
                               MOVE 'A' TO AENDERUNGSART
                           END-IF
                           PERFORM LIEFERSATZ-SCHREIBEN
                       END-IF
                       PERFORM NEU-LESEN
                       PERFORM ALT-LESEN
               END-EVALUATE
           END-PERFORM
           CLOSE SORTIERT-DATEI
           CLOSE NEU-DATEI
           IF ALT-OFFEN = 'J'
               CLOSE ALT-DATEI
           END-IF

           MOVE SPACES TO LF-ENDE
           MOVE 'T' TO LT-SATZART
           MOVE ANZAHL-NEU TO LT-NEU
           MOVE ANZAHL-GEAENDERT TO LT-GEAENDERT
           MOVE ANZAHL-GESCHLOSSEN TO LT-GESCHLOSSEN
           MOVE ANZAHL-ENTFALLEN TO LT-ENTFALLEN
           MOVE ANZAHL-REGISTER TO LT-REGISTER
           WRITE LF-ENDE.

      *> Doppelte Schluessel (Kontonummer offen und im Archiv)
      *> werden nur einmal uebernommen - der offene Bestand wird
      *> zuerst erfasst und bleibt beim Sortieren vorn.
       NEU-LESEN.
           MOVE LETZTER-KEY TO NEU-KEY
           PERFORM UNTIL NEU-KEY NOT = LETZTER-KEY
               READ SORTIERT-DATEI
                   AT END
                       MOVE HIGH-VALUES TO NEU-KEY
                   NOT AT END
                       MOVE S-SCHLUESSEL TO NEU-KEY
               END-READ
           END-PERFORM
           IF NEU-KEY NOT = HIGH-VALUES
               MOVE NEU-KEY TO LETZTER-KEY
           END-IF.

       ALT-LESEN.
           IF ALT-OFFEN = 'J'
               READ ALT-DATEI
                   AT END
                       MOVE HIGH-VALUES TO ALT-KEY
                   NOT AT END
                       MOVE ALT-SCHLUESSEL TO ALT-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO ALT-KEY
           END-IF.

       NEU-UEBERNEHMEN.
           WRITE NEU-SATZ FROM S-SATZ
           ADD 1 TO ANZAHL-REGISTER.

       LIEFERSATZ-SCHREIBEN.
           EVALUATE AENDERUNGSART
               WHEN 'N' ADD 1 TO ANZAHL-NEU
               WHEN 'A' ADD 1 TO ANZAHL-GEAENDERT
               WHEN 'S' ADD 1 TO ANZAHL-GESCHLOSSEN
               WHEN 'L' ADD 1 TO ANZAHL-ENTFALLEN
           END-EVALUATE
           MOVE SPACES TO LF-EINTRAG
           MOVE 'D' TO LD-SATZART
           MOVE AENDERUNGSART TO LD-AENDERUNG
           MOVE KR-KUNDEN-NR TO LD-KUNDEN-NR
           MOVE KR-ROLLE TO LD-ROLLE
           MOVE KR-PERSON-NR TO LD-PERSON-NR
           MOVE KR-NAME TO LD-NAME
           MOVE KR-GEBURTSDATUM TO LD-GEBURTSDATUM
           MOVE KR-KONTOART TO LD-KONTOART
           MOVE KR-NIEDERLASSUNG TO LD-NIEDERLASSUNG
           MOVE KR-EROEFFNUNG TO LD-EROEFFNUNG
           MOVE KR-SCHLIESSUNG TO LD-SCHLIESSUNG
           MOVE KR-GUELTIG-VON TO LD-GUELTIG-VON
           MOVE KR-GUELTIG-BIS TO LD-GUELTIG-BIS
           MOVE KR-ART TO LD-ART
           WRITE LF-EINTRAG.
