       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGITIMATIONLAUF.

      *> Monatliche Legitimationspruefung (Schritt LEGITIMATION im
      *> Monatslauf): fuer jedes aktive oder eingefrorene Konto
      *> werden Hauptinhaber, Mitinhaber (kontoinhaber.dat) und
      *> aktive Bevollmaechtigte (vollmachten.dat) gegen
      *> legitimation.dat geprueft. Gelistet werden fehlende und
      *> abgelaufene Legitimationen sowie ueberfaellige
      *> Ueberpruefungen, nach Niederlassung sortiert, im Bericht
      *> legitimation-JJJJMMTT.txt.
      *> Beim ersten Fund einer fehlenden oder abgelaufenen
      *> Legitimation wird LEG-MANGEL-SEIT gesetzt; liegt dieser Tag
      *> mehr als KULANZTAGE (legparameter.dat, Vorgabe 90) zurueck,
      *> wird das Konto eines Inhabers eingefroren (Status F,
      *> KUNDENJOURNAL Aktion LEGSPERR) und der Grund im
      *> Legitimationssatz festgehalten. Bevollmaechtigte ohne
      *> gueltige Legitimation werden nur gelistet. Verstorbene
      *> bleiben der Nachlassbearbeitung ueberlassen.

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
           SELECT LEGITIMATION-DATEI ASSIGN TO "legitimation.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEG-PERSON-NR
               FILE STATUS IS WS-LEG-STATUS.
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
           SELECT PARAMETER-DATEI ASSIGN TO "legparameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT BEFUND-DATEI ASSIGN TO "legitimation.wrk"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-ARBEITSDATEI ASSIGN TO "legitimation.srt".
           SELECT SORTIERT-DATEI ASSIGN TO "legitimation.sorted"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BERICHT-DATEI ASSIGN TO "legitimation.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD LEGITIMATION-DATEI.
           COPY LEGITIMATION.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD VOLLMACHT-DATEI.
           COPY VOLLMACHT.

       FD PARAMETER-DATEI.
       01 PARAMETER-ZEILE      PIC X(60).

      *> Befund je Konto und Person: F = keine Legitimation,
      *> A = Ausweis abgelaufen, U = Ueberpruefung ueberfaellig,
      *> S = Konto in diesem Lauf eingefroren
       FD BEFUND-DATEI.
       01 BEFUND-SATZ.
           05 BF-NIEDERLASSUNG     PIC X(4).
           05 BF-KONTO             PIC 9(5).
           05 BF-ROLLE             PIC X(8).
           05 BF-PERSON            PIC 9(5).
           05 BF-NAME              PIC X(30).
           05 BF-BEFUND            PIC X.
           05 BF-DATUM             PIC 9(8).

       SD SORT-ARBEITSDATEI.
       01 SRT-SATZ.
           05 SRT-NIEDERLASSUNG    PIC X(4).
           05 SRT-KONTO            PIC 9(5).
           05 SRT-ROLLE            PIC X(8).
           05 SRT-PERSON           PIC 9(5).
           05 SRT-NAME             PIC X(30).
           05 SRT-BEFUND           PIC X.
           05 SRT-DATUM            PIC 9(8).

       FD SORTIERT-DATEI.
       01 S-SATZ.
           05 S-NIEDERLASSUNG      PIC X(4).
           05 S-KONTO              PIC 9(5).
           05 S-ROLLE              PIC X(8).
           05 S-PERSON             PIC 9(5).
           05 S-NAME               PIC X(30).
           05 S-BEFUND             PIC X.
           05 S-DATUM              PIC 9(8).

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-LEG-STATUS        PIC XX.
       01 WS-INHABER-STATUS    PIC XX.
       01 WS-VM-STATUS         PIC XX.
       01 WS-PARAMETER-STATUS  PIC XX.
       01 PARAM-EOF-FLAGGE     PIC X VALUE 'N'.
       01 P-ART-TEXT           PIC X(20).
       01 P-WERT-TEXT          PIC X(20).
       01 NUMVAL-TESTRESULT    PIC S9(4).
       01 KULANZTAGE           PIC 9(3) VALUE 90.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 IH-EOF-FLAGGE        PIC X VALUE 'N'.
       01 VM-EOF-FLAGGE        PIC X VALUE 'N'.
       01 INHABER-OFFEN        PIC X VALUE 'N'.
       01 VOLLMACHT-OFFEN      PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 MANGEL-TAGE          PIC S9(7).
       01 PRUEF-PERSON         PIC 9(5).
       01 PRUEF-ROLLE          PIC X(8).
       01 WS-BEFUND            PIC X.
       01 WS-BEFUND-DATUM      PIC 9(8).
       01 SPERREN-FLAGGE       PIC X VALUE 'N'.
       01 SPERR-PERSON         PIC 9(5).
       01 SPERR-BEFUND         PIC X.
       01 SPERR-SEIT           PIC 9(8).
       01 LETZTE-NIEDERLASSUNG PIC X(4).
       01 ANZAHL-KONTEN        PIC 9(5) VALUE 0.
       01 ANZAHL-FEHLT         PIC 9(5) VALUE 0.
       01 ANZAHL-ABGELAUFEN    PIC 9(5) VALUE 0.
       01 ANZAHL-UEBERFAELLIG  PIC 9(5) VALUE 0.
       01 ANZAHL-EINGEFROREN   PIC 9(5) VALUE 0.
       01 ANZAHL-NIEDERLASSUNG PIC 9(5) VALUE 0.
       01 MASK-DATUM           PIC 9999/99/99.
       01 WS-BEFUND-TEXT       PIC X(26).
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- MONATLICHE LEGITIMATIONSPRUEFUNG ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           PERFORM PARAMETER-LADEN
           MOVE 0 TO ANZAHL-KONTEN ANZAHL-FEHLT ANZAHL-ABGELAUFEN
               ANZAHL-UEBERFAELLIG ANZAHL-EINGEFROREN

           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS NOT = "00"
               DISPLAY "Fehler: personen.dat konnte nicht geoeffnet "
                   "werden (Status " WS-PERSONEN-STATUS ")."
               CLOSE KUNDEN-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN I-O LEGITIMATION-DATEI
           IF WS-LEG-STATUS = "35"
               OPEN OUTPUT LEGITIMATION-DATEI
               CLOSE LEGITIMATION-DATEI
               OPEN I-O LEGITIMATION-DATEI
           END-IF
           IF WS-LEG-STATUS NOT = "00"
               MOVE "LEGITIMATIONLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O LEGITIMATION-DATEI" TO WS-FP-VORGANG
               MOVE "Legitimationspruefung nicht moeglich"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-LEG-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: legitimation.dat konnte nicht "
                   "geoeffnet werden (Status " WS-LEG-STATUS ")."
               CLOSE KUNDEN-DATEI
               CLOSE PERSONEN-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

      *> Ohne Inhaber- oder Vollmachtsdatei gibt es nur
      *> Hauptinhaber zu pruefen.
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

           OPEN OUTPUT BEFUND-DATEI
           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ KUNDEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF KUNDEN-STATUS = 'A' OR KUNDEN-STATUS = 'F'
                           PERFORM KONTO-PRUEFEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEFUND-DATEI

           CLOSE KUNDEN-DATEI
           CLOSE PERSONEN-DATEI
           CLOSE LEGITIMATION-DATEI
           IF INHABER-OFFEN = 'J'
               CLOSE INHABER-DATEI
           END-IF
           IF VOLLMACHT-OFFEN = 'J'
               CLOSE VOLLMACHT-DATEI
           END-IF

           SORT SORT-ARBEITSDATEI
               ON ASCENDING KEY SRT-NIEDERLASSUNG SRT-KONTO SRT-PERSON
               USING BEFUND-DATEI GIVING SORTIERT-DATEI
           PERFORM BERICHT-ERSTELLEN
           PERFORM BERICHT-ABLEGEN
           CALL "SYSTEM" USING
               "rm -f legitimation.wrk legitimation.sorted"

           DISPLAY ANZAHL-KONTEN " Konten geprueft, "
               ANZAHL-FEHLT " ohne Legitimation, "
               ANZAHL-ABGELAUFEN " abgelaufen, "
               ANZAHL-UEBERFAELLIG " Pruefung ueberfaellig, "
               ANZAHL-EINGEFROREN " eingefroren."

           MOVE ANZAHL-KONTEN TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       KONTO-PRUEFEN.
           ADD 1 TO ANZAHL-KONTEN
           MOVE 'N' TO SPERREN-FLAGGE
           MOVE KUNDEN-PERSONEN-NR TO PRUEF-PERSON
           MOVE "INHABER" TO PRUEF-ROLLE
           PERFORM PERSON-BEWERTEN
           IF INHABER-OFFEN = 'J'
               PERFORM MITINHABER-PRUEFEN
           END-IF
           IF VOLLMACHT-OFFEN = 'J'
               PERFORM BEVOLLMAECHTIGTE-PRUEFEN
           END-IF
           IF SPERREN-FLAGGE = 'J' AND KUNDEN-STATUS = 'A'
               PERFORM KONTO-EINFRIEREN
           END-IF.

       MITINHABER-PRUEFEN.
           MOVE 'N' TO IH-EOF-FLAGGE
           MOVE KUNDEN-NR TO IH-KUNDEN-NR
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
                       IF IH-KUNDEN-NR NOT = KUNDEN-NR
                           MOVE 'J' TO IH-EOF-FLAGGE
                       ELSE
                           IF IH-PERSON-NR NOT = KUNDEN-PERSONEN-NR
                               MOVE IH-PERSON-NR TO PRUEF-PERSON
                               MOVE "MITINH." TO PRUEF-ROLLE
                               PERFORM PERSON-BEWERTEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BEVOLLMAECHTIGTE-PRUEFEN.
           MOVE 'N' TO VM-EOF-FLAGGE
           MOVE KUNDEN-NR TO VM-KUNDEN-NR
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
                       IF VM-KUNDEN-NR NOT = KUNDEN-NR
                           MOVE 'J' TO VM-EOF-FLAGGE
                       ELSE
                           IF VM-GUELTIG-VON <= WS-HEUTE
                               AND (VM-GUELTIG-BIS = 0
                                   OR VM-GUELTIG-BIS >= WS-HEUTE)
                               MOVE VM-PERSON-NR TO PRUEF-PERSON
                               MOVE "BEVOLLM." TO PRUEF-ROLLE
                               PERFORM PERSON-BEWERTEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PERSON-BEWERTEN.
           MOVE PRUEF-PERSON TO PERSON-NR
           READ PERSONEN-DATEI KEY IS PERSON-NR
               INVALID KEY
                   DISPLAY "Warnung: Person " PRUEF-PERSON
                       " zu Konto " KUNDEN-NR " nicht gefunden."
               NOT INVALID KEY
                   IF PERSON-STERBEDATUM = 0
                       PERFORM LEGITIMATION-BEWERTEN
                   END-IF
           END-READ.

       LEGITIMATION-BEWERTEN.
           MOVE PRUEF-PERSON TO LEG-PERSON-NR
           READ LEGITIMATION-DATEI KEY IS LEG-PERSON-NR
               INVALID KEY
                   PERFORM MANGEL-SATZ-ANLEGEN
           END-READ

           MOVE SPACE TO WS-BEFUND
           IF LEG-AUSWEISART = SPACE
               MOVE 'F' TO WS-BEFUND
               MOVE LEG-MANGEL-SEIT TO WS-BEFUND-DATUM
           ELSE
               IF LEG-GUELTIG-BIS NOT = 0
                       AND LEG-GUELTIG-BIS < WS-HEUTE
                   MOVE 'A' TO WS-BEFUND
                   MOVE LEG-GUELTIG-BIS TO WS-BEFUND-DATUM
               ELSE
                   IF LEG-NAECHSTE-PRUEFUNG < WS-HEUTE
                       MOVE 'U' TO WS-BEFUND
                       MOVE LEG-NAECHSTE-PRUEFUNG TO WS-BEFUND-DATUM
                   END-IF
               END-IF
           END-IF

           IF WS-BEFUND = 'F' OR WS-BEFUND = 'A'
               PERFORM MANGEL-VERMERKEN
           END-IF

           IF WS-BEFUND NOT = SPACE
               EVALUATE WS-BEFUND
                   WHEN 'F'
                       ADD 1 TO ANZAHL-FEHLT
                   WHEN 'A'
                       ADD 1 TO ANZAHL-ABGELAUFEN
                   WHEN 'U'
                       ADD 1 TO ANZAHL-UEBERFAELLIG
               END-EVALUATE
               MOVE KUNDEN-NIEDERLASSUNG TO BF-NIEDERLASSUNG
               MOVE KUNDEN-NR TO BF-KONTO
               MOVE PRUEF-ROLLE TO BF-ROLLE
               MOVE PRUEF-PERSON TO BF-PERSON
               MOVE PERSON-NAME TO BF-NAME
               MOVE WS-BEFUND TO BF-BEFUND
               MOVE WS-BEFUND-DATUM TO BF-DATUM
               WRITE BEFUND-SATZ
           END-IF.

      *> Person mit Konto, aber ohne Legitimationssatz: Satz ohne
      *> Dokumentart anlegen, damit die Kulanzfrist ab heute laeuft.
       MANGEL-SATZ-ANLEGEN.
           INITIALIZE LEGITIMATION-EINTRAG
           MOVE PRUEF-PERSON TO LEG-PERSON-NR
           MOVE SPACE TO LEG-AUSWEISART
           MOVE SPACE TO LEG-RISIKOKLASSE
           MOVE WS-HEUTE TO LEG-MANGEL-SEIT
           WRITE LEGITIMATION-EINTRAG
           IF WS-LEG-STATUS NOT = "00"
               MOVE "LEGITIMATIONLAUF" TO WS-FP-PROGRAMM
               MOVE "WRITE LEGITIMATION-EINTRAG" TO WS-FP-VORGANG
               MOVE "Mangel nicht vermerkt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-LEG-STATUS WS-FP-MELDUNG
           END-IF.

       MANGEL-VERMERKEN.
           IF LEG-MANGEL-SEIT = 0
               MOVE WS-HEUTE TO LEG-MANGEL-SEIT
               REWRITE LEGITIMATION-EINTRAG
               IF WS-LEG-STATUS NOT = "00"
                   MOVE "LEGITIMATIONLAUF" TO WS-FP-PROGRAMM
                   MOVE "REWRITE LEGITIMATION-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Mangel nicht vermerkt" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-LEG-STATUS WS-FP-MELDUNG
               END-IF
           END-IF
           COMPUTE MANGEL-TAGE =
               FUNCTION INTEGER-OF-DATE(WS-HEUTE)
               - FUNCTION INTEGER-OF-DATE(LEG-MANGEL-SEIT)
           IF MANGEL-TAGE > KULANZTAGE
                   AND PRUEF-ROLLE NOT = "BEVOLLM."
                   AND SPERREN-FLAGGE = 'N'
               MOVE 'J' TO SPERREN-FLAGGE
               MOVE PRUEF-PERSON TO SPERR-PERSON
               MOVE WS-BEFUND TO SPERR-BEFUND
               MOVE WS-BEFUND-DATUM TO SPERR-SEIT
           END-IF.

       KONTO-EINFRIEREN.
           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
           MOVE 'F' TO KUNDEN-STATUS
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "LEGITIMATIONLAUF" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Einfrieren fehlgeschlagen" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Kunde " KUNDEN-NR " konnte nicht "
                   "eingefroren werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               ADD 1 TO ANZAHL-EINGEFROREN
               MOVE "LEGITIMATIONLAUF" TO WS-JRN-PROGRAMM
               MOVE "LEGSPERR" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM WS-JRN-AKTION
                   WS-JRN-ALT WS-JRN-NEU
               PERFORM SPERRGRUND-VERMERKEN
               MOVE KUNDEN-NIEDERLASSUNG TO BF-NIEDERLASSUNG
               MOVE KUNDEN-NR TO BF-KONTO
               MOVE "KONTO" TO BF-ROLLE
               MOVE SPERR-PERSON TO BF-PERSON
               MOVE KUNDEN-NAME TO BF-NAME
               MOVE 'S' TO BF-BEFUND
               MOVE WS-HEUTE TO BF-DATUM
               WRITE BEFUND-SATZ
               DISPLAY "Konto " KUNDEN-NR " eingefroren (Person "
                   SPERR-PERSON " ohne gueltige Legitimation)."
           END-IF.

       SPERRGRUND-VERMERKEN.
           MOVE SPERR-PERSON TO LEG-PERSON-NR
           READ LEGITIMATION-DATEI KEY IS LEG-PERSON-NR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-HEUTE TO LEG-SPERR-DATUM
                   MOVE SPACES TO LEG-SPERRGRUND
                   MOVE SPERR-SEIT TO MASK-DATUM
                   IF SPERR-BEFUND = 'A'
                       STRING "Ausweis abgelaufen am " MASK-DATUM
                           DELIMITED BY SIZE INTO LEG-SPERRGRUND
                   ELSE
                       STRING "Keine Legitimation seit " MASK-DATUM
                           DELIMITED BY SIZE INTO LEG-SPERRGRUND
                   END-IF
                   REWRITE LEGITIMATION-EINTRAG
                   IF WS-LEG-STATUS NOT = "00"
                       MOVE "LEGITIMATIONLAUF" TO WS-FP-PROGRAMM
                       MOVE "REWRITE LEGITIMATION-EINTRAG"
                           TO WS-FP-VORGANG
                       MOVE "Sperrgrund nicht vermerkt"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-LEG-STATUS WS-FP-MELDUNG
                   END-IF
           END-READ.

       BERICHT-ERSTELLEN.
           OPEN OUTPUT BERICHT-DATEI
           MOVE "LEGITIMATIONSPRUEFUNG - MONATSLISTE JE NIEDERLASSUNG"
               TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "DATUM " WS-HEUTE " KULANZFRIST " KULANZTAGE
               " TAGE"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

           MOVE SPACES TO LETZTE-NIEDERLASSUNG
           MOVE 0 TO ANZAHL-NIEDERLASSUNG
           MOVE 'N' TO EOF-FLAGGE
           OPEN INPUT SORTIERT-DATEI
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ SORTIERT-DATEI
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       PERFORM BEFUND-DRUCKEN
               END-READ
           END-PERFORM
           CLOSE SORTIERT-DATEI
           IF ANZAHL-NIEDERLASSUNG > 0
               PERFORM NIEDERLASSUNG-ABSCHLIESSEN
           END-IF

           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "KONTEN GEPRUEFT " ANZAHL-KONTEN
               " OHNE LEGITIMATION " ANZAHL-FEHLT
               " ABGELAUFEN " ANZAHL-ABGELAUFEN
               " PRUEFUNG UEBERFAELLIG " ANZAHL-UEBERFAELLIG
               " EINGEFROREN " ANZAHL-EINGEFROREN
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI.

       BEFUND-DRUCKEN.
           IF S-NIEDERLASSUNG NOT = LETZTE-NIEDERLASSUNG
                   OR ANZAHL-NIEDERLASSUNG = 0
               IF ANZAHL-NIEDERLASSUNG > 0
                   PERFORM NIEDERLASSUNG-ABSCHLIESSEN
               END-IF
               MOVE S-NIEDERLASSUNG TO LETZTE-NIEDERLASSUNG
               MOVE SPACES TO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               MOVE SPACES TO BERICHT-ZEILE
               STRING "NIEDERLASSUNG " S-NIEDERLASSUNG
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
           END-IF
           ADD 1 TO ANZAHL-NIEDERLASSUNG

           EVALUATE S-BEFUND
               WHEN 'F'
                   MOVE "KEINE LEGITIMATION SEIT" TO WS-BEFUND-TEXT
               WHEN 'A'
                   MOVE "AUSWEIS ABGELAUFEN AM" TO WS-BEFUND-TEXT
               WHEN 'U'
                   MOVE "UEBERPRUEFUNG FAELLIG SEIT" TO WS-BEFUND-TEXT
               WHEN 'S'
                   MOVE "KONTO EINGEFROREN AM" TO WS-BEFUND-TEXT
           END-EVALUATE
           MOVE S-DATUM TO MASK-DATUM
           MOVE SPACES TO BERICHT-ZEILE
           STRING "  KONTO " S-KONTO " " S-ROLLE " PERSON " S-PERSON
               " " S-NAME " " WS-BEFUND-TEXT " " MASK-DATUM
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

       NIEDERLASSUNG-ABSCHLIESSEN.
           MOVE SPACES TO BERICHT-ZEILE
           STRING "  SUMME NIEDERLASSUNG " LETZTE-NIEDERLASSUNG ": "
               ANZAHL-NIEDERLASSUNG " BEFUND(E)"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE 0 TO ANZAHL-NIEDERLASSUNG.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "legitimation-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv legitimation.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht: " FUNCTION TRIM(WS-BERICHT-NAME).

       PARAMETER-LADEN.
           MOVE 90 TO KULANZTAGE
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
                   WHEN "KULANZTAGE"
                       COMPUTE KULANZTAGE =
                           FUNCTION NUMVAL(P-WERT-TEXT)
               END-EVALUATE
           END-IF.
