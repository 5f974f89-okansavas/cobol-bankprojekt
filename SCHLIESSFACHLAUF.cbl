       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHLIESSFACHLAUF.

      *> Mieteinzug fuer Schliessfaecher, faehrt taeglich im
      *> Tagesabschluss. Die Jahresmiete ist je Vertrag zum
      *> Jahrestag des Mietbeginns faellig (SV-FAELLIG, siehe
      *> SFVERTRAG.CPY) und wird vom Mietkonto als Buchung
      *> SCHLIESSFACH eingezogen; danach rueckt die Faelligkeit um
      *> ein Jahr vor. Die Preise je Groessenklasse kommen aus der
      *> vom Betrieb gepflegten Preisliste schliessfach-preise.dat
      *> (eine Zeile je Klasse, Felder durch Semikolon getrennt):
      *>   GROESSE;JAHRESMIETE
      *>   1;60.00
      *>   2;90.00
      *> Fehlt schliessfach-preise.dat, wird keine Miete eingezogen
      *> (Hinweis); fehlt nur der Preis einer Klasse, bleibt der
      *> Vertrag faellig und wird gemeldet, ohne den Zutritt zu
      *> sperren.
      *> Reicht die Deckung des Kontos nicht (Saldo plus Limit
      *> abzueglich Vormerkungen, Pfaendungsschutz) oder ist das
      *> Konto nicht aktiv, wird der Vertrag als rueckstaendig
      *> markiert - SCHLIESSFACHPFLEGE verweigert dann den Zutritt.
      *> Rueckstaendige Vertraege bleiben faellig und werden jeden
      *> Tag erneut versucht; sie stehen im Bericht
      *> schliessfach-rueckstand-JJJJMMTT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREIS-DATEI ASSIGN TO "schliessfach-preise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREIS-STATUS.
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
           SELECT BERICHT-DATEI ASSIGN TO "schliessfach-rueckstand.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BERICHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PREIS-DATEI.
       01 PREIS-ZEILE          PIC X(60).

       FD FACH-DATEI.
           COPY SCHLIESSFACH.

       FD VERTRAG-DATEI.
           COPY SFVERTRAG.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PREIS-STATUS      PIC XX.
       01 WS-SF-STATUS         PIC XX.
       01 WS-SV-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-BERICHT-STATUS    PIC XX.
       01 WS-FEHLER-STATUS     PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 PARAM-EOF-FLAGGE     PIC X VALUE 'N'.
       01 TABELLE-GELADEN      PIC X VALUE 'N'.
       01 EINZUG-OK            PIC X VALUE 'N'.
      *> J = Einzug scheiterte am Bestand (Preis, Fach, Datei), nicht
      *> am Konto - dann wird nur gemeldet, der Zutritt bleibt frei.
       01 BETRIEB-FEHLER       PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 ANZAHL-EINGEZOGEN    PIC 9(7) VALUE 0.
       01 ANZAHL-RUECKSTAND    PIC 9(7) VALUE 0.
       01 SUMME-MIETE          PIC 9(9)V99 VALUE 0.
       01 SUMME-RUECKSTAND     PIC 9(9)V99 VALUE 0.
       01 MASK-SUMME           PIC Z(7)9.99.
       01 MASK-BETRAG          PIC Z(4)9.99.
       01 MASK-DATUM           PIC 9999/99/99.

      *> Jahresmiete je Groessenklasse aus schliessfach-preise.dat.
       01 PREIS-TABELLE.
           05 PR-EINTRAG OCCURS 5 TIMES.
               10 PR-GESETZT       PIC X.
               10 PR-MIETE         PIC 9(5)V99.
       01 P-GROESSE-TEXT       PIC X(4).
       01 P-MIETE-TEXT         PIC X(15).
       01 P-GROESSE            PIC 9.
       01 NUMVAL-TESTRESULT    PIC S9(4).

       01 MIETE-BETRAG         PIC 9(7)V99.
       01 FACH-GROESSE         PIC 9.
       01 GRUND-TEXT           PIC X(40).
       01 NEUER-SALDO          PIC S9(7)V99.
       01 WS-VORMERK-SUMME     PIC 9(8)V99.
       01 WS-VERFUEGBAR        PIC S9(9)V99.
       01 PP-FUNKTION          PIC X.
       01 PP-FREI              PIC 9(8)V99.
       01 PP-ERGEBNIS          PIC X VALUE 'J'.
       01 FAELLIG-NEU          PIC 9(8).
       01 FAELLIG-TEILE REDEFINES FAELLIG-NEU.
           05 FAELLIG-JAHR         PIC 9(4).
           05 FAELLIG-MONAT        PIC 99.
           05 FAELLIG-TAG          PIC 99.
       01 WS-SCHALTJAHR-QUOT   PIC 9(4).
       01 WS-SCHALTJAHR-REST   PIC 9(4).

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

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "SCHLIESSFACHLAUF".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- SCHLIESSFACHMIETEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
      *> Keine Buchung in einen abgeschlossenen Monat.
           MOVE WS-HEUTE TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT
           IF BP-GESPERRT = 'J'
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF
           MOVE 'N' TO EOF-FLAGGE TABELLE-GELADEN
           MOVE 0 TO ANZAHL-EINGEZOGEN ANZAHL-RUECKSTAND
           MOVE 0 TO SUMME-MIETE SUMME-RUECKSTAND

           PERFORM PREISLISTE-LADEN
           IF TABELLE-GELADEN NOT = 'J'
               DISPLAY "Hinweis: schliessfach-preise.dat nicht "
                   "vorhanden oder leer - keine Mieten eingezogen."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF

           OPEN I-O VERTRAG-DATEI
           IF WS-SV-STATUS = "35"
               DISPLAY "Hinweis: Es sind noch keine Mietvertraege "
                   "erfasst."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF
           IF WS-SV-STATUS NOT = "00"
               MOVE "SCHLIESSFACHLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O VERTRAG-DATEI" TO WS-FP-VORGANG
               MOVE "Mieteinzug nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SV-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: schliessfachvertraege.dat konnte "
                   "nicht geoeffnet werden (Status " WS-SV-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN INPUT FACH-DATEI
           OPEN I-O KUNDEN-DATEI
           IF WS-SF-STATUS NOT = "00" OR WS-KUNDEN-STATUS NOT = "00"
               MOVE "SCHLIESSFACHLAUF" TO WS-FP-PROGRAMM
               IF WS-SF-STATUS NOT = "00"
                   MOVE "OPEN INPUT FACH-DATEI" TO WS-FP-VORGANG
                   MOVE WS-SF-STATUS TO WS-FEHLER-STATUS
               ELSE
                   MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
                   MOVE WS-KUNDEN-STATUS TO WS-FEHLER-STATUS
               END-IF
               MOVE "Mieteinzug nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-FEHLER-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: schliessfaecher.dat oder kunden.dat "
                   "konnte nicht geoeffnet werden (Status "
                   WS-FEHLER-STATUS ")."
               CLOSE FACH-DATEI
               CLOSE KUNDEN-DATEI
               CLOSE VERTRAG-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           MOVE "NICHT EINGEZOGENE SCHLIESSFACHMIETEN"
               TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "DATUM " WS-HEUTE DELIMITED BY SIZE
               INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE "VERTRAG FILIALE FACH KONTO FAELLIG       MIETE"
               TO BERICHT-ZEILE
           MOVE "RUECKSTAND SEIT GRUND" TO BERICHT-ZEILE(49:)
           WRITE BERICHT-ZEILE

           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ VERTRAG-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF SV-STATUS = 'A'
                           AND SV-FAELLIG <= WS-HEUTE
                           PERFORM MIETE-EINZIEHEN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FACH-DATEI
           CLOSE KUNDEN-DATEI
           CLOSE VERTRAG-DATEI

           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SUMME-RUECKSTAND TO MASK-SUMME
           MOVE SPACES TO BERICHT-ZEILE
           STRING "RUECKSTAENDIG GESAMT " ANZAHL-RUECKSTAND
               " VERTRAEGE UEBER " MASK-SUMME
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           PERFORM BERICHT-ABLEGEN

           MOVE SUMME-MIETE TO MASK-SUMME
           DISPLAY ANZAHL-EINGEZOGEN " Mieten eingezogen (Summe "
               MASK-SUMME "), " ANZAHL-RUECKSTAND " rueckstaendig."

           MOVE ANZAHL-EINGEZOGEN TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       PREISLISTE-LADEN.
           PERFORM VARYING P-GROESSE FROM 1 BY 1 UNTIL P-GROESSE > 5
               MOVE 'N' TO PR-GESETZT(P-GROESSE)
               MOVE 0 TO PR-MIETE(P-GROESSE)
           END-PERFORM
           OPEN INPUT PREIS-DATEI
           IF WS-PREIS-STATUS = "00"
               MOVE 'N' TO PARAM-EOF-FLAGGE
               PERFORM UNTIL PARAM-EOF-FLAGGE = 'J'
                   READ PREIS-DATEI
                       AT END
                           MOVE 'J' TO PARAM-EOF-FLAGGE
                       NOT AT END
                           PERFORM PREISZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE PREIS-DATEI
           END-IF.

       PREISZEILE-VERARBEITEN.
           MOVE SPACES TO P-GROESSE-TEXT P-MIETE-TEXT
           UNSTRING PREIS-ZEILE DELIMITED BY ";"
               INTO P-GROESSE-TEXT P-MIETE-TEXT
           END-UNSTRING

           IF P-GROESSE-TEXT(1:1) >= '1' AND P-GROESSE-TEXT(1:1) <= '5'
               AND P-GROESSE-TEXT(2:1) = SPACE
               MOVE FUNCTION TEST-NUMVAL(P-MIETE-TEXT)
                   TO NUMVAL-TESTRESULT
               IF NUMVAL-TESTRESULT NOT = 0
                   DISPLAY "Warnung: ungueltige Zeile in "
                       "schliessfach-preise.dat uebersprungen: "
                       FUNCTION TRIM(PREIS-ZEILE)
               ELSE
                   MOVE P-GROESSE-TEXT(1:1) TO P-GROESSE
                   MOVE 'J' TO PR-GESETZT(P-GROESSE)
                   COMPUTE PR-MIETE(P-GROESSE) =
                       FUNCTION NUMVAL(P-MIETE-TEXT)
                   MOVE 'J' TO TABELLE-GELADEN
               END-IF
           ELSE
           IF PREIS-ZEILE NOT = SPACES
               DISPLAY "Warnung: unbekannte Zeile in "
                   "schliessfach-preise.dat uebersprungen: "
                   FUNCTION TRIM(PREIS-ZEILE)
           END-IF
           END-IF.

       MIETE-EINZIEHEN.
           MOVE 'N' TO EINZUG-OK
           MOVE 'N' TO BETRIEB-FEHLER
           MOVE SPACES TO GRUND-TEXT
           MOVE 0 TO MIETE-BETRAG

           MOVE SV-FILIALE TO SF-FILIALE
           MOVE SV-FACH-NR TO SF-FACH-NR
           READ FACH-DATEI KEY IS SF-SCHLUESSEL
               INVALID KEY
                   MOVE 0 TO FACH-GROESSE
               NOT INVALID KEY
                   MOVE SF-GROESSE TO FACH-GROESSE
           END-READ

           IF FACH-GROESSE < 1 OR FACH-GROESSE > 5
               MOVE "Fach nicht im Schliessfachstamm" TO GRUND-TEXT
               MOVE 'J' TO BETRIEB-FEHLER
           ELSE
           IF PR-GESETZT(FACH-GROESSE) NOT = 'J'
               MOVE "Kein Preis fuer die Groessenklasse"
                   TO GRUND-TEXT
               MOVE 'J' TO BETRIEB-FEHLER
           ELSE
               MOVE PR-MIETE(FACH-GROESSE) TO MIETE-BETRAG
               PERFORM MIETKONTO-PRUEFEN
           END-IF
           END-IF

           IF GRUND-TEXT = SPACES
               IF MIETE-BETRAG > 0
                   PERFORM KONTO-BELASTEN
               ELSE
                   MOVE 'J' TO EINZUG-OK
               END-IF
           END-IF

           IF EINZUG-OK = 'J'
               PERFORM FAELLIGKEIT-VORRUECKEN
               MOVE MIETE-BETRAG TO SV-LETZTE-MIETE
               MOVE WS-HEUTE TO SV-LETZTE-ZAHLUNG
               MOVE 'N' TO SV-RUECKSTAND
               MOVE 0 TO SV-RUECKSTAND-SEIT
           ELSE
               IF SV-RUECKSTAND NOT = 'J' AND BETRIEB-FEHLER = 'N'
                   MOVE 'J' TO SV-RUECKSTAND
                   MOVE WS-HEUTE TO SV-RUECKSTAND-SEIT
               END-IF
               PERFORM RUECKSTAND-MELDEN
           END-IF

           REWRITE SFVERTRAG-EINTRAG
           IF WS-SV-STATUS NOT = "00"
               MOVE "SCHLIESSFACHLAUF" TO WS-FP-PROGRAMM
               MOVE "REWRITE SFVERTRAG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Mietvertrag nicht fortgeschrieben"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-SV-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Mietvertrag " SV-NR " konnte nicht "
                   "gespeichert werden (Status " WS-SV-STATUS ")."
           END-IF.

       MIETKONTO-PRUEFEN.
           MOVE SV-KUNDEN-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE "Mietkonto nicht gefunden" TO GRUND-TEXT
           END-READ

           IF GRUND-TEXT = SPACES
               IF KUNDEN-STATUS NOT = 'A'
                   MOVE SPACES TO GRUND-TEXT
                   STRING "Mietkonto nicht aktiv (Status "
                       KUNDEN-STATUS ")" DELIMITED BY SIZE
                       INTO GRUND-TEXT
               ELSE
                   CALL "VORMERKSUMME" USING KUNDEN-NR
                       WS-VORMERK-SUMME
                   COMPUTE WS-VERFUEGBAR =
                       KUNDEN-KONTO - MIETE-BETRAG
                       + KUNDEN-UEBERZIEHUNGSLIMIT
                       - WS-VORMERK-SUMME
                   IF WS-VERFUEGBAR < 0
                       MOVE "Keine Deckung auf dem Mietkonto"
                           TO GRUND-TEXT
                   ELSE
                       MOVE 'P' TO PP-FUNKTION
                       CALL "PFAENDPRUEF" USING PP-FUNKTION KUNDEN-NR
                           MIETE-BETRAG KUNDEN-KONTO PP-FREI
                           PP-ERGEBNIS
                       IF PP-ERGEBNIS NOT = 'J'
                           MOVE "Mietkonto gepfaendet" TO GRUND-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       KONTO-BELASTEN.
           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
           SUBTRACT MIETE-BETRAG FROM KUNDEN-KONTO
           MOVE KUNDEN-KONTO TO NEUER-SALDO
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "SCHLIESSFACHLAUF" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Mietbelastung fehlgeschlagen" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Miete fuer Kunde " KUNDEN-NR
                   " konnte nicht gespeichert werden (Status "
                   WS-KUNDEN-STATUS ")."
               MOVE "Belastung fehlgeschlagen" TO GRUND-TEXT
               MOVE 'J' TO BETRIEB-FEHLER
           ELSE
               MOVE 'J' TO EINZUG-OK
               ADD 1 TO ANZAHL-EINGEZOGEN
               ADD MIETE-BETRAG TO SUMME-MIETE
               MOVE "SCHLIESSFACHLAUF" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               MOVE 'B' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION KUNDEN-NR
                   MIETE-BETRAG KUNDEN-KONTO PP-FREI PP-ERGEBNIS
               PERFORM MIETBUCHUNG-SCHREIBEN
           END-IF.

      *> Naechster Jahrestag; ein 29.02. wird in Nicht-Schaltjahren
      *> zum 28.02.
       FAELLIGKEIT-VORRUECKEN.
           COMPUTE FAELLIG-NEU = SV-FAELLIG + 10000
           IF FAELLIG-MONAT = 02 AND FAELLIG-TAG = 29
               DIVIDE FAELLIG-JAHR BY 4 GIVING WS-SCHALTJAHR-QUOT
                   REMAINDER WS-SCHALTJAHR-REST
               IF WS-SCHALTJAHR-REST NOT = 0
                   MOVE 28 TO FAELLIG-TAG
               END-IF
           END-IF
           MOVE FAELLIG-NEU TO SV-FAELLIG.

       RUECKSTAND-MELDEN.
           ADD 1 TO ANZAHL-RUECKSTAND
           ADD MIETE-BETRAG TO SUMME-RUECKSTAND
           MOVE MIETE-BETRAG TO MASK-BETRAG
           MOVE SV-FAELLIG TO MASK-DATUM
           MOVE SPACES TO BERICHT-ZEILE
           STRING SV-NR "   " SV-FILIALE "    " SV-FACH-NR " "
               SV-KUNDEN-NR " " MASK-DATUM " " MASK-BETRAG " "
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           IF SV-RUECKSTAND = 'J'
               MOVE SV-RUECKSTAND-SEIT TO MASK-DATUM
               MOVE MASK-DATUM TO BERICHT-ZEILE(49:)
           END-IF
           MOVE GRUND-TEXT TO BERICHT-ZEILE(65:)
           WRITE BERICHT-ZEILE.

       MIETBUCHUNG-SCHREIBEN.
           OPEN I-O BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "35"
               OPEN OUTPUT BEWEGUNGEN-DATEI
               CLOSE BEWEGUNGEN-DATEI
               OPEN I-O BEWEGUNGEN-DATEI
           END-IF

           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "SCHLIESSFACHLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Mietbuchung nicht protokolliert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   "). Buchung wurde NICHT protokolliert."
           ELSE
               MOVE KUNDEN-NR TO BEWEGUNG-KUNDEN-NR
               MOVE WS-HEUTE TO BEWEGUNG-DATUM
               ACCEPT BEWEGUNG-ZEIT FROM TIME
               MOVE "SCHLIESSFACH" TO BEWEGUNG-ART
               COMPUTE BEWEGUNG-BETRAG = MIETE-BETRAG * -1
               MOVE NEUER-SALDO TO BEWEGUNG-SALDO-NACH
               MOVE SPACES TO BEWEGUNG-FREIGABE-CODE
               MOVE ZEROES TO BEWEGUNG-REFERENZ
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
               PERFORM UNTIL WS-BEWEGUNGEN-STATUS NOT = "22"
                   ADD 1 TO BEWEGUNG-ZEIT
                   WRITE BEWEGUNG-EINTRAG
               END-PERFORM
               IF WS-BEWEGUNGEN-STATUS NOT = "00"
                   MOVE "SCHLIESSFACHLAUF" TO WS-FP-PROGRAMM
                   MOVE "WRITE BEWEGUNG-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Mietbuchung nicht protokolliert"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Buchungssatz konnte nicht "
                       "geschrieben werden (Status "
                       WS-BEWEGUNGEN-STATUS ")."
               END-IF
               CLOSE BEWEGUNGEN-DATEI
           END-IF.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "schliessfach-rueckstand-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv schliessfach-rueckstand.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht gespeichert: "
               FUNCTION TRIM(WS-BERICHT-NAME).
