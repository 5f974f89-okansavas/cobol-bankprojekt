       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLLJAEHRIGLAUF.

      *> Volljaehrigkeit im Tagesabschluss (Schritt VOLLJAEHRIG):
      *> Jeden Tag wird fuer Personen, die ihren 18. Geburtstag
      *> erreicht haben, die gesetzliche Vertretung in vertreter.dat
      *> beendet (Status E); ihre Konten stehen damit in eigener
      *> Verfuegung. Jedes Konto der Person (KUNDEN-PERSONEN-NR)
      *> wird mit Aktion VOLLJ in KUNDENJOURNAL festgehalten.
      *> Im Monatslauf (Aufruf mit Zinslauf-Flagge 'J') zusaetzlich:
      *> Liste der Minderjaehrigen, die in den naechsten zwei
      *> Monaten volljaehrig werden, und je Person ein Anschreiben
      *> briefe/volljaehrigkeit-PPPPP.txt (nur einmal, siehe
      *> VT-BRIEF-DATUM). Bericht volljaehrig-JJJJMMTT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.
           SELECT VERTRETER-DATEI ASSIGN TO "vertreter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-PERSON-NR
               FILE STATUS IS WS-VT-STATUS.
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
           SELECT BERICHT-DATEI ASSIGN TO "volljaehrig.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRIEF-DATEI ASSIGN TO WS-BRIEF-PFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERSONEN-DATEI.
           COPY PERSON.

       FD VERTRETER-DATEI.
           COPY VERTRETER.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(110).

       FD BRIEF-DATEI.
       01 BRIEF-ZEILE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-VT-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 WS-BRIEF-STATUS      PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
      *> Ende des Vorschauzeitraums: heute plus zwei Monate
       01 WS-VORSCHAU-BIS      PIC 9(8).
       01 WS-VORSCHAU-R REDEFINES WS-VORSCHAU-BIS.
           05 WS-VORSCHAU-JJJJ PIC 9(4).
           05 WS-VORSCHAU-MM   PIC 99.
           05 WS-VORSCHAU-TT   PIC 99.
      *> 18. Geburtstag als JJJJMMTT; fuer am 29.02. Geborene liegt
      *> er zwischen 28.02. und 01.03. und greift damit am 01.03.
       01 WS-VOLLJAEHRIG-AB    PIC 9(8).
       01 VERTRETER-OFFEN      PIC X VALUE 'N'.
       01 SATZ-VORHANDEN       PIC X VALUE 'N'.
       01 ADRESSE-GEFUNDEN     PIC X VALUE 'N'.
       01 ANZAHL-UMGESTELLT    PIC 9(5) VALUE 0.
       01 ANZAHL-VORSCHAU      PIC 9(5) VALUE 0.
       01 ANZAHL-BRIEFE        PIC 9(5) VALUE 0.
       01 ANZAHL-KONTEN        PIC 9(5) VALUE 0.
       01 MASK-DATUM           PIC 9999/99/99.
      *> Personen dieses Laufs: U = heute umgestellt (Konten
      *> journalisieren), B = Anschreiben faellig. Das erste Konto
      *> der Person liefert die Anschrift fuer das Anschreiben.
       01 VJ-ANZAHL            PIC 9(3) VALUE 0.
       01 VJ-MAX               PIC 9(3) VALUE 200.
       01 VJ-TABELLE.
           05 VJ-EINTRAG OCCURS 200 TIMES.
               10 VJ-PERSON    PIC 9(5).
               10 VJ-ART       PIC X.
               10 VJ-NAME      PIC X(30).
               10 VJ-AB        PIC 9(8).
               10 VJ-KONTO     PIC 9(5).
       01 VJ-IDX               PIC 9(3).
       01 WS-BRIEF-PFAD        PIC X(80).
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

       LINKAGE SECTION.
       01 LP-ZINSLAUF          PIC X.

       PROCEDURE DIVISION USING LP-ZINSLAUF.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- VOLLJAEHRIGKEIT MINDERJAEHRIGER KUNDEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           CALL "SYSTEM" USING "mkdir -p briefe"
           MOVE 0 TO VJ-ANZAHL
           MOVE WS-HEUTE TO WS-VORSCHAU-BIS
           ADD 2 TO WS-VORSCHAU-MM
           IF WS-VORSCHAU-MM > 12
               SUBTRACT 12 FROM WS-VORSCHAU-MM
               ADD 1 TO WS-VORSCHAU-JJJJ
           END-IF

           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS NOT = "00"
               DISPLAY "Fehler: personen.dat konnte nicht geoeffnet "
                   "werden (Status " WS-PERSONEN-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN I-O VERTRETER-DATEI
           IF WS-VT-STATUS = "35"
               OPEN OUTPUT VERTRETER-DATEI
               CLOSE VERTRETER-DATEI
               OPEN I-O VERTRETER-DATEI
           END-IF
           IF WS-VT-STATUS NOT = "00"
               MOVE "VOLLJAEHRIGLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O VERTRETER-DATEI" TO WS-FP-VORGANG
               MOVE "Volljaehrigkeitslauf nicht moeglich"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-VT-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: vertreter.dat konnte nicht geoeffnet "
                   "werden (Status " WS-VT-STATUS ")."
               CLOSE PERSONEN-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           MOVE "VOLLJAEHRIGKEIT MINDERJAEHRIGER KUNDEN"
               TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "DATUM " WS-HEUTE
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ PERSONEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF PERSON-GEBURTSDATUM NOT = 0
                               AND PERSON-STERBEDATUM = 0
                           PERFORM PERSON-PRUEFEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSONEN-DATEI
           CLOSE VERTRETER-DATEI

           IF VJ-ANZAHL > 0
               PERFORM KONTEN-ZUORDNEN
               PERFORM ANSCHREIBEN-ERSTELLEN
                   VARYING VJ-IDX FROM 1 BY 1 UNTIL VJ-IDX > VJ-ANZAHL
           END-IF

           CLOSE BERICHT-DATEI
           PERFORM BERICHT-ABLEGEN

           DISPLAY ANZAHL-UMGESTELLT " Vertretung(en) beendet ("
               ANZAHL-KONTEN " Konten journalisiert), "
               ANZAHL-VORSCHAU " in den naechsten zwei Monaten, "
               ANZAHL-BRIEFE " Anschreiben."

           MOVE ANZAHL-UMGESTELLT TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       PERSON-PRUEFEN.
           COMPUTE WS-VOLLJAEHRIG-AB = PERSON-GEBURTSDATUM + 180000
           IF WS-VOLLJAEHRIG-AB NOT > WS-VORSCHAU-BIS
               PERFORM VERTRETUNG-LESEN
           END-IF.

       VERTRETUNG-LESEN.
           MOVE 'N' TO SATZ-VORHANDEN
           MOVE 'N' TO VERTRETER-OFFEN
           MOVE PERSON-NR TO VT-PERSON-NR
           READ VERTRETER-DATEI KEY IS VT-PERSON-NR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'J' TO SATZ-VORHANDEN
                   IF VT-STATUS = 'A'
                       MOVE 'J' TO VERTRETER-OFFEN
                   END-IF
           END-READ

           IF WS-VOLLJAEHRIG-AB NOT > WS-HEUTE
               IF VERTRETER-OFFEN = 'J'
                   PERFORM VERTRETUNG-BEENDEN
               END-IF
           ELSE
               IF LP-ZINSLAUF = 'J'
                   PERFORM VORSCHAU-SCHREIBEN
               END-IF
           END-IF.

      *> 18. Geburtstag erreicht - Vertretung beenden, Konten gehen
      *> in die eigene Verfuegung des Kunden ueber.
       VERTRETUNG-BEENDEN.
           IF VJ-ANZAHL >= VJ-MAX
               DISPLAY "Hinweis: Person " PERSON-NR " erst im "
                   "naechsten Lauf umgestellt (Tabelle voll)."
           ELSE
               MOVE 'E' TO VT-STATUS
               MOVE WS-HEUTE TO VT-ENDE-DATUM
               REWRITE VERTRETER-EINTRAG
               IF WS-VT-STATUS NOT = "00"
                   MOVE "VOLLJAEHRIGLAUF" TO WS-FP-PROGRAMM
                   MOVE "REWRITE VERTRETER-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Vertretung nicht beendet" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-VT-STATUS WS-FP-MELDUNG
               ELSE
                   PERFORM UMSTELLUNG-VORMERKEN
               END-IF
           END-IF.

       UMSTELLUNG-VORMERKEN.
           ADD 1 TO ANZAHL-UMGESTELLT
           ADD 1 TO VJ-ANZAHL
           MOVE PERSON-NR TO VJ-PERSON(VJ-ANZAHL)
           MOVE 'U' TO VJ-ART(VJ-ANZAHL)
           MOVE PERSON-NAME TO VJ-NAME(VJ-ANZAHL)
           MOVE WS-VOLLJAEHRIG-AB TO VJ-AB(VJ-ANZAHL)
           MOVE 0 TO VJ-KONTO(VJ-ANZAHL)
           MOVE SPACES TO BERICHT-ZEILE
           STRING "VOLLJAEHRIG  PERSON " PERSON-NR " " PERSON-NAME
               " VERTRETUNG BEENDET, KONTEN IN EIGENER VERFUEGUNG"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

      *> Monatslauf: bevorstehende Volljaehrigkeit listen und das
      *> Anschreiben vormerken, sofern noch keines erstellt wurde.
       VORSCHAU-SCHREIBEN.
           ADD 1 TO ANZAHL-VORSCHAU
           MOVE WS-VOLLJAEHRIG-AB TO MASK-DATUM
           MOVE SPACES TO BERICHT-ZEILE
           STRING "VORSCHAU     PERSON " PERSON-NR " " PERSON-NAME
               " VOLLJAEHRIG AM " MASK-DATUM
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

           IF SATZ-VORHANDEN = 'N' OR VT-BRIEF-DATUM = 0
               IF VJ-ANZAHL >= VJ-MAX
                   DISPLAY "Hinweis: Anschreiben fuer Person "
                       PERSON-NR " erst im naechsten Lauf (Tabelle "
                       "voll)."
               ELSE
                   PERFORM ANSCHREIBEN-VORMERKEN
               END-IF
           END-IF.

       ANSCHREIBEN-VORMERKEN.
           IF SATZ-VORHANDEN = 'J'
               MOVE WS-HEUTE TO VT-BRIEF-DATUM
               REWRITE VERTRETER-EINTRAG
           ELSE
      *> Ohne erfasste Vertreter einen leeren Satz anlegen, damit
      *> das Anschreiben nur einmal entsteht.
               MOVE PERSON-NR TO VT-PERSON-NR
               MOVE 0 TO VT-VERTRETER-1
               MOVE 0 TO VT-VERTRETER-2
               MOVE WS-HEUTE TO VT-SEIT
               MOVE 'A' TO VT-STATUS
               MOVE 0 TO VT-ENDE-DATUM
               MOVE WS-HEUTE TO VT-BRIEF-DATUM
               WRITE VERTRETER-EINTRAG
           END-IF
           IF WS-VT-STATUS NOT = "00"
               MOVE "VOLLJAEHRIGLAUF" TO WS-FP-PROGRAMM
               MOVE "WRITE VERTRETER-EINTRAG" TO WS-FP-VORGANG
               MOVE "Briefdatum nicht gespeichert" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-VT-STATUS WS-FP-MELDUNG
           ELSE
               ADD 1 TO VJ-ANZAHL
               MOVE PERSON-NR TO VJ-PERSON(VJ-ANZAHL)
               MOVE 'B' TO VJ-ART(VJ-ANZAHL)
               MOVE PERSON-NAME TO VJ-NAME(VJ-ANZAHL)
               MOVE WS-VOLLJAEHRIG-AB TO VJ-AB(VJ-ANZAHL)
               MOVE 0 TO VJ-KONTO(VJ-ANZAHL)
           END-IF.

      *> Ein Durchlauf ueber kunden.dat fuer alle Personen des Laufs:
      *> Konten Umgestellter journalisieren, erstes Konto als
      *> Anschrift fuer das Anschreiben merken.
       KONTEN-ZUORDNEN.
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ KUNDEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF KUNDEN-STATUS NOT = 'G'
                               PERFORM KONTO-ZUORDNEN
                                   VARYING VJ-IDX FROM 1 BY 1
                                   UNTIL VJ-IDX > VJ-ANZAHL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDEN-DATEI
           END-IF.

       KONTO-ZUORDNEN.
           IF VJ-PERSON(VJ-IDX) = KUNDEN-PERSONEN-NR
               IF VJ-KONTO(VJ-IDX) = 0
                   MOVE KUNDEN-NR TO VJ-KONTO(VJ-IDX)
               END-IF
               IF VJ-ART(VJ-IDX) = 'U'
                   ADD 1 TO ANZAHL-KONTEN
                   MOVE "VOLLJAEHRIGLAUF" TO WS-JRN-PROGRAMM
                   MOVE "VOLLJ" TO WS-JRN-AKTION
                   MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
                   MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
                   CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                       WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
                   MOVE SPACES TO BERICHT-ZEILE
                   STRING "  KONTO " KUNDEN-NR " " KUNDEN-NAME
                       " IN EIGENER VERFUEGUNG"
                       DELIMITED BY SIZE INTO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               END-IF
           END-IF.

       ANSCHREIBEN-ERSTELLEN.
           IF VJ-ART(VJ-IDX) = 'B'
               PERFORM BRIEF-SCHREIBEN
           END-IF.

       BRIEF-SCHREIBEN.
           MOVE SPACES TO WS-BRIEF-PFAD
           STRING "briefe/volljaehrigkeit-" VJ-PERSON(VJ-IDX) ".txt"
               DELIMITED BY SIZE INTO WS-BRIEF-PFAD
           OPEN OUTPUT BRIEF-DATEI
           IF WS-BRIEF-STATUS NOT = "00"
               DISPLAY "Fehler: Anschreiben fuer Person "
                   VJ-PERSON(VJ-IDX) " konnte nicht erstellt werden "
                   "(Status " WS-BRIEF-STATUS ")."
           ELSE
               PERFORM BRIEFTEXT-SCHREIBEN
           END-IF.

       BRIEFTEXT-SCHREIBEN.
           ADD 1 TO ANZAHL-BRIEFE
           PERFORM ADRESSBLOCK-SCHREIBEN
           MOVE SPACES TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE VJ-AB(VJ-IDX) TO MASK-DATUM
           MOVE SPACES TO BRIEF-ZEILE
           STRING "Am " MASK-DATUM " werden Sie volljaehrig."
               DELIMITED BY SIZE INTO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE "Ab diesem Tag verfuegen Sie allein ueber Ihre Konten;"
               TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE "die Vertretung durch Ihre Eltern/Vormund endet."
               TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE "Bitte legen Sie uns dann Ihren Ausweis vor, damit wir"
               TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE "Karten und Vereinbarungen auf Sie umstellen koennen."
               TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           CLOSE BRIEF-DATEI
           MOVE SPACES TO BERICHT-ZEILE
           STRING "ANSCHREIBEN  PERSON " VJ-PERSON(VJ-IDX) " "
               FUNCTION TRIM(WS-BRIEF-PFAD)
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

       ADRESSBLOCK-SCHREIBEN.
           MOVE 'N' TO ADRESSE-GEFUNDEN
           IF VJ-KONTO(VJ-IDX) NOT = 0
               OPEN INPUT ADRESSEN-DATEI
               IF WS-ADRESSEN-STATUS = "00"
                   MOVE VJ-KONTO(VJ-IDX) TO ADR-KUNDEN-NR
                   READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'J' TO ADRESSE-GEFUNDEN
                   END-READ
                   CLOSE ADRESSEN-DATEI
               END-IF
           END-IF
           MOVE VJ-NAME(VJ-IDX) TO BRIEF-ZEILE
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

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "volljaehrig-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv volljaehrig.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht: " FUNCTION TRIM(WS-BERICHT-NAME).
