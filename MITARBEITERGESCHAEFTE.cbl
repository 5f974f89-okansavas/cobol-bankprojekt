       IDENTIFICATION DIVISION.
       PROGRAM-ID. MITARBEITERGESCHAEFTE.

      *> Taegliche Ueberwachung der Mitarbeitergeschaefte: prueft
      *> jede Buchung des Tages, die ein Mitarbeiter am Schalter
      *> erfasst hat (BEWEGUNG-MITARBEITER, Stapellaeufe mit SYS
      *> bleiben aussen vor), mit MITARBEITERPRUEF darauf, ob der
      *> Mitarbeiter selbst oder eine von ihm erklaerte nahestehende
      *> Person Inhaber, Mitinhaber, Bevollmaechtigter oder
      *> gesetzlicher Vertreter des Kontos ist. Solche Buchungen
      *> weisen die Schalterprogramme eigentlich ab - was trotzdem
      *> durchkommt (z.B. Verknuepfung erst nachtraeglich erfasst),
      *> steht im Bericht mitarbeitergeschaefte-JJJJMMTT.txt fuer
      *> den Compliance-Beauftragten.

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
           SELECT BERICHT-DATEI ASSIGN TO "mitarbeitergeschaefte.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRAKT-DATEI ASSIGN TO WS-EXTRAKT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRAKT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(110).

       FD EXTRAKT-DATEI.
       01 EXTRAKT-ZEILE        PIC X(112).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
      *> Tagesextrakt aus TAGESEXTRAKT (tagesbewegungen-JJJJMMTT.dat
      *> im Archivformat); fehlt er, wird kontobewegungen.dat
      *> komplett gelesen und auf den Tag gefiltert.
       01 WS-EXTRAKT-STATUS    PIC XX.
       01 WS-EXTRAKT-NAME      PIC X(40).
       01 EXTRAKT-VORHANDEN    PIC X VALUE 'N'.
       01 EXTRAKT-EOF-FLAGGE   PIC X VALUE 'N'.
       01 GEPRUEFT             PIC 9(5) VALUE 0.
       01 MELDUNGEN            PIC 9(5) VALUE 0.
      *> Hauptinhaber des zuletzt nachgeschlagenen Kunden (der
      *> Extrakt kommt in Kundenfolge, ein Nachschlag je Kunde
      *> genuegt).
       01 LAUF-KUNDE           PIC 9(5) VALUE 0.
       01 LAUF-PERSON          PIC 9(5) VALUE 0.
       01 MP-FUNKTION          PIC X VALUE 'A'.
       01 MP-ERGEBNIS          PIC X.
       01 MP-BEZUG             PIC X(40).
       01 MASK-BETRAG          PIC -Z(6)9.99.
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).

      *> Satzzahl bzw. Abbruch fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- UEBERWACHUNG MITARBEITERGESCHAEFTE ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO GEPRUEFT MELDUNGEN LAUF-KUNDE LAUF-PERSON

           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN INPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               DISPLAY "Hinweis: kontobewegungen.dat nicht lesbar - "
                   "keine Pruefung moeglich."
               CLOSE KUNDEN-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           MOVE "BERICHT MITARBEITERGESCHAEFTE" TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "DATUM " WS-HEUTE
               " - BUCHUNGEN AUF EIGENEN ODER VERBUNDENEN KONTEN"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE "MA   KUNDE ART                   BETRAG  BEZUG"
               TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

           PERFORM EXTRAKT-OEFFNEN
           IF EXTRAKT-VORHANDEN = 'J'
               MOVE 'N' TO EXTRAKT-EOF-FLAGGE
               PERFORM UNTIL EXTRAKT-EOF-FLAGGE = 'J'
                   READ EXTRAKT-DATEI
                       AT END
                           MOVE 'J' TO EXTRAKT-EOF-FLAGGE
                       NOT AT END
                           MOVE EXTRAKT-ZEILE TO BEWEGUNG-EINTRAG
                           PERFORM SATZ-PRUEFEN
                   END-READ
               END-PERFORM
               CLOSE EXTRAKT-DATEI
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ BEWEGUNGEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF BEWEGUNG-DATUM = WS-HEUTE
                               PERFORM SATZ-PRUEFEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING GEPRUEFT " MITARBEITERBUCHUNGEN GEPRUEFT, "
               MELDUNGEN " AUF EIGENEN/VERBUNDENEN KONTEN"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

           CLOSE BEWEGUNGEN-DATEI
           CLOSE KUNDEN-DATEI
           CLOSE BERICHT-DATEI
           PERFORM BERICHT-ABLEGEN

           GOBACK.

       EXTRAKT-OEFFNEN.
           MOVE 'N' TO EXTRAKT-VORHANDEN
           MOVE SPACES TO WS-EXTRAKT-NAME
           STRING "tagesbewegungen-" WS-HEUTE ".dat"
               DELIMITED BY SIZE INTO WS-EXTRAKT-NAME
           OPEN INPUT EXTRAKT-DATEI
           IF WS-EXTRAKT-STATUS = "00"
               MOVE 'J' TO EXTRAKT-VORHANDEN
           END-IF.

      *> Nur Schalterbuchungen eines Mitarbeiters pruefen.
       SATZ-PRUEFEN.
           IF BEWEGUNG-MITARBEITER NOT = "SYS "
                   AND BEWEGUNG-MITARBEITER NOT = SPACES
               ADD 1 TO GEPRUEFT
               IF BEWEGUNG-KUNDEN-NR NOT = LAUF-KUNDE
                   MOVE BEWEGUNG-KUNDEN-NR TO LAUF-KUNDE
                   PERFORM INHABER-NACHSCHLAGEN
               END-IF
               CALL "MITARBEITERPRUEF" USING MP-FUNKTION
                   BEWEGUNG-MITARBEITER LAUF-KUNDE LAUF-PERSON
                   MP-ERGEBNIS MP-BEZUG
               IF MP-ERGEBNIS = 'J'
                   ADD 1 TO MELDUNGEN
                   MOVE BEWEGUNG-BETRAG TO MASK-BETRAG
                   MOVE SPACES TO BERICHT-ZEILE
                   STRING BEWEGUNG-MITARBEITER " " LAUF-KUNDE " "
                       BEWEGUNG-ART " " MASK-BETRAG "  " MP-BEZUG
                       DELIMITED BY SIZE INTO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
                   DISPLAY BERICHT-ZEILE
               END-IF
           END-IF.

       INHABER-NACHSCHLAGEN.
           MOVE 0 TO LAUF-PERSON
           MOVE LAUF-KUNDE TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KUNDEN-PERSONEN-NR TO LAUF-PERSON
           END-READ.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "mitarbeitergeschaefte-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv mitarbeitergeschaefte.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY MELDUNGEN " Mitarbeitergeschaefte - Bericht: "
               FUNCTION TRIM(WS-BERICHT-NAME).
