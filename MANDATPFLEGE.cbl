       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDATPFLEGE.

      *> Pflege der Lastschriftmandate in mandate.dat: anzeigen,
      *> anlegen und widerrufen. Ein Mandat gilt je Konto und
      *> Mandatsreferenz des Glaeubigers; LASTSCHRIFTIMPORT prueft
      *> jede eingehende Lastschrift dagegen. Widerrufene Mandate
      *> bleiben mit Widerrufsdatum stehen, damit spaetere
      *> Lastschriften darauf begruendet zurueckgegeben werden.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDAT-DATEI ASSIGN TO "mandate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-SCHLUESSEL
               FILE STATUS IS WS-MD-STATUS.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANDAT-DATEI.
           COPY MANDAT.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       WORKING-STORAGE SECTION.
       01 WS-MD-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 SUCH-KONTO           PIC 9(5).
       01 TEMP-REFERENZ        PIC X(35).
       01 TEMP-GLAEUBIGER-ID   PIC X(35).
       01 TEMP-GLAEUBIGER-NAME PIC X(30).
       01 TEMP-DATUM           PIC 9(8).
       01 ANZAHL-MANDATE       PIC 9(4) VALUE 0.
       01 MASK-DATUM           PIC 9999/99/99.
       01 MASK-NUTZUNG         PIC 9999/99/99.
       01 STATUS-TEXT          PIC X(10).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- LASTSCHRIFTMANDATE PFLEGEN ---"
               DISPLAY "1 - Mandate eines Kontos anzeigen"
               DISPLAY "2 - Mandat anlegen"
               DISPLAY "3 - Mandat widerrufen"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM MANDATE-ANZEIGEN
                   WHEN 2
                       PERFORM MANDAT-ANLEGEN
                   WHEN 3
                       PERFORM MANDAT-WIDERRUFEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       MANDATE-ANZEIGEN.
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-KONTO
           MOVE 'N' TO EOF-FLAGGE
           MOVE 0 TO ANZAHL-MANDATE
           OPEN INPUT MANDAT-DATEI
           IF WS-MD-STATUS = "35"
               DISPLAY "Hinweis: Es sind noch keine Mandate "
                   "angelegt."
           ELSE
           IF WS-MD-STATUS NOT = "00"
               MOVE "MANDATPFLEGE" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT MANDAT-DATEI" TO WS-FP-VORGANG
               MOVE "Anzeige nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-MD-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: mandate.dat konnte nicht "
                   "geoeffnet werden (Status " WS-MD-STATUS ")."
           ELSE
               MOVE SUCH-KONTO TO MD-KUNDEN-NR
               MOVE LOW-VALUES TO MD-REFERENZ
               START MANDAT-DATEI KEY IS >= MD-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ MANDAT-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF MD-KUNDEN-NR NOT = SUCH-KONTO
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                               PERFORM MANDAT-ZEILE-ANZEIGEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDAT-DATEI
               IF ANZAHL-MANDATE = 0
                   DISPLAY "  (keine Mandate fuer dieses Konto)"
               END-IF
           END-IF
           END-IF.

       MANDAT-ZEILE-ANZEIGEN.
           ADD 1 TO ANZAHL-MANDATE
           IF MD-STATUS = 'W'
               MOVE MD-WIDERRUF-DATUM TO MASK-DATUM
               MOVE "widerrufen" TO STATUS-TEXT
           ELSE
               MOVE MD-UNTERSCHRIFT-DATUM TO MASK-DATUM
               MOVE "aktiv" TO STATUS-TEXT
           END-IF
           MOVE MD-LETZTE-NUTZUNG TO MASK-NUTZUNG
           DISPLAY "Mandat " FUNCTION TRIM(MD-REFERENZ)
           DISPLAY "  Glaeubiger " FUNCTION TRIM(MD-GLAEUBIGER-ID)
               " " MD-GLAEUBIGER-NAME
           DISPLAY "  " STATUS-TEXT " seit " MASK-DATUM
               "   letzte Lastschrift " MASK-NUTZUNG.

       MANDAT-ANLEGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-KONTO
           PERFORM KONTO-PRUEFEN

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Glaeubiger-Identifikationsnummer: "
               MOVE SPACES TO TEMP-GLAEUBIGER-ID
               ACCEPT TEMP-GLAEUBIGER-ID
               MOVE FUNCTION UPPER-CASE(TEMP-GLAEUBIGER-ID)
                   TO TEMP-GLAEUBIGER-ID
               DISPLAY "Name des Glaeubigers: "
               MOVE SPACES TO TEMP-GLAEUBIGER-NAME
               ACCEPT TEMP-GLAEUBIGER-NAME
               DISPLAY "Mandatsreferenz: "
               MOVE SPACES TO TEMP-REFERENZ
               ACCEPT TEMP-REFERENZ
               IF TEMP-GLAEUBIGER-ID = SPACES OR TEMP-REFERENZ = SPACES
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Glaeubiger-ID und Mandatsreferenz "
                       "sind Pflichtangaben."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Unterschrieben am (JJJJMMTT, Enter = heute): "
               MOVE 0 TO TEMP-DATUM
               ACCEPT TEMP-DATUM
               IF TEMP-DATUM = 0
                   MOVE WS-HEUTE TO TEMP-DATUM
               END-IF
               IF TEMP-DATUM > WS-HEUTE
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Unterschriftsdatum liegt in der "
                       "Zukunft."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O MANDAT-DATEI
               IF WS-MD-STATUS = "35"
                   OPEN OUTPUT MANDAT-DATEI
                   CLOSE MANDAT-DATEI
                   OPEN I-O MANDAT-DATEI
               END-IF
               IF WS-MD-STATUS NOT = "00"
                   MOVE "MANDATPFLEGE" TO WS-FP-PROGRAMM
                   MOVE "OPEN I-O MANDAT-DATEI" TO WS-FP-VORGANG
                   MOVE "Neuanlage nicht moeglich" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-MD-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: mandate.dat konnte nicht "
                       "geoeffnet werden (Status " WS-MD-STATUS ")."
               ELSE
                   MOVE SUCH-KONTO TO MD-KUNDEN-NR
                   MOVE TEMP-REFERENZ TO MD-REFERENZ
                   MOVE TEMP-GLAEUBIGER-ID TO MD-GLAEUBIGER-ID
                   MOVE TEMP-GLAEUBIGER-NAME TO MD-GLAEUBIGER-NAME
                   MOVE TEMP-DATUM TO MD-UNTERSCHRIFT-DATUM
                   MOVE 0 TO MD-LETZTE-NUTZUNG
                   MOVE 'A' TO MD-STATUS
                   MOVE 0 TO MD-WIDERRUF-DATUM
                   WRITE MANDAT-EINTRAG
                   IF WS-MD-STATUS = "22"
                       DISPLAY "Fehler: Fuer dieses Konto besteht "
                           "bereits ein Mandat mit dieser Referenz."
                   ELSE
                   IF WS-MD-STATUS NOT = "00"
                       DISPLAY "Fehler: Mandat konnte nicht "
                           "gespeichert werden (Status " WS-MD-STATUS
                           ")."
                   ELSE
                       DISPLAY "Mandat " FUNCTION TRIM(TEMP-REFERENZ)
                           " auf Konto " SUCH-KONTO " angelegt."
                   END-IF
                   END-IF
                   CLOSE MANDAT-DATEI
               END-IF
           END-IF.

       MANDAT-WIDERRUFEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-KONTO
           DISPLAY "Mandatsreferenz: "
           MOVE SPACES TO TEMP-REFERENZ
           ACCEPT TEMP-REFERENZ

           OPEN I-O MANDAT-DATEI
           IF WS-MD-STATUS NOT = "00"
               DISPLAY "Fehler: mandate.dat konnte nicht "
                   "geoeffnet werden (Status " WS-MD-STATUS ")."
           ELSE
               MOVE SUCH-KONTO TO MD-KUNDEN-NR
               MOVE TEMP-REFERENZ TO MD-REFERENZ
               READ MANDAT-DATEI KEY IS MD-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Kein Mandat "
                           FUNCTION TRIM(TEMP-REFERENZ) " auf Konto "
                           SUCH-KONTO "."
               END-READ
               IF ABBRUCH-FLAGGE = 'N' AND MD-STATUS = 'W'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Hinweis: Mandat ist bereits widerrufen."
               END-IF
               IF ABBRUCH-FLAGGE = 'N'
                   MOVE 'W' TO MD-STATUS
                   MOVE WS-HEUTE TO MD-WIDERRUF-DATUM
                   REWRITE MANDAT-EINTRAG
                   IF WS-MD-STATUS = "00"
                       DISPLAY "Mandat widerrufen - weitere "
                           "Lastschriften werden zurueckgegeben."
                   ELSE
                       DISPLAY "Fehler: Mandat konnte nicht "
                           "geaendert werden (Status " WS-MD-STATUS
                           ")."
                   END-IF
               END-IF
               CLOSE MANDAT-DATEI
           END-IF.

       KONTO-PRUEFEN.
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
                           DISPLAY "Fehler: Konto ist geschlossen."
                       ELSE
                       IF KUNDEN-KONTOART = 'S'
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Fehler: Von Sparkonten sind keine "
                               "Lastschriften moeglich."
                       ELSE
                           DISPLAY "Konto: " KUNDEN-NAME
                       END-IF
                       END-IF
               END-READ
               CLOSE KUNDEN-DATEI
           END-IF.
