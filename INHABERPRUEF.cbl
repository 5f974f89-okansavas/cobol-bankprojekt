       IDENTIFICATION DIVISION.
       PROGRAM-ID. INHABERPRUEF.

      *> Pruefung der Verfuegungsregel eines Gemeinschaftskontos vor
      *> einer Verfuegung am Schalter (UPDATEBALANCE, TRANSFER,
      *> ZAHLUNGSAUSGANG). Aufruf:
      *>   CALL "INHABERPRUEF" USING Kundennummer Ergebnis
      *> Einzelkonten und Oder-Konten: Ergebnis 'J' ohne Rueckfrage.
      *> Und-Konten: jeder Inhaber muss der Verfuegung zustimmen
      *> (persoenlich oder mit schriftlicher Zustimmung) - der
      *> Schalter bestaetigt das je Inhaber; fehlt eine Zustimmung,
      *> ist das Ergebnis 'N' und die Verfuegung wird abgelehnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD PERSONEN-DATEI.
           COPY PERSON.

       WORKING-STORAGE SECTION.
       01 WS-IH-STATUS         PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 TEMP-ANTWORT         PIC X.
       01 ANZEIGE-NAME         PIC X(30).
       01 IT-ANZAHL            PIC 9(2) VALUE 0.
       01 IT-REGEL             PIC X VALUE 'O'.
       01 IT-TABELLE.
           05 IT-PERSON        PIC 9(5) OCCURS 10 TIMES.
       01 IT-IDX               PIC 9(2).

       LINKAGE SECTION.
       01 LP-KUNDEN-NR         PIC 9(5).
       01 LP-ERGEBNIS          PIC X.

       PROCEDURE DIVISION USING LP-KUNDEN-NR LP-ERGEBNIS.
       BEGIN.
           MOVE 'J' TO LP-ERGEBNIS
           MOVE 0 TO IT-ANZAHL
           MOVE 'O' TO IT-REGEL

           OPEN INPUT INHABER-DATEI
           IF WS-IH-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE 'N' TO EOF-FLAGGE
           MOVE LP-KUNDEN-NR TO IH-KUNDEN-NR
           MOVE 0 TO IH-PERSON-NR
           START INHABER-DATEI KEY IS >= IH-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO EOF-FLAGGE
           END-START
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ INHABER-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF IH-KUNDEN-NR NOT = LP-KUNDEN-NR
                               OR IT-ANZAHL >= 10
                           MOVE 'J' TO EOF-FLAGGE
                       ELSE
                           ADD 1 TO IT-ANZAHL
                           MOVE IH-PERSON-NR TO IT-PERSON(IT-ANZAHL)
                           MOVE IH-REGEL TO IT-REGEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INHABER-DATEI

           IF IT-ANZAHL = 0 OR IT-REGEL NOT = 'U'
               GOBACK
           END-IF

           DISPLAY "Und-Konto: Verfuegung nur durch alle Inhaber "
               "gemeinsam."
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > IT-ANZAHL OR LP-ERGEBNIS = 'N'
               PERFORM PERSONENNAME-HOLEN
               DISPLAY "Zustimmung von " IT-PERSON(IT-IDX) " "
                   FUNCTION TRIM(ANZEIGE-NAME) " liegt vor (J/N)? "
               ACCEPT TEMP-ANTWORT
               MOVE FUNCTION UPPER-CASE(TEMP-ANTWORT) TO TEMP-ANTWORT
               IF TEMP-ANTWORT NOT = 'J'
                   MOVE 'N' TO LP-ERGEBNIS
               END-IF
           END-PERFORM

           IF LP-ERGEBNIS = 'N'
               DISPLAY "Fehler: Zustimmung aller Inhaber fehlt - "
                   "Verfuegung abgelehnt."
           END-IF

           GOBACK.

       PERSONENNAME-HOLEN.
           MOVE "(Person unbekannt)" TO ANZEIGE-NAME
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE IT-PERSON(IT-IDX) TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO ANZEIGE-NAME
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.
