      *>   CALL "VOLLMACHTINFO" USING Kundennummer
      *> zeigt alle am heutigen Tag gueltigen Vollmachten des Kontos
      *> mit Personenname und Art an, damit der Schalter vor der
      *> Buchung sieht, wer verfuegen darf. Bei Gemeinschafts-
      *> konten (kontoinhaber.dat) stehen davor alle Inhaber mit der
      *> Verfuegungsregel. Ohne Eintraege bleibt die Anzeige stumm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.

           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VOLLMACHT-DATEI.
       FD PERSONEN-DATEI.
           COPY PERSON.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS         PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-IH-STATUS         PIC XX.
       01 IH-EOF-FLAGGE        PIC X VALUE 'N'.
       01 INHABER-ANZAHL       PIC 9(3) VALUE 0.
       01 ANZEIGE-PERSON       PIC 9(5).
       01 VM-EOF-FLAGGE        PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 TREFFER-ANZAHL       PIC 9(3) VALUE 0.
       BEGIN.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO TREFFER-ANZAHL
           PERFORM INHABER-ZEIGEN

           OPEN INPUT VOLLMACHT-DATEI
           IF WS-VM-STATUS NOT = "00"
               IF INHABER-ANZAHL > 0
                   DISPLAY "----------------------------"
               END-IF
               GOBACK
           END-IF

           END-PERFORM
           CLOSE VOLLMACHT-DATEI

           IF TREFFER-ANZAHL > 0 OR INHABER-ANZAHL > 0
               DISPLAY "----------------------------"
           END-IF

           GOBACK.

       INHABER-ZEIGEN.
           MOVE 0 TO INHABER-ANZAHL
           OPEN INPUT INHABER-DATEI
           IF WS-IH-STATUS = "00"
               MOVE 'N' TO IH-EOF-FLAGGE
               MOVE LP-KUNDEN-NR TO IH-KUNDEN-NR
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
                           IF IH-KUNDEN-NR NOT = LP-KUNDEN-NR
                               MOVE 'J' TO IH-EOF-FLAGGE
                           ELSE
                               PERFORM INHABER-ANZEIGEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INHABER-DATEI
           END-IF.

       INHABER-ANZEIGEN.
           IF INHABER-ANZAHL = 0
               IF IH-REGEL = 'U'
                   DISPLAY "Gemeinschaftskonto (Und-Konto), Inhaber:"
               ELSE
                   DISPLAY "Gemeinschaftskonto (Oder-Konto), Inhaber:"
               END-IF
           END-IF
           ADD 1 TO INHABER-ANZAHL
           MOVE IH-PERSON-NR TO ANZEIGE-PERSON
           PERFORM PERSONENNAME-HOLEN
           DISPLAY "  " IH-PERSON-NR " " ANZEIGE-NAME.

       PERSONENNAME-HOLEN.
           MOVE "(Person unbekannt)" TO ANZEIGE-NAME
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE ANZEIGE-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                       MOVE PERSON-NAME TO ANZEIGE-NAME
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.

       VOLLMACHT-ANZEIGEN.
           IF TREFFER-ANZAHL = 0
               DISPLAY "Verfuegungsberechtigt neben dem Inhaber:"
           END-IF
           ADD 1 TO TREFFER-ANZAHL

           MOVE VM-PERSON-NR TO ANZEIGE-PERSON
           PERFORM PERSONENNAME-HOLEN

           IF VM-ART = 'E'
               MOVE "nur Einzahlungen" TO ANZEIGE-ART
           ELSE
           IF VM-ART = 'T'
               MOVE "ueber den Tod hinaus" TO ANZEIGE-ART
           ELSE
               MOVE "Vollvollmacht" TO ANZEIGE-ART
           END-IF
           END-IF

           DISPLAY "  " VM-PERSON-NR " " ANZEIGE-NAME " ("
               FUNCTION TRIM(ANZEIGE-ART) ")".
