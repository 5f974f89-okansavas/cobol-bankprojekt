       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAHNLISTE.

      *> Arbeitsliste der Kreditsachbearbeiter zum Darlehens-
      *> mahnwesen: zeigt alle offenen Mahnsaetze aus
      *> darlehen-mahnungen.dat (gefuehrt von DARLEHENLAUF), zuerst
      *> die gekuendigten Darlehen, danach absteigend nach
      *> Mahnstufe, damit die dringendsten Faelle oben stehen. Je
      *> Fall: Darlehen, Girokonto, Name, Telefon (adressen.dat),
      *> Rueckstand, Zahl der offenen Raten, aelteste Faelligkeit
      *> und Datum der letzten Mahnung. Die Liste geht auf den
      *> Bildschirm und nach mahnliste-JJJJMMTT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAHNUNG-DATEI ASSIGN TO "darlehen-mahnungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DL-NR
               FILE STATUS IS WS-MAHNUNG-STATUS.
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
           SELECT BERICHT-DATEI ASSIGN TO "mahnliste.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MAHNUNG-DATEI.
           COPY DARLEHEN-MAHNUNG.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MAHNUNG-STATUS    PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 KUNDEN-OK            PIC X VALUE 'N'.
       01 ADRESSEN-OK          PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
      *> Gruppe 0 = gekuendigt, danach Mahnstufe 5 bis 0
       01 GRUPPE               PIC 9.
       01 GRUPPE-STUFE         PIC 9.
       01 GRUPPE-ANZAHL        PIC 9(5).
       01 ANZAHL-FAELLE        PIC 9(5) VALUE 0.
       01 SUMME-RUECKSTAND     PIC 9(9)V99 VALUE 0.
       01 ANZEIGE-NAME         PIC X(30).
       01 ANZEIGE-TELEFON      PIC X(20).
       01 MASK-BETRAG          PIC Z(6)9.99.
       01 MASK-SUMME           PIC Z(8)9.99.
       01 MASK-SEIT            PIC 9999/99/99.
       01 MASK-LETZTE          PIC 9999/99/99.
       01 LISTEN-ZEILE         PIC X(132).
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- MAHNLISTE DARLEHEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO ANZAHL-FAELLE
           MOVE 0 TO SUMME-RUECKSTAND

           OPEN INPUT MAHNUNG-DATEI
           IF WS-MAHNUNG-STATUS = "35"
               DISPLAY "Hinweis: Keine Darlehen im Mahnverfahren."
               GOBACK
           END-IF
           IF WS-MAHNUNG-STATUS NOT = "00"
               DISPLAY "Fehler: darlehen-mahnungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-MAHNUNG-STATUS ")."
               GOBACK
           END-IF
           CLOSE MAHNUNG-DATEI

           MOVE 'N' TO KUNDEN-OK
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS = "00"
               MOVE 'J' TO KUNDEN-OK
           END-IF
           MOVE 'N' TO ADRESSEN-OK
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "00"
               MOVE 'J' TO ADRESSEN-OK
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           MOVE SPACES TO LISTEN-ZEILE
           STRING "MAHNLISTE DARLEHEN - STAND " WS-HEUTE
               DELIMITED BY SIZE INTO LISTEN-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO LISTEN-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO LISTEN-ZEILE
           MOVE "DARL.  KONTO NAME" TO LISTEN-ZEILE(1:17)
           MOVE "TELEFON" TO LISTEN-ZEILE(45:7)
           MOVE "RUECKSTAND RATEN  SEIT        LETZTE MAHNUNG"
               TO LISTEN-ZEILE(66:44)
           PERFORM ZEILE-AUSGEBEN

      *> Ein Durchlauf je Gruppe - die Datei ist nach Darlehens-
      *> nummer geordnet, die Liste aber nach Dringlichkeit.
           PERFORM VARYING GRUPPE FROM 0 BY 1 UNTIL GRUPPE > 6
               PERFORM GRUPPE-AUSGEBEN
           END-PERFORM

           MOVE SPACES TO LISTEN-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SUMME-RUECKSTAND TO MASK-SUMME
           MOVE SPACES TO LISTEN-ZEILE
           STRING ANZAHL-FAELLE " FAELLE, RUECKSTAND GESAMT "
               MASK-SUMME DELIMITED BY SIZE INTO LISTEN-ZEILE
           PERFORM ZEILE-AUSGEBEN

           CLOSE BERICHT-DATEI
           IF ADRESSEN-OK = 'J'
               CLOSE ADRESSEN-DATEI
           END-IF
           IF KUNDEN-OK = 'J'
               CLOSE KUNDEN-DATEI
           END-IF
           PERFORM BERICHT-ABLEGEN

           GOBACK.

       GRUPPE-AUSGEBEN.
           MOVE 0 TO GRUPPE-ANZAHL
           IF GRUPPE > 0
               COMPUTE GRUPPE-STUFE = 6 - GRUPPE
           END-IF
           MOVE 'N' TO EOF-FLAGGE
           OPEN INPUT MAHNUNG-DATEI
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ MAHNUNG-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF GRUPPE = 0
                           IF DM-STATUS = 'K'
                               PERFORM FALL-AUSGEBEN
                           END-IF
                       ELSE
                           IF DM-STATUS = 'O'
                               AND DM-STUFE = GRUPPE-STUFE
                               PERFORM FALL-AUSGEBEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAHNUNG-DATEI.

       FALL-AUSGEBEN.
           IF GRUPPE-ANZAHL = 0
               MOVE SPACES TO LISTEN-ZEILE
               PERFORM ZEILE-AUSGEBEN
               IF GRUPPE = 0
                   MOVE "** GEKUENDIGT - RESTSCHULD FAELLIG **"
                       TO LISTEN-ZEILE
               ELSE
               IF GRUPPE-STUFE = 0
                   MOVE "** IM RUECKSTAND, NOCH NICHT GEMAHNT **"
                       TO LISTEN-ZEILE
               ELSE
                   STRING "** MAHNSTUFE " GRUPPE-STUFE " **"
                       DELIMITED BY SIZE INTO LISTEN-ZEILE
               END-IF
               END-IF
               PERFORM ZEILE-AUSGEBEN
           END-IF
           ADD 1 TO GRUPPE-ANZAHL
           ADD 1 TO ANZAHL-FAELLE
           ADD DM-RUECKSTAND TO SUMME-RUECKSTAND

           MOVE "(unbekannt)" TO ANZEIGE-NAME
           IF KUNDEN-OK = 'J'
               MOVE DM-KUNDEN-NR TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KUNDEN-NAME TO ANZEIGE-NAME
               END-READ
           END-IF
           MOVE "-" TO ANZEIGE-TELEFON
           IF ADRESSEN-OK = 'J'
               MOVE DM-KUNDEN-NR TO ADR-KUNDEN-NR
               READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADR-TELEFON NOT = SPACES
                           MOVE ADR-TELEFON TO ANZEIGE-TELEFON
                       END-IF
               END-READ
           END-IF

           MOVE DM-RUECKSTAND TO MASK-BETRAG
           MOVE DM-RUECKSTAND-SEIT TO MASK-SEIT
           MOVE SPACES TO LISTEN-ZEILE
           IF DM-LETZTE-MAHNUNG = 0
               STRING DM-DL-NR "  " DM-KUNDEN-NR " " ANZEIGE-NAME " "
                   ANZEIGE-TELEFON " " MASK-BETRAG "   "
                   DM-RATEN-RUECKSTAND "  " MASK-SEIT "  -"
                   DELIMITED BY SIZE INTO LISTEN-ZEILE
           ELSE
               MOVE DM-LETZTE-MAHNUNG TO MASK-LETZTE
               STRING DM-DL-NR "  " DM-KUNDEN-NR " " ANZEIGE-NAME " "
                   ANZEIGE-TELEFON " " MASK-BETRAG "   "
                   DM-RATEN-RUECKSTAND "  " MASK-SEIT "  " MASK-LETZTE
                   DELIMITED BY SIZE INTO LISTEN-ZEILE
           END-IF
           PERFORM ZEILE-AUSGEBEN.

       ZEILE-AUSGEBEN.
           DISPLAY FUNCTION TRIM(LISTEN-ZEILE TRAILING)
           MOVE LISTEN-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

       BERICHT-ABLEGEN.
           IF ANZAHL-FAELLE = 0
               CALL "SYSTEM" USING "rm -f mahnliste.tmp"
               DISPLAY "Keine offenen Mahnfaelle - keine Liste erzeugt."
           ELSE
               MOVE SPACES TO WS-BERICHT-NAME
               STRING "mahnliste-" WS-HEUTE ".txt"
                   DELIMITED BY SIZE INTO WS-BERICHT-NAME
               MOVE SPACES TO WS-BERICHT-BEFEHL
               STRING "mv mahnliste.tmp " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
                   INTO WS-BERICHT-BEFEHL
               CALL "SYSTEM" USING WS-BERICHT-BEFEHL
               DISPLAY "Mahnliste: " FUNCTION TRIM(WS-BERICHT-NAME)
           END-IF.
