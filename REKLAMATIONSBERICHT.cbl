       IDENTIFICATION DIVISION.
       PROGRAM-ID. REKLAMATIONSBERICHT.

      *> Wochenbericht der offenen Reklamationen zu Automaten-
      *> umsaetzen (Schritt REKLAMATION im Tagesabschluss montags,
      *> ausserdem ueber das Menue): alle Faelle aus
      *> reklamationen.dat mit Status offen oder beim Betreiber,
      *> gruppiert nach Alter seit Erfassung (ueber 45, 31-45,
      *> 15-30, 8-14, bis 7 Tage - die aeltesten zuerst). Markiert
      *> werden
      *>   - offene Faelle, die nach MELDEFRIST-TAGE noch nicht an
      *>     den Betreiber gemeldet sind;
      *>   - gemeldete Faelle, deren Antwortfrist des Betreibers
      *>     (BETREIBERFRIST-TAGE ab Meldung) in den naechsten
      *>     sieben Tagen endet oder schon ueberschritten ist.
      *> Ausgabe: reklamationen-JJJJMMTT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REKLAMATION-DATEI ASSIGN TO "reklamationen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-NR
               FILE STATUS IS WS-RK-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "reklamationen.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REKLAMATION-DATEI.
           COPY REKLAMATION.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RK-STATUS         PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 HEUTE-TAGESZAHL      PIC 9(7).

      *> Fristen: Meldung an den Betreiber spaetestens drei Tage
      *> nach Erfassung, Antwort des Betreibers binnen 45 Tagen
      *> nach Meldung; Vorwarnung sieben Tage vor Fristende.
       01 MELDEFRIST-TAGE      PIC 9(3) VALUE 3.
       01 BETREIBERFRIST-TAGE  PIC 9(3) VALUE 45.
       01 VORWARN-TAGE         PIC 9(3) VALUE 7.

      *> Altersklassen, aelteste zuerst: Untergrenze in Tagen.
       01 KLASSEN-WERTE.
           05 FILLER PIC X(16) VALUE "046UEBER 45 TAGE".
           05 FILLER PIC X(16) VALUE "03131-45 TAGE   ".
           05 FILLER PIC X(16) VALUE "01515-30 TAGE   ".
           05 FILLER PIC X(16) VALUE "0088-14 TAGE    ".
           05 FILLER PIC X(16) VALUE "000BIS 7 TAGE   ".
       01 KLASSEN-TABELLE REDEFINES KLASSEN-WERTE.
           05 KLASSE OCCURS 5 TIMES.
               10 KL-AB            PIC 9(3).
               10 KL-TEXT          PIC X(13).
       01 KL-INDEX             PIC 9.
       01 KL-BIS               PIC 9(5).
       01 KL-ANZAHL            PIC 9(5).
       01 KL-SUMME             PIC 9(9)V99.

       01 ALTER-TAGE           PIC 9(5).
       01 REST-TAGE            PIC S9(5).
       01 HINWEIS-TEXT         PIC X(32).
       01 STATUS-TEXT          PIC X(10).
       01 ANZAHL-OFFEN         PIC 9(5) VALUE 0.
       01 ANZAHL-UNGEMELDET    PIC 9(5) VALUE 0.
       01 ANZAHL-FRIST-NAH     PIC 9(5) VALUE 0.
       01 ANZAHL-UEBERFAELLIG  PIC 9(5) VALUE 0.
       01 SUMME-OFFEN          PIC 9(9)V99 VALUE 0.
       01 SUMME-VORLAEUFIG     PIC 9(9)V99 VALUE 0.
       01 MASK-BETRAG          PIC Z(6)9.99.
       01 MASK-SUMME           PIC Z(8)9.99.
       01 MASK-ERFASST         PIC 9999/99/99.
       01 MASK-GEMELDET        PIC X(10).
       01 MASK-GEMELDET-DATUM  PIC 9999/99/99.
       01 MASK-ALTER           PIC ZZZZ9.
       01 MASK-REST            PIC ZZZZ9.
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).
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
           DISPLAY "--- BERICHT OFFENE REKLAMATIONEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           COMPUTE HEUTE-TAGESZAHL = FUNCTION INTEGER-OF-DATE(WS-HEUTE)
           MOVE 0 TO ANZAHL-OFFEN
           MOVE 0 TO ANZAHL-UNGEMELDET
           MOVE 0 TO ANZAHL-FRIST-NAH
           MOVE 0 TO ANZAHL-UEBERFAELLIG
           MOVE 0 TO SUMME-OFFEN
           MOVE 0 TO SUMME-VORLAEUFIG

           OPEN INPUT REKLAMATION-DATEI
           IF WS-RK-STATUS = "35"
               DISPLAY "Keine Reklamationen erfasst - kein Bericht."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF
           IF WS-RK-STATUS NOT = "00"
               MOVE "REKLAMATIONSBERICHT" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT REKLAMATION-DATEI" TO WS-FP-VORGANG
               MOVE "Bericht nicht erstellt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-RK-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: reklamationen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-RK-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           MOVE "OFFENE REKLAMATIONEN ZU AUTOMATENUMSAETZEN NACH ALTER"
               TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "DATUM " WS-HEUTE "   MELDEFRIST " MELDEFRIST-TAGE
               " TAGE, ANTWORTFRIST BETREIBER " BETREIBERFRIST-TAGE
               " TAGE AB MELDUNG"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

      *> Ein Durchlauf je Altersklasse - die Datei ist klein, und so
      *> stehen die dringendsten Faelle ohne Sortierung oben.
           PERFORM VARYING KL-INDEX FROM 1 BY 1 UNTIL KL-INDEX > 5
               PERFORM KLASSE-AUSGEBEN
           END-PERFORM

           CLOSE REKLAMATION-DATEI

           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SUMME-OFFEN TO MASK-SUMME
           MOVE SPACES TO BERICHT-ZEILE
           STRING "OFFEN GESAMT " ANZAHL-OFFEN " FAELLE UEBER "
               MASK-SUMME DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SUMME-VORLAEUFIG TO MASK-SUMME
           MOVE SPACES TO BERICHT-ZEILE
           STRING "DAVON VORLAEUFIG GUTGESCHRIEBEN " MASK-SUMME
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "NOCH NICHT GEMELDET " ANZAHL-UNGEMELDET
               "   FRIST ENDET BALD " ANZAHL-FRIST-NAH
               "   FRIST UEBERSCHRITTEN " ANZAHL-UEBERFAELLIG
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           CLOSE BERICHT-DATEI
           PERFORM BERICHT-ABLEGEN

           DISPLAY ANZAHL-OFFEN " offene Reklamationen, "
               ANZAHL-UNGEMELDET " noch nicht gemeldet, "
               ANZAHL-UEBERFAELLIG " mit ueberschrittener "
               "Betreiberfrist."

           MOVE ANZAHL-OFFEN TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       KLASSE-AUSGEBEN.
           IF KL-INDEX = 1
               MOVE 99999 TO KL-BIS
           ELSE
               COMPUTE KL-BIS = KL-AB(KL-INDEX - 1) - 1
           END-IF
           MOVE 0 TO KL-ANZAHL
           MOVE 0 TO KL-SUMME

           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "ALTER " KL-TEXT(KL-INDEX)
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "NR    KONTO KARTE            ERFASST    ALTER "
               "STATUS     GEMELDET        BETRAG HINWEIS"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

           MOVE 'N' TO EOF-FLAGGE
           MOVE 0 TO RK-NR
           START REKLAMATION-DATEI KEY IS >= RK-NR
               INVALID KEY
                   MOVE 'J' TO EOF-FLAGGE
           END-START
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ REKLAMATION-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF RK-STATUS = 'O' OR RK-STATUS = 'S'
                           COMPUTE ALTER-TAGE = HEUTE-TAGESZAHL
                               - FUNCTION INTEGER-OF-DATE(
                                   RK-ERFASST-DATUM)
                           IF ALTER-TAGE >= KL-AB(KL-INDEX)
                                   AND ALTER-TAGE <= KL-BIS
                               PERFORM FALL-AUSGEBEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE KL-SUMME TO MASK-SUMME
           MOVE SPACES TO BERICHT-ZEILE
           STRING "  " KL-ANZAHL " FAELLE UEBER " MASK-SUMME
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

       FALL-AUSGEBEN.
           ADD 1 TO KL-ANZAHL
           ADD RK-BETRAG TO KL-SUMME
           ADD 1 TO ANZAHL-OFFEN
           ADD RK-BETRAG TO SUMME-OFFEN
           IF RK-VORLAEUFIG = 'J'
               ADD RK-BETRAG TO SUMME-VORLAEUFIG
           END-IF

           MOVE SPACES TO HINWEIS-TEXT
           MOVE SPACES TO MASK-GEMELDET
           IF RK-STATUS = 'O'
               MOVE "offen" TO STATUS-TEXT
               IF ALTER-TAGE > MELDEFRIST-TAGE
                   ADD 1 TO ANZAHL-UNGEMELDET
                   MOVE "NOCH NICHT GEMELDET" TO HINWEIS-TEXT
               END-IF
           ELSE
               MOVE "gemeldet" TO STATUS-TEXT
               MOVE RK-GESENDET-DATUM TO MASK-GEMELDET-DATUM
               MOVE MASK-GEMELDET-DATUM TO MASK-GEMELDET
               COMPUTE REST-TAGE =
                   FUNCTION INTEGER-OF-DATE(RK-GESENDET-DATUM)
                   + BETREIBERFRIST-TAGE - HEUTE-TAGESZAHL
               IF REST-TAGE < 0
                   ADD 1 TO ANZAHL-UEBERFAELLIG
                   MOVE "BETREIBERFRIST UEBERSCHRITTEN"
                       TO HINWEIS-TEXT
               ELSE
               IF REST-TAGE <= VORWARN-TAGE
                   ADD 1 TO ANZAHL-FRIST-NAH
                   MOVE REST-TAGE TO MASK-REST
                   STRING "FRIST ENDET IN " FUNCTION TRIM(MASK-REST)
                       " TAGEN" DELIMITED BY SIZE INTO HINWEIS-TEXT
               END-IF
               END-IF
           END-IF

           MOVE RK-BETRAG TO MASK-BETRAG
           MOVE RK-ERFASST-DATUM TO MASK-ERFASST
           MOVE ALTER-TAGE TO MASK-ALTER
           MOVE SPACES TO BERICHT-ZEILE
           STRING RK-NR " " RK-KUNDEN-NR " " RK-KARTE-NR " "
               MASK-ERFASST " " MASK-ALTER " " STATUS-TEXT " "
               MASK-GEMELDET " " MASK-BETRAG " " HINWEIS-TEXT
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "reklamationen-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv reklamationen.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht gespeichert: "
               FUNCTION TRIM(WS-BERICHT-NAME).
