       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFAENDPRUEF.

      *> Gemeinsame Pfaendungspruefung fuer Verfuegungen des Kunden
      *> (UPDATEBALANCE, TRANSFER, ZAHLUNGSAUSGANG, DAUERAUSFUEHREN,
      *> ATMIMPORT). Aufruf:
      *>   CALL "PFAENDPRUEF" USING Funktion, Kundennummer, Betrag,
      *>       Kontostand, Frei, Ergebnis
      *> Funktion 'P' (pruefen): Liegt fuer das Konto eine aktive
      *>   Pfaendung in pfaendungen.dat vor, ist nur der
      *>   pfaendungsfreie Betrag verfuegbar: beim P-Konto
      *>   (pkonten.dat) der Freibetrag des Monats samt Uebertrag
      *>   abzueglich der bisherigen Verfuegungen, hoechstens das
      *>   vorhandene Guthaben; ohne P-Konto nichts. Frei liefert
      *>   diesen Betrag, Ergebnis 'J', wenn der Betrag hineinpasst,
      *>   sonst 'N'. Ohne aktive Pfaendung ist Ergebnis immer 'J'
      *>   und Frei 99999999.99.
      *> Funktion 'B' (buchen): nach erfolgter Belastung aufrufen -
      *>   zaehlt den Betrag beim P-Konto in PK-VERFUEGT des
      *>   laufenden Monats mit (auch ohne Pfaendung, damit der
      *>   Uebertrag bei Eingang einer Pfaendung stimmt).
      *> Fehlen die Dateien, gibt es weder Pfaendungen noch P-Konten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFAENDUNG-DATEI ASSIGN TO "pfaendungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-SCHLUESSEL
               FILE STATUS IS WS-PF-STATUS.
           SELECT PKONTO-DATEI ASSIGN TO "pkonten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KUNDEN-NR
               FILE STATUS IS WS-PK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PFAENDUNG-DATEI.
           COPY PFAENDUNG.

       FD PKONTO-DATEI.
           COPY PKONTO.

       WORKING-STORAGE SECTION.
       01 WS-PF-STATUS         PIC XX.
       01 WS-PK-STATUS         PIC XX.
       01 PF-EOF-FLAGGE        PIC X VALUE 'N'.
       01 GEPFAENDET-FLAGGE    PIC X VALUE 'N'.
       01 PKONTO-FLAGGE        PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 WS-MONAT             PIC 9(6).
       01 WS-FREI              PIC S9(8)V99.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       LINKAGE SECTION.
       01 LP-FUNKTION          PIC X.
       01 LP-KUNDEN-NR         PIC 9(5).
       01 LP-BETRAG            PIC 9(7)V99.
       01 LP-KONTOSTAND        PIC S9(7)V99.
       01 LP-FREI              PIC 9(8)V99.
       01 LP-ERGEBNIS          PIC X.

       PROCEDURE DIVISION USING LP-FUNKTION LP-KUNDEN-NR LP-BETRAG
               LP-KONTOSTAND LP-FREI LP-ERGEBNIS.
       BEGIN.
           MOVE 'J' TO LP-ERGEBNIS
           MOVE 99999999.99 TO LP-FREI
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           COMPUTE WS-MONAT = WS-HEUTE / 100

           IF LP-FUNKTION = 'B'
               PERFORM VERFUEGUNG-ZAEHLEN
           ELSE
               PERFORM PFAENDUNG-SUCHEN
               IF GEPFAENDET-FLAGGE = 'J'
                   PERFORM FREIBETRAG-ERMITTELN
               END-IF
           END-IF

           GOBACK.

       PFAENDUNG-SUCHEN.
           MOVE 'N' TO GEPFAENDET-FLAGGE
           OPEN INPUT PFAENDUNG-DATEI
           IF WS-PF-STATUS = "00"
               MOVE LP-KUNDEN-NR TO PF-KUNDEN-NR
               MOVE 0 TO PF-NR
               START PFAENDUNG-DATEI KEY IS >= PF-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO PF-EOF-FLAGGE
                   NOT INVALID KEY
                       MOVE 'N' TO PF-EOF-FLAGGE
               END-START
               PERFORM UNTIL PF-EOF-FLAGGE = 'J'
                   READ PFAENDUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PF-EOF-FLAGGE
                       NOT AT END
                           IF PF-KUNDEN-NR NOT = LP-KUNDEN-NR
                               MOVE 'J' TO PF-EOF-FLAGGE
                           ELSE
                               IF PF-STATUS = 'A'
                                   MOVE 'J' TO GEPFAENDET-FLAGGE
                                   MOVE 'J' TO PF-EOF-FLAGGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PFAENDUNG-DATEI
           END-IF.

      *> Gepfaendetes Konto: ohne P-Konto ist nichts frei; beim
      *> P-Konto der Rest aus Freibetrag und Uebertrag des Monats.
      *> Ist der Monatslauf noch nicht gelaufen (PK-MONAT alt),
      *> gilt der volle Freibetrag ohne Uebertrag. Nach dem
      *> Monatslauf am Ultimo steht PK-MONAT schon auf dem
      *> Folgemonat - dessen Werte gelten dann bereits.
       FREIBETRAG-ERMITTELN.
           MOVE 0 TO WS-FREI
           PERFORM PKONTO-LESEN
           IF PKONTO-FLAGGE = 'J'
               IF PK-MONAT >= WS-MONAT
                   COMPUTE WS-FREI = PK-FREIBETRAG + PK-UEBERTRAG
                       - PK-VERFUEGT
               ELSE
                   MOVE PK-FREIBETRAG TO WS-FREI
               END-IF
               CLOSE PKONTO-DATEI
           END-IF
           IF WS-FREI > LP-KONTOSTAND
               MOVE LP-KONTOSTAND TO WS-FREI
           END-IF
           IF WS-FREI < 0
               MOVE 0 TO WS-FREI
           END-IF
           MOVE WS-FREI TO LP-FREI
           IF LP-BETRAG > LP-FREI
               MOVE 'N' TO LP-ERGEBNIS
           END-IF.

      *> Oeffnet pkonten.dat und liest den Satz des Kontos; bei
      *> PKONTO-FLAGGE 'J' bleibt die Datei fuer den Aufrufer offen.
       PKONTO-LESEN.
           MOVE 'N' TO PKONTO-FLAGGE
           IF LP-FUNKTION = 'B'
               OPEN I-O PKONTO-DATEI
           ELSE
               OPEN INPUT PKONTO-DATEI
           END-IF
           IF WS-PK-STATUS = "00"
               MOVE LP-KUNDEN-NR TO PK-KUNDEN-NR
               READ PKONTO-DATEI KEY IS PK-KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PK-STATUS = 'A'
                           MOVE 'J' TO PKONTO-FLAGGE
                       END-IF
               END-READ
               IF PKONTO-FLAGGE = 'N'
                   CLOSE PKONTO-DATEI
               END-IF
           END-IF.

       VERFUEGUNG-ZAEHLEN.
           PERFORM PKONTO-LESEN
           IF PKONTO-FLAGGE = 'J'
               IF PK-MONAT < WS-MONAT
                   MOVE WS-MONAT TO PK-MONAT
                   MOVE 0 TO PK-UEBERTRAG
                   MOVE 0 TO PK-VERFUEGT
               END-IF
               ADD LP-BETRAG TO PK-VERFUEGT
               REWRITE PKONTO-EINTRAG
               IF WS-PK-STATUS NOT = "00"
                   MOVE "PFAENDPRUEF" TO WS-FP-PROGRAMM
                   MOVE "REWRITE PKONTO-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Verfuegung nicht auf Freibetrag angerechnet"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-PK-STATUS WS-FP-MELDUNG
               END-IF
               CLOSE PKONTO-DATEI
           END-IF.
