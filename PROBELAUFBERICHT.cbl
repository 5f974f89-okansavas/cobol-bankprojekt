       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBELAUFBERICHT.

      *> Bericht fuer den Probelauf des Monatsabschlusses (siehe
      *> TAGESLAUF): die buchenden Schritte rechnen im Probelauf wie
      *> im echten Lauf, schreiben aber nichts fort, sondern melden
      *> jede Buchung, die ein Konto erhalten wuerde, hierher. Je
      *> Schritt entsteht probelauf-<schritt>-JJJJMMTT.txt mit den
      *> Einzelbuchungen, den Summen je Buchungsart und
      *> Niederlassung und dem Vergleich mit den tatsaechlich
      *> gebuchten Summen des Vormonats (Stapelbuchungen mit
      *> Mitarbeiter SYS aus kontobewegungen.dat, Buchungsdatum im
      *> Vormonat). Betraege in Kontowaehrung, ohne Umrechnung.
      *> Aufruf:
      *>   CALL "PROBELAUFBERICHT" USING Funktion, Schritt,
      *>       Kundennummer, Niederlassung, Buchungsart, Betrag
      *> Funktion E = Bericht eroeffnen (Schritt = Dateinamensteil),
      *>          V = Buchungsart fuer den Vormonatsvergleich
      *>              anmelden, auch wenn der Probelauf keine solche
      *>              Buchung ergibt,
      *>          B = Buchung ausweisen und aufsummieren,
      *>          A = Summen und Vormonatsvergleich schreiben und
      *>              den Bericht abschliessen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERICHT-DATEI ASSIGN TO WS-BERICHT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BERICHT-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(100).

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       WORKING-STORAGE SECTION.
       01 WS-BERICHT-STATUS    PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-BERICHT-NAME      PIC X(60).
       01 BERICHT-OFFEN        PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 ANZAHL-BUCHUNGEN     PIC 9(7) VALUE 0.

      *> Vormonat zum Laufdatum (Buchungsdatum JJJJMM01-JJJJMM31).
       01 VORMONAT-ZERLEGT.
           05 VORMONAT-JAHR    PIC 9(4).
           05 VORMONAT-MONAT   PIC 9(2).
       01 VORMONAT REDEFINES VORMONAT-ZERLEGT PIC 9(6).
       01 VM-VON               PIC 9(8).
       01 VM-BIS               PIC 9(8).
      *> Niederlassung des zuletzt nachgeschlagenen Kunden
      *> (kontobewegungen.dat liegt in Kundenfolge).
       01 LAUF-KUNDE           PIC 9(5) VALUE 0.
       01 LAUF-NIEDERLASSUNG   PIC X(4) VALUE SPACES.
       01 KUNDEN-OK            PIC X VALUE 'N'.

      *> Angemeldete Buchungsarten dieses Schritts.
       01 ART-ANZAHL           PIC 99 VALUE 0.
       01 ART-MAX              PIC 99 VALUE 10.
       01 ART-TABELLE.
           05 ART-NAME         PIC X(16) OCCURS 10 TIMES.
       01 A-INDEX              PIC 99.
       01 ART-TREFFER          PIC 99.

      *> Summen je Buchungsart und Niederlassung, Probelauf und
      *> Vormonat nebeneinander.
       01 SUMMEN-ANZAHL        PIC 9(3) VALUE 0.
       01 SUMMEN-MAX           PIC 9(3) VALUE 200.
       01 SUMMEN-TABELLE.
           05 SUMMEN-EINTRAG OCCURS 200 TIMES.
               10 SU-ART           PIC X(16).
               10 SU-NIEDERLASSUNG PIC X(4).
               10 SU-ANZAHL        PIC 9(7).
               10 SU-BETRAG        PIC S9(11)V99.
               10 SU-VM-ANZAHL     PIC 9(7).
               10 SU-VM-BETRAG     PIC S9(11)V99.
       01 S-INDEX              PIC 9(3).
       01 SUMMEN-TREFFER       PIC 9(3).
       01 SUCH-ART             PIC X(16).
       01 SUCH-NIEDERLASSUNG   PIC X(4).

       01 ART-ANZAHL-SUMME     PIC 9(7).
       01 ART-BETRAG-SUMME     PIC S9(11)V99.
       01 ART-VM-ANZAHL-SUMME  PIC 9(7).
       01 ART-VM-BETRAG-SUMME  PIC S9(11)V99.
       01 DIFFERENZ            PIC S9(11)V99.

       01 MASK-BETRAG          PIC -Z(6)9.99.
       01 MASK-SUMME           PIC -Z(9)9.99.
       01 MASK-VM-SUMME        PIC -Z(9)9.99.
       01 MASK-DIFFERENZ       PIC -Z(9)9.99.
       01 MASK-ANZAHL          PIC Z(5)9.
       01 MASK-VM-ANZAHL       PIC Z(5)9.
       01 MASK-DATUM           PIC 9999/99/99.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       LINKAGE SECTION.
       01 LP-FUNKTION          PIC X.
       01 LP-SCHRITT           PIC X(12).
       01 LP-KUNDEN-NR         PIC 9(5).
       01 LP-NIEDERLASSUNG     PIC X(4).
       01 LP-ART               PIC X(16).
       01 LP-BETRAG            PIC S9(7)V99.

       PROCEDURE DIVISION USING LP-FUNKTION LP-SCHRITT LP-KUNDEN-NR
               LP-NIEDERLASSUNG LP-ART LP-BETRAG.
       BEGIN.
           EVALUATE LP-FUNKTION
               WHEN 'E'
                   PERFORM BERICHT-EROEFFNEN
               WHEN 'V'
                   MOVE LP-ART TO SUCH-ART
                   PERFORM ART-ANMELDEN
               WHEN 'B'
                   PERFORM BUCHUNG-AUSWEISEN
               WHEN 'A'
                   PERFORM BERICHT-ABSCHLIESSEN
           END-EVALUATE

           GOBACK.

       BERICHT-EROEFFNEN.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO ANZAHL-BUCHUNGEN ART-ANZAHL SUMMEN-ANZAHL
           MOVE 0 TO LAUF-KUNDE
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "probelauf-" DELIMITED BY SIZE
               LP-SCHRITT DELIMITED BY SPACE
               "-" WS-HEUTE ".txt" DELIMITED BY SIZE
               INTO WS-BERICHT-NAME

           MOVE WS-HEUTE(1:6) TO VORMONAT
           IF VORMONAT-MONAT = 1
               MOVE 12 TO VORMONAT-MONAT
               SUBTRACT 1 FROM VORMONAT-JAHR
           ELSE
               SUBTRACT 1 FROM VORMONAT-MONAT
           END-IF
           COMPUTE VM-VON = VORMONAT * 100 + 1
           COMPUTE VM-BIS = VORMONAT * 100 + 31

           MOVE 'N' TO BERICHT-OFFEN
           MOVE SPACES TO BERICHT-ZEILE
           OPEN OUTPUT BERICHT-DATEI
           IF WS-BERICHT-STATUS NOT = "00"
               MOVE "PROBELAUFBERICHT" TO WS-FP-PROGRAMM
               MOVE "OPEN OUTPUT BERICHT-DATEI" TO WS-FP-VORGANG
               MOVE "Probelauf ohne Bericht" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BERICHT-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: " FUNCTION TRIM(WS-BERICHT-NAME)
                   " konnte nicht angelegt werden (Status "
                   WS-BERICHT-STATUS ")."
           ELSE
               MOVE 'J' TO BERICHT-OFFEN
               MOVE WS-HEUTE TO MASK-DATUM
               MOVE SPACES TO BERICHT-ZEILE
               STRING "PROBELAUF " DELIMITED BY SIZE
                   LP-SCHRITT DELIMITED BY SPACE
                   " VOM " MASK-DATUM
                   " - SIMULATION, ES WURDE NICHTS GEBUCHT"
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
               PERFORM ZEILE-AUSGEBEN
               MOVE ALL "=" TO BERICHT-ZEILE(1:76)
               PERFORM ZEILE-AUSGEBEN
               PERFORM ZEILE-AUSGEBEN
               MOVE "KONTO  FIL.  BUCHUNGSART            BETRAG"
                   TO BERICHT-ZEILE
               PERFORM ZEILE-AUSGEBEN
               MOVE ALL "-" TO BERICHT-ZEILE(1:44)
               PERFORM ZEILE-AUSGEBEN
           END-IF.

       BUCHUNG-AUSWEISEN.
           ADD 1 TO ANZAHL-BUCHUNGEN
           MOVE LP-BETRAG TO MASK-BETRAG
           STRING LP-KUNDEN-NR "  " LP-NIEDERLASSUNG "  " LP-ART
               " " MASK-BETRAG
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           PERFORM ZEILE-AUSGEBEN

           MOVE LP-ART TO SUCH-ART
           PERFORM ART-ANMELDEN
           MOVE LP-NIEDERLASSUNG TO SUCH-NIEDERLASSUNG
           PERFORM SUMMENEINTRAG-SUCHEN
           IF SUMMEN-TREFFER > 0
               ADD 1 TO SU-ANZAHL(SUMMEN-TREFFER)
               ADD LP-BETRAG TO SU-BETRAG(SUMMEN-TREFFER)
           END-IF.

       ART-ANMELDEN.
           MOVE 0 TO ART-TREFFER
           PERFORM VARYING A-INDEX FROM 1 BY 1
                   UNTIL A-INDEX > ART-ANZAHL
               IF ART-NAME(A-INDEX) = SUCH-ART
                   MOVE A-INDEX TO ART-TREFFER
               END-IF
           END-PERFORM
           IF ART-TREFFER = 0
               IF ART-ANZAHL >= ART-MAX
                   DISPLAY "Warnung: mehr als " ART-MAX
                       " Buchungsarten - " FUNCTION TRIM(SUCH-ART)
                       " wird nicht summiert."
               ELSE
                   ADD 1 TO ART-ANZAHL
                   MOVE SUCH-ART TO ART-NAME(ART-ANZAHL)
                   MOVE ART-ANZAHL TO ART-TREFFER
               END-IF
           END-IF.

      *> Summeneintrag zu SUCH-ART/SUCH-NIEDERLASSUNG suchen bzw.
      *> neu anlegen; SUMMEN-TREFFER 0 = Tabelle voll.
       SUMMENEINTRAG-SUCHEN.
           MOVE 0 TO SUMMEN-TREFFER
           PERFORM VARYING S-INDEX FROM 1 BY 1
                   UNTIL S-INDEX > SUMMEN-ANZAHL
               IF SU-ART(S-INDEX) = SUCH-ART AND
                       SU-NIEDERLASSUNG(S-INDEX) = SUCH-NIEDERLASSUNG
                   MOVE S-INDEX TO SUMMEN-TREFFER
               END-IF
           END-PERFORM
           IF SUMMEN-TREFFER = 0
               IF SUMMEN-ANZAHL >= SUMMEN-MAX
                   DISPLAY "Warnung: mehr als " SUMMEN-MAX
                       " Summenzeilen - Niederlassung "
                       SUCH-NIEDERLASSUNG " wird nicht summiert."
               ELSE
                   ADD 1 TO SUMMEN-ANZAHL
                   MOVE SUMMEN-ANZAHL TO SUMMEN-TREFFER
                   MOVE SUCH-ART TO SU-ART(SUMMEN-TREFFER)
                   MOVE SUCH-NIEDERLASSUNG
                       TO SU-NIEDERLASSUNG(SUMMEN-TREFFER)
                   MOVE 0 TO SU-ANZAHL(SUMMEN-TREFFER)
                       SU-BETRAG(SUMMEN-TREFFER)
                       SU-VM-ANZAHL(SUMMEN-TREFFER)
                       SU-VM-BETRAG(SUMMEN-TREFFER)
               END-IF
           END-IF.

       BERICHT-ABSCHLIESSEN.
           PERFORM VORMONAT-SUMMIEREN

           MOVE ALL "-" TO BERICHT-ZEILE(1:44)
           PERFORM ZEILE-AUSGEBEN
           MOVE ANZAHL-BUCHUNGEN TO MASK-ANZAHL
           STRING MASK-ANZAHL " Buchungen im Probelauf"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           PERFORM ZEILE-AUSGEBEN
           PERFORM ZEILE-AUSGEBEN

           MOVE VM-VON TO MASK-DATUM
           STRING "SUMMEN JE BUCHUNGSART UND NIEDERLASSUNG - "
               "VERGLEICH MIT VORMONAT " MASK-DATUM(1:7)
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "=" TO BERICHT-ZEILE(1:94)
           PERFORM ZEILE-AUSGEBEN
           STRING "BUCHUNGSART      FIL.    ANZ.      PROBELAUF"
               "    ANZ.       VORMONAT      DIFFERENZ"
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "-" TO BERICHT-ZEILE(1:94)
           PERFORM ZEILE-AUSGEBEN

           PERFORM VARYING A-INDEX FROM 1 BY 1
                   UNTIL A-INDEX > ART-ANZAHL
               PERFORM ART-SUMMEN-AUSGEBEN
           END-PERFORM

           IF BERICHT-OFFEN = 'J'
               CLOSE BERICHT-DATEI
               MOVE 'N' TO BERICHT-OFFEN
               DISPLAY "Probelaufbericht: "
                   FUNCTION TRIM(WS-BERICHT-NAME) " ("
                   ANZAHL-BUCHUNGEN " Buchungen)"
           END-IF.

      *> Je Niederlassung eine Zeile, danach die Summe der Art.
       ART-SUMMEN-AUSGEBEN.
           MOVE 0 TO ART-ANZAHL-SUMME ART-BETRAG-SUMME
               ART-VM-ANZAHL-SUMME ART-VM-BETRAG-SUMME
           PERFORM VARYING S-INDEX FROM 1 BY 1
                   UNTIL S-INDEX > SUMMEN-ANZAHL
               IF SU-ART(S-INDEX) = ART-NAME(A-INDEX)
                   ADD SU-ANZAHL(S-INDEX) TO ART-ANZAHL-SUMME
                   ADD SU-BETRAG(S-INDEX) TO ART-BETRAG-SUMME
                   ADD SU-VM-ANZAHL(S-INDEX) TO ART-VM-ANZAHL-SUMME
                   ADD SU-VM-BETRAG(S-INDEX) TO ART-VM-BETRAG-SUMME
                   MOVE SU-ANZAHL(S-INDEX) TO MASK-ANZAHL
                   MOVE SU-BETRAG(S-INDEX) TO MASK-SUMME
                   MOVE SU-VM-ANZAHL(S-INDEX) TO MASK-VM-ANZAHL
                   MOVE SU-VM-BETRAG(S-INDEX) TO MASK-VM-SUMME
                   COMPUTE DIFFERENZ =
                       SU-BETRAG(S-INDEX) - SU-VM-BETRAG(S-INDEX)
                   MOVE DIFFERENZ TO MASK-DIFFERENZ
                   STRING ART-NAME(A-INDEX) " "
                       SU-NIEDERLASSUNG(S-INDEX) "  " MASK-ANZAHL " "
                       MASK-SUMME "  " MASK-VM-ANZAHL " " MASK-VM-SUMME
                       " " MASK-DIFFERENZ
                       DELIMITED BY SIZE INTO BERICHT-ZEILE
                   PERFORM ZEILE-AUSGEBEN
               END-IF
           END-PERFORM

           MOVE ART-ANZAHL-SUMME TO MASK-ANZAHL
           MOVE ART-BETRAG-SUMME TO MASK-SUMME
           MOVE ART-VM-ANZAHL-SUMME TO MASK-VM-ANZAHL
           MOVE ART-VM-BETRAG-SUMME TO MASK-VM-SUMME
           COMPUTE DIFFERENZ = ART-BETRAG-SUMME - ART-VM-BETRAG-SUMME
           MOVE DIFFERENZ TO MASK-DIFFERENZ
           STRING ART-NAME(A-INDEX) " SUMME " MASK-ANZAHL " "
               MASK-SUMME "  " MASK-VM-ANZAHL " " MASK-VM-SUMME
               " " MASK-DIFFERENZ
               DELIMITED BY SIZE INTO BERICHT-ZEILE
           PERFORM ZEILE-AUSGEBEN
           PERFORM ZEILE-AUSGEBEN.

      *> Tatsaechlich gebuchte Stapelbuchungen des Vormonats zu den
      *> angemeldeten Buchungsarten; die Niederlassung kommt aus dem
      *> heutigen Kundenstamm.
       VORMONAT-SUMMIEREN.
           OPEN INPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               IF WS-BEWEGUNGEN-STATUS NOT = "35"
                   MOVE "PROBELAUFBERICHT" TO WS-FP-PROGRAMM
                   MOVE "OPEN INPUT BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
                   MOVE "Probelauf ohne Vormonatsvergleich"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               END-IF
           ELSE
               MOVE 'N' TO KUNDEN-OK
               OPEN INPUT KUNDEN-DATEI
               IF WS-KUNDEN-STATUS = "00"
                   MOVE 'J' TO KUNDEN-OK
               END-IF
               MOVE 0 TO LAUF-KUNDE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ BEWEGUNGEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF BEWEGUNG-DATUM >= VM-VON
                                   AND BEWEGUNG-DATUM <= VM-BIS
                                   AND BEWEGUNG-MITARBEITER = "SYS "
                               PERFORM VORMONATSBUCHUNG-ZAEHLEN
                           END-IF
                   END-READ
               END-PERFORM
               IF KUNDEN-OK = 'J'
                   CLOSE KUNDEN-DATEI
               END-IF
               CLOSE BEWEGUNGEN-DATEI
           END-IF.

       VORMONATSBUCHUNG-ZAEHLEN.
           MOVE 0 TO ART-TREFFER
           PERFORM VARYING A-INDEX FROM 1 BY 1
                   UNTIL A-INDEX > ART-ANZAHL
               IF ART-NAME(A-INDEX) = BEWEGUNG-ART
                   MOVE A-INDEX TO ART-TREFFER
               END-IF
           END-PERFORM
           IF ART-TREFFER > 0
               IF BEWEGUNG-KUNDEN-NR NOT = LAUF-KUNDE
                   MOVE BEWEGUNG-KUNDEN-NR TO LAUF-KUNDE
                   MOVE SPACES TO LAUF-NIEDERLASSUNG
                   IF KUNDEN-OK = 'J'
                       MOVE BEWEGUNG-KUNDEN-NR TO KUNDEN-NR
                       READ KUNDEN-DATEI KEY IS KUNDEN-NR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE KUNDEN-NIEDERLASSUNG
                                   TO LAUF-NIEDERLASSUNG
                       END-READ
                   END-IF
               END-IF
               MOVE BEWEGUNG-ART TO SUCH-ART
               MOVE LAUF-NIEDERLASSUNG TO SUCH-NIEDERLASSUNG
               PERFORM SUMMENEINTRAG-SUCHEN
               IF SUMMEN-TREFFER > 0
                   ADD 1 TO SU-VM-ANZAHL(SUMMEN-TREFFER)
                   ADD BEWEGUNG-BETRAG TO SU-VM-BETRAG(SUMMEN-TREFFER)
               END-IF
           END-IF.

      *> Ohne geoeffneten Bericht wird nur summiert.
       ZEILE-AUSGEBEN.
           IF BERICHT-OFFEN = 'J'
               WRITE BERICHT-ZEILE
           END-IF
           MOVE SPACES TO BERICHT-ZEILE.
