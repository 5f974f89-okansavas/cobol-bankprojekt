       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAUFTREND.

      *> Laufzeittrend des Tagesabschlusses aus laufhistorie.dat
      *> (Aufbau siehe LAUFHIST.CPY): je Schritt die letzten 30
      *> gefahrenen Laeufe mit Datum, Start, Laufzeit, Satzzahl und
      *> Ergebnis, dazu der Durchschnitt ueber diese Laeufe. Laut
      *> Vorgabe uebersprungene Schritte (Ergebnis U) sowie
      *> Stapellaeufe ohne Kette (B = war bereits fertig,
      *> P = Probelauf) zaehlen nicht. Abgebrochene Laeufe
      *> (Ergebnis A) werden gelistet und markiert, gehen aber nicht
      *> in den Durchschnitt ein.
      *> Ein Lauf wird markiert, wenn
      *>   - die Laufzeit um mehr als ABWEICHUNG Prozent vom
      *>     Durchschnitt abweicht und der Unterschied mindestens
      *>     MINDESTSEKUNDEN betraegt (sonst rauschen die
      *>     Sekundenschritte), oder
      *>   - die Satzzahl um mehr als ABWEICHUNG Prozent vom
      *>     Durchschnitt abweicht.
      *> Bewertet wird erst ab MINDESTLAEUFE Laeufen eines Schritts.
      *> Am Ende stehen die Schritte, deren juengster Lauf auffaellig
      *> war. Schwellen in lauftrend-parameter.dat (ABWEICHUNG;50,
      *> MINDESTSEKUNDEN;60, MINDESTLAEUFE;5 - das sind auch die
      *> Standardwerte). Ausgabe am Bildschirm und nach
      *> lauftrend-JJJJMMTT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIE-DATEI ASSIGN TO "laufhistorie.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIE-STATUS.
           SELECT PARAMETER-DATEI ASSIGN TO "lauftrend-parameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "lauftrend.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIE-DATEI.
           COPY LAUFHIST.

       FD PARAMETER-DATEI.
       01 PARAMETER-ZEILE          PIC X(40).

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HISTORIE-STATUS   PIC XX.
       01 WS-PARAMETER-STATUS  PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).

       01 ABWEICHUNG           PIC 9(3) VALUE 50.
       01 MINDESTSEKUNDEN      PIC 9(5) VALUE 60.
       01 MINDESTLAEUFE        PIC 99 VALUE 5.
       01 P-NAME-TEXT          PIC X(16).
       01 P-WERT-TEXT          PIC X(12).
       01 NUMVAL-TESTRESULT    PIC S9(4).

      *> Je Schritt ein Ringpuffer der letzten 30 Laeufe; ST-LAEUFE
      *> zaehlt alle gelesenen Laeufe, der naechste Platz ist
      *> MOD(ST-LAEUFE, 30) + 1.
       01 SCHRITT-ANZAHL       PIC 99 VALUE 0.
       01 SCHRITT-MAX          PIC 99 VALUE 30.
       01 SCHRITT-TABELLE.
           05 ST-EINTRAG OCCURS 30 TIMES.
               10 ST-NAME          PIC X(16).
               10 ST-LAEUFE        PIC 9(5).
               10 ST-AUFFAELLIG    PIC X.
               10 ST-LAUF OCCURS 30 TIMES.
                   15 SL-DATUM     PIC 9(8).
                   15 SL-START     PIC 9(8).
                   15 SL-DAUER     PIC 9(6).
                   15 SL-ANZAHL    PIC 9(9).
                   15 SL-ERGEBNIS  PIC X.
       01 S-INDEX              PIC 99.
       01 TREFFER-INDEX        PIC 99.
       01 L-INDEX              PIC 99.
       01 L-ZAEHLER            PIC 99.
       01 L-ERSTER             PIC 99.
       01 L-ANZAHL             PIC 99.
      *> Laeufe im Durchschnitt (ohne abgebrochene).
       01 L-SCHNITT-ANZAHL     PIC 99.

       01 SUMME-DAUER          PIC 9(9).
       01 SUMME-ANZAHL         PIC 9(12).
       01 SCHNITT-DAUER        PIC 9(6).
       01 SCHNITT-ANZAHL       PIC 9(9).
       01 DIFF-WERT            PIC 9(9).
       01 LAUF-MARKE           PIC X(24).
       01 ANZAHL-AUFFAELLIG    PIC 9(3) VALUE 0.

       01 MASK-DATUM           PIC 9999/99/99.
       01 MASK-ZEIT            PIC 99B99B99.
       01 MASK-DAUER           PIC Z(5)9.
       01 MASK-ANZAHL          PIC Z(8)9.
       01 AUSGABE-ZEILE        PIC X(100).
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO SCHRITT-ANZAHL ANZAHL-AUFFAELLIG
           PERFORM PARAMETER-LADEN

           OPEN INPUT HISTORIE-DATEI
           IF WS-HISTORIE-STATUS NOT = "00"
               DISPLAY "Hinweis: Keine Laufhistorie vorhanden "
                   "(laufhistorie.dat)."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ HISTORIE-DATEI
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF LH-ERGEBNIS NOT = 'U'
                               AND LH-ERGEBNIS NOT = 'B'
                               AND LH-ERGEBNIS NOT = 'P'
                               PERFORM LAUF-MERKEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIE-DATEI

               OPEN OUTPUT BERICHT-DATEI
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "LAUFZEITTREND TAGESABSCHLUSS " WS-HEUTE
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "Markiert ab " ABWEICHUNG " % Abweichung vom "
                   "Durchschnitt (Laufzeit mindestens "
                   MINDESTSEKUNDEN " s), ab " MINDESTLAEUFE
                   " Laeufen"
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
               MOVE ALL "=" TO AUSGABE-ZEILE(1:72)
               PERFORM ZEILE-AUSGEBEN

               PERFORM VARYING S-INDEX FROM 1 BY 1
                       UNTIL S-INDEX > SCHRITT-ANZAHL
                   PERFORM SCHRITT-AUSWERTEN
               END-PERFORM

               MOVE SPACES TO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
               MOVE "AUFFAELLIG IM JUENGSTEN LAUF:" TO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
               PERFORM VARYING S-INDEX FROM 1 BY 1
                       UNTIL S-INDEX > SCHRITT-ANZAHL
                   IF ST-AUFFAELLIG(S-INDEX) = 'J'
                       ADD 1 TO ANZAHL-AUFFAELLIG
                       MOVE SPACES TO AUSGABE-ZEILE
                       STRING "  *** " ST-NAME(S-INDEX)
                           DELIMITED BY SIZE INTO AUSGABE-ZEILE
                       PERFORM ZEILE-AUSGEBEN
                   END-IF
               END-PERFORM
               IF ANZAHL-AUFFAELLIG = 0
                   MOVE "  keine" TO AUSGABE-ZEILE
                   PERFORM ZEILE-AUSGEBEN
               END-IF

               CLOSE BERICHT-DATEI
               PERFORM BERICHT-ABLEGEN
           END-IF

           GOBACK.

       PARAMETER-LADEN.
           OPEN INPUT PARAMETER-DATEI
           IF WS-PARAMETER-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ PARAMETER-DATEI
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE SPACES TO P-NAME-TEXT P-WERT-TEXT
                           UNSTRING PARAMETER-ZEILE DELIMITED BY ";"
                               INTO P-NAME-TEXT P-WERT-TEXT
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(P-NAME-TEXT)
                               TO P-NAME-TEXT
                           MOVE FUNCTION TEST-NUMVAL(P-WERT-TEXT)
                               TO NUMVAL-TESTRESULT
                           IF NUMVAL-TESTRESULT = 0
                               EVALUATE P-NAME-TEXT
                                   WHEN "ABWEICHUNG"
                                       COMPUTE ABWEICHUNG =
                                           FUNCTION NUMVAL(P-WERT-TEXT)
                                   WHEN "MINDESTSEKUNDEN"
                                       COMPUTE MINDESTSEKUNDEN =
                                           FUNCTION NUMVAL(P-WERT-TEXT)
                                   WHEN "MINDESTLAEUFE"
                                       COMPUTE MINDESTLAEUFE =
                                           FUNCTION NUMVAL(P-WERT-TEXT)
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-DATEI
           END-IF.

      *> Schritt in der Tabelle suchen bzw. anlegen und den Lauf im
      *> Ringpuffer ablegen (die Datei ist chronologisch, der
      *> aelteste Lauf wird ueberschrieben).
       LAUF-MERKEN.
           MOVE 0 TO TREFFER-INDEX
           PERFORM VARYING S-INDEX FROM 1 BY 1
                   UNTIL S-INDEX > SCHRITT-ANZAHL
               IF ST-NAME(S-INDEX) = LH-SCHRITT
                   MOVE S-INDEX TO TREFFER-INDEX
               END-IF
           END-PERFORM
           IF TREFFER-INDEX = 0 AND SCHRITT-ANZAHL < SCHRITT-MAX
               ADD 1 TO SCHRITT-ANZAHL
               MOVE SCHRITT-ANZAHL TO TREFFER-INDEX
               MOVE LH-SCHRITT TO ST-NAME(TREFFER-INDEX)
               MOVE 0 TO ST-LAEUFE(TREFFER-INDEX)
               MOVE 'N' TO ST-AUFFAELLIG(TREFFER-INDEX)
           END-IF
           IF TREFFER-INDEX > 0
               COMPUTE L-INDEX =
                   FUNCTION MOD(ST-LAEUFE(TREFFER-INDEX), 30) + 1
               MOVE LH-DATUM TO SL-DATUM(TREFFER-INDEX, L-INDEX)
               MOVE LH-START TO SL-START(TREFFER-INDEX, L-INDEX)
               MOVE LH-DAUER TO SL-DAUER(TREFFER-INDEX, L-INDEX)
               MOVE LH-ANZAHL TO SL-ANZAHL(TREFFER-INDEX, L-INDEX)
               MOVE LH-ERGEBNIS TO SL-ERGEBNIS(TREFFER-INDEX, L-INDEX)
               ADD 1 TO ST-LAEUFE(TREFFER-INDEX)
           END-IF.

      *> Durchschnitt ueber die gemerkten Laeufe, dann die Laeufe vom
      *> aeltesten zum juengsten mit Markierung ausgeben.
       SCHRITT-AUSWERTEN.
           IF ST-LAEUFE(S-INDEX) > 30
               MOVE 30 TO L-ANZAHL
               COMPUTE L-ERSTER =
                   FUNCTION MOD(ST-LAEUFE(S-INDEX), 30) + 1
           ELSE
               MOVE ST-LAEUFE(S-INDEX) TO L-ANZAHL
               MOVE 1 TO L-ERSTER
           END-IF

           MOVE 0 TO SUMME-DAUER SUMME-ANZAHL L-SCHNITT-ANZAHL
           PERFORM VARYING L-INDEX FROM 1 BY 1
                   UNTIL L-INDEX > L-ANZAHL
               IF SL-ERGEBNIS(S-INDEX, L-INDEX) NOT = 'A'
                   ADD SL-DAUER(S-INDEX, L-INDEX) TO SUMME-DAUER
                   ADD SL-ANZAHL(S-INDEX, L-INDEX) TO SUMME-ANZAHL
                   ADD 1 TO L-SCHNITT-ANZAHL
               END-IF
           END-PERFORM
           IF L-SCHNITT-ANZAHL > 0
               COMPUTE SCHNITT-DAUER ROUNDED =
                   SUMME-DAUER / L-SCHNITT-ANZAHL
               COMPUTE SCHNITT-ANZAHL ROUNDED =
                   SUMME-ANZAHL / L-SCHNITT-ANZAHL
           ELSE
               MOVE 0 TO SCHNITT-DAUER SCHNITT-ANZAHL
           END-IF

           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SCHNITT-DAUER TO MASK-DAUER
           MOVE SCHNITT-ANZAHL TO MASK-ANZAHL
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "SCHRITT " ST-NAME(S-INDEX) " " L-ANZAHL
               " Laeufe, Schnitt " MASK-DAUER " s, "
               MASK-ANZAHL " Saetze"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE "  Datum      Start     Dauer s     Saetze  Erg"
               TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN

           PERFORM VARYING L-ZAEHLER FROM 1 BY 1
                   UNTIL L-ZAEHLER > L-ANZAHL
               COMPUTE L-INDEX =
                   FUNCTION MOD(L-ERSTER + L-ZAEHLER - 2, 30) + 1
               PERFORM LAUF-BEWERTEN
               MOVE SL-DATUM(S-INDEX, L-INDEX) TO MASK-DATUM
               MOVE SL-START(S-INDEX, L-INDEX)(1:6) TO MASK-ZEIT
               INSPECT MASK-ZEIT REPLACING ALL " " BY ":"
               MOVE SL-DAUER(S-INDEX, L-INDEX) TO MASK-DAUER
               MOVE SL-ANZAHL(S-INDEX, L-INDEX) TO MASK-ANZAHL
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "  " MASK-DATUM " " MASK-ZEIT "  " MASK-DAUER
                   "  " MASK-ANZAHL "  " SL-ERGEBNIS(S-INDEX, L-INDEX)
                   "  " LAUF-MARKE
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
           END-PERFORM.

      *> Setzt LAUF-MARKE fuer den Lauf L-INDEX; der juengste Lauf
      *> (letzter Durchgang) setzt zugleich ST-AUFFAELLIG. Ein
      *> abgebrochener Lauf ist immer auffaellig.
       LAUF-BEWERTEN.
           MOVE SPACES TO LAUF-MARKE
           IF SL-ERGEBNIS(S-INDEX, L-INDEX) = 'A'
               MOVE "*** ABBRUCH" TO LAUF-MARKE
           ELSE
           IF L-SCHNITT-ANZAHL >= MINDESTLAEUFE
               IF SL-DAUER(S-INDEX, L-INDEX) > SCHNITT-DAUER
                   COMPUTE DIFF-WERT =
                       SL-DAUER(S-INDEX, L-INDEX) - SCHNITT-DAUER
               ELSE
                   COMPUTE DIFF-WERT =
                       SCHNITT-DAUER - SL-DAUER(S-INDEX, L-INDEX)
               END-IF
               IF DIFF-WERT >= MINDESTSEKUNDEN
                   AND DIFF-WERT * 100 > SCHNITT-DAUER * ABWEICHUNG
                   MOVE "*** LAUFZEIT" TO LAUF-MARKE
               END-IF

               IF SL-ANZAHL(S-INDEX, L-INDEX) > SCHNITT-ANZAHL
                   COMPUTE DIFF-WERT =
                       SL-ANZAHL(S-INDEX, L-INDEX) - SCHNITT-ANZAHL
               ELSE
                   COMPUTE DIFF-WERT =
                       SCHNITT-ANZAHL - SL-ANZAHL(S-INDEX, L-INDEX)
               END-IF
               IF SCHNITT-ANZAHL > 0
                   AND DIFF-WERT * 100 > SCHNITT-ANZAHL * ABWEICHUNG
                   IF LAUF-MARKE = SPACES
                       MOVE "*** MENGE" TO LAUF-MARKE
                   ELSE
                       MOVE "*** LAUFZEIT + MENGE" TO LAUF-MARKE
                   END-IF
               END-IF
           END-IF
           END-IF
           IF L-ZAEHLER = L-ANZAHL
               IF LAUF-MARKE NOT = SPACES
                   MOVE 'J' TO ST-AUFFAELLIG(S-INDEX)
               END-IF
           END-IF.

       ZEILE-AUSGEBEN.
           DISPLAY AUSGABE-ZEILE
           MOVE AUSGABE-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "lauftrend-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv lauftrend.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht gespeichert: "
               FUNCTION TRIM(WS-BERICHT-NAME).
