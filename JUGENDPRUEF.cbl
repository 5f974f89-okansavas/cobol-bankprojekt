       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUGENDPRUEF.

      *> Stellt fest, ob eine Person minderjaehrig ist, und liefert
      *> die Grenzen fuer Minderjaehrigenkonten aus
      *> jugendparameter.dat (eine Zeile je Wert, Felder durch
      *> Semikolon getrennt):
      *>   KARTENLIMIT;100.00      Tageslimit der Karte am Automaten
      *>   VERTRETERGRENZE;200.00  Verfuegungen darueber nur im
      *>                           Beisein eines gesetzlichen
      *>                           Vertreters (VERTRETERPRUEF)
      *> Ohne Parameterdatei gelten die Werte oben.
      *> Aufruf:
      *>   CALL "JUGENDPRUEF" USING Personennummer Geburtsdatum
      *>       Ergebnis Kartenlimit Vertretergrenze
      *> Mit Personennummer > 0 (fuer ein Konto KUNDEN-PERSONEN-NR)
      *> wird das Geburtsdatum aus personen.dat geliefert; mit
      *> Personennummer 0 wird das uebergebene Geburtsdatum
      *> geprueft (Neuanlage).
      *> Ergebnis 'J' = minderjaehrig (18. Geburtstag liegt nach
      *> heute), 'N' = volljaehrig oder Geburtsdatum nicht erfasst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-DATEI ASSIGN TO "jugendparameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-DATEI.
       01 PARAMETER-ZEILE      PIC X(60).

       FD PERSONEN-DATEI.
           COPY PERSON.

       WORKING-STORAGE SECTION.
       01 WS-PARAMETER-STATUS  PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 PARAM-EOF-FLAGGE     PIC X VALUE 'N'.
       01 P-ART-TEXT           PIC X(20).
       01 P-WERT-TEXT          PIC X(20).
       01 NUMVAL-TESTRESULT    PIC S9(4).
       01 WS-HEUTE             PIC 9(8).
      *> 18. Geburtstag als JJJJMMTT (Jahr + 18, Tag und Monat wie
      *> geboren; am 29.02. Geborene werden am 01.03. volljaehrig).
       01 WS-VOLLJAEHRIG-AB    PIC 9(8).

       LINKAGE SECTION.
       01 LP-PERSONEN-NR       PIC 9(5).
       01 LP-GEBURTSDATUM      PIC 9(8).
       01 LP-ERGEBNIS          PIC X.
       01 LP-KARTENLIMIT       PIC 9(7)V99.
       01 LP-VERTRETERGRENZE   PIC 9(7)V99.

       PROCEDURE DIVISION USING LP-PERSONEN-NR LP-GEBURTSDATUM
               LP-ERGEBNIS LP-KARTENLIMIT LP-VERTRETERGRENZE.
       BEGIN.
           MOVE 'N' TO LP-ERGEBNIS
           PERFORM PARAMETER-LADEN

           IF LP-PERSONEN-NR NOT = 0
               MOVE 0 TO LP-GEBURTSDATUM
               PERFORM GEBURTSDATUM-LESEN
           END-IF

           IF LP-GEBURTSDATUM NOT = 0
               ACCEPT WS-HEUTE FROM DATE YYYYMMDD
               COMPUTE WS-VOLLJAEHRIG-AB = LP-GEBURTSDATUM + 180000
               IF WS-VOLLJAEHRIG-AB > WS-HEUTE
                   MOVE 'J' TO LP-ERGEBNIS
               END-IF
           END-IF

           GOBACK.

       GEBURTSDATUM-LESEN.
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE LP-PERSONEN-NR TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-GEBURTSDATUM TO LP-GEBURTSDATUM
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.

       PARAMETER-LADEN.
           MOVE 100.00 TO LP-KARTENLIMIT
           MOVE 200.00 TO LP-VERTRETERGRENZE
           OPEN INPUT PARAMETER-DATEI
           IF WS-PARAMETER-STATUS = "00"
               MOVE 'N' TO PARAM-EOF-FLAGGE
               PERFORM UNTIL PARAM-EOF-FLAGGE = 'J'
                   READ PARAMETER-DATEI
                       AT END
                           MOVE 'J' TO PARAM-EOF-FLAGGE
                       NOT AT END
                           PERFORM PARAMETERZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-DATEI
           END-IF.

       PARAMETERZEILE-VERARBEITEN.
           MOVE SPACES TO P-ART-TEXT P-WERT-TEXT
           UNSTRING PARAMETER-ZEILE DELIMITED BY ";"
               INTO P-ART-TEXT P-WERT-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-ART-TEXT) TO P-ART-TEXT
           MOVE FUNCTION TEST-NUMVAL(P-WERT-TEXT) TO NUMVAL-TESTRESULT
           IF NUMVAL-TESTRESULT = 0
               EVALUATE P-ART-TEXT
                   WHEN "KARTENLIMIT"
                       COMPUTE LP-KARTENLIMIT =
                           FUNCTION NUMVAL(P-WERT-TEXT)
                   WHEN "VERTRETERGRENZE"
                       COMPUTE LP-VERTRETERGRENZE =
                           FUNCTION NUMVAL(P-WERT-TEXT)
               END-EVALUATE
           END-IF.
