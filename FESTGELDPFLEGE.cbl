       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X.
       01 BP-PROGRAMM          PIC X(20) VALUE "FESTGELDPFLEGE".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wandert in BEWEGUNG-MITARBEITER.
                   WHEN 1
                       PERFORM FESTGELDER-ANZEIGEN
                   WHEN 2
                       PERFORM PERIODE-PRUEFEN
                       IF BP-GESPERRT = 'N'
                           PERFORM FESTGELD-ANLEGEN
                       END-IF
                   WHEN 3
                       PERFORM WEISUNG-AENDERN
                   WHEN 0

           GOBACK.

      *> Buchungsperiodensperre: das Buchungsdatum laut Bankkalender
      *> darf in keinem abgeschlossenen Monat liegen; die Abweisung
      *> meldet PERIODENPRUEF selbst.
       PERIODE-PRUEFEN.
           MOVE 'B' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE 'B' TO BP-FUNKTION
           MOVE BT-ERGEBNIS-DATUM TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT.

       FESTGELDER-ANZEIGEN.
           MOVE 'N' TO EOF-FLAGGE
           MOVE 0 TO ANZAHL-FESTGELDER
               MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
