       01 NEUER-SALDO          PIC S9(7)V99.
       01 MASK-KONTO           PIC -Z(6)9.99.
       01 GROSSBETRAG-SCHWELLE PIC 9(7)V99 VALUE 5000.00.
      *> Pfaendungsschutz (siehe PFAENDPRUEF): vom gepfaendeten
      *> Konto nur bis zum pfaendungsfreien Betrag.
       01 PP-FUNKTION          PIC X.
       01 PP-FREI              PIC 9(8)V99.
       01 PP-ERGEBNIS          PIC X VALUE 'J'.
       01 MASK-FREI            PIC Z(7)9.99.
       01 FREIGABE-CODE        PIC X(10) VALUE SPACES.
       01 FREIGABE-OK-FLAGGE   PIC X VALUE 'N'.
      *> Und-Konten: Zustimmung aller Inhaber (INHABERPRUEF).
       01 INHABER-OK-FLAGGE    PIC X VALUE 'N'.
      *> Minderjaehrigenkonten: Vertreter ab Grenze (VERTRETERPRUEF).
       01 VERTRETER-OK-FLAGGE  PIC X VALUE 'N'.
       01 WS-FREIGABE-ID       PIC X(4) VALUE SPACES.

      *> Wechselkurse zu EUR aus kurse.dat, wie in TRANSFER und
      *> Sperrkollision - es liegt kein Dateifehler vor.
       01 SPERRE-LOG-STATUS    PIC XX VALUE "00".

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X.
       01 BP-PROGRAMM          PIC X(20) VALUE "ZAHLUNGSAUSGANG".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wandert in BEWEGUNG-MITARBEITER.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- ZAHLUNGSAUFTRAG AN FREMDE BANK ---"
           PERFORM PERIODE-PRUEFEN
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF
           MOVE 'N' TO ABBRUCH-FLAGGE
           PERFORM KURSE-LADEN

           CLOSE ZAHLAUF-DATEI
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

       AUFTRAG-ERFASSEN.
           DISPLAY "Empfaengername: "
           ACCEPT TEMP-EMPFAENGER
               END-READ

               IF ABBRUCH-FLAGGE = 'N' AND KUNDEN-STATUS NOT = 'A'
                       AND KUNDEN-STATUS NOT = 'N'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Konto ist nicht aktiv (Status "
                       KUNDEN-STATUS "). Keine Buchung moeglich."

               IF ABBRUCH-FLAGGE = 'N'
                   MOVE SPACES TO FREIGABE-CODE
      *> Nachlasskonten: jede Verfuegung nur mit Freigabe.
                   IF BETRAG-KONTO > GROSSBETRAG-SCHWELLE
                           OR KUNDEN-STATUS = 'N'
                       IF KUNDEN-STATUS = 'N'
                           DISPLAY "Nachlasskonto - Verfuegung nur "
                               "mit Freigabe eines Supervisors."
                       ELSE
                           DISPLAY "Betrag ueber Freigabegrenze - "
                               "Freigabe eines Supervisors noetig."
                       END-IF
                       MOVE 'N' TO FREIGABE-OK-FLAGGE
                       CALL "FREIGABEPRUEF" USING LP-MITARBEITER-ID
                           WS-FREIGABE-ID FREIGABE-OK-FLAGGE
                   END-IF
               END-IF

               IF ABBRUCH-FLAGGE = 'N'
                   CALL "INHABERPRUEF" USING SUCH-NR INHABER-OK-FLAGGE
                   IF INHABER-OK-FLAGGE NOT = 'J'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                   END-IF
               END-IF

               IF ABBRUCH-FLAGGE = 'N'
                   CALL "VERTRETERPRUEF" USING KUNDEN-PERSONEN-NR
                       BETRAG-KONTO VERTRETER-OK-FLAGGE
                   IF VERTRETER-OK-FLAGGE NOT = 'J'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                   END-IF
               END-IF

               IF ABBRUCH-FLAGGE = 'N'
                   COMPUTE WS-VERFUEGBAR = KUNDEN-KONTO - BETRAG-KONTO
                       + KUNDEN-UEBERZIEHUNGSLIMIT
                   END-IF
               END-IF

               IF ABBRUCH-FLAGGE = 'N'
                   MOVE 'P' TO PP-FUNKTION
                   CALL "PFAENDPRUEF" USING PP-FUNKTION SUCH-NR
                       BETRAG-KONTO KUNDEN-KONTO PP-FREI PP-ERGEBNIS
                   IF PP-ERGEBNIS NOT = 'J'
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       MOVE PP-FREI TO MASK-FREI
                       DISPLAY "Fehler: Konto ist gepfaendet - "
                           "pfaendungsfrei verfuegbar nur noch "
                           MASK-FREI " " KUNDEN-WAEHRUNG "."
                   END-IF
               END-IF

               IF ABBRUCH-FLAGGE = 'N'
                   MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
                   SUBTRACT BETRAG-KONTO FROM KUNDEN-KONTO
                       CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                           WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
                       PERFORM BUCHUNG-SCHREIBEN
                       MOVE 'B' TO PP-FUNKTION
                       CALL "PFAENDPRUEF" USING PP-FUNKTION SUCH-NR
                           BETRAG-KONTO KUNDEN-KONTO PP-FREI
                           PP-ERGEBNIS
                   END-IF
               END-IF
               CLOSE KUNDEN-DATEI
               MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
               MOVE ANGEWANDT-KURS TO BEWEGUNG-KURS
               MOVE ANGEWANDT-KURS-DATUM TO BEWEGUNG-KURS-DATUM
               MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
