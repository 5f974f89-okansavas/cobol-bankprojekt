      *> Kuendigung verfuegt wird (siehe SPARPRUEF).
       01 VORSCHUSS-BETRAG     PIC 9(7)V99 VALUE 0.
       01 GROSSBETRAG-SCHWELLE PIC 9(7)V99 VALUE 5000.00.
      *> Pfaendungsschutz (siehe PFAENDPRUEF): vom gepfaendeten
      *> Quellkonto nur bis zum pfaendungsfreien Betrag.
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
      *> Pruefung auf Mitarbeitergeschaefte (MITARBEITERPRUEF) -
      *> fuer Quell- und Zielkonto.
       01 MP-FUNKTION          PIC X.
       01 MP-ERGEBNIS          PIC X.
       01 MP-BEZUG             PIC X(40).

       01 QUELLE-DATEN.
           05 QUELLE-NAME          PIC X(30).
           05 QUELLE-WAEHRUNG      PIC X(3).
           05 QUELLE-KONTOART      PIC X.
           05 QUELLE-NLS           PIC X(4).
           05 QUELLE-PERSON        PIC 9(5).
       01 ZIEL-DATEN.
           05 ZIEL-NAME            PIC X(30).
           05 ZIEL-KONTO           PIC S9(7)V99.
           05 ZIEL-STATUS          PIC X.
           05 ZIEL-WAEHRUNG        PIC X(3).
           05 ZIEL-NLS             PIC X(4).
           05 ZIEL-PERSON          PIC 9(5).

      *> Wechselkurse zu EUR fuer Ueberweisungen zwischen Konten
      *> unterschiedlicher Waehrung. Die Staende kommen aus kurse.dat
       01 BUCHUNG-ZEIT         PIC 9(8).
      *> Buchungsdatum aus dem Bankkalender (siehe BANKTAG): nach
      *> dem Buchungsschnitt traegt das Buchungspaar den naechsten
      *> Geschaeftstag. Als unbarer Vorgang valutieren beide Saetze
      *> am Buchungstag.
       01 BT-FUNKTION          PIC X.
       01 BT-DATUM             PIC 9(8).
       01 BT-ERGEBNIS-DATUM    PIC 9(8).
       01 CLEARING-BETRAG-EUR  PIC 9(9)V99.
       01 MASK-CLEARING        PIC Z(8)9.99.

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X.
       01 BP-PROGRAMM          PIC X(20) VALUE "TRANSFER".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wandert in BEWEGUNG-MITARBEITER.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- UEBERWEISUNG KONTO ZU KONTO ---"
           PERFORM PERIODE-PRUEFEN
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF
           MOVE 'N' TO ABBRUCH-FLAGGE
           PERFORM KURSE-LADEN

                   IF ABBRUCH-FLAGGE = 'N'
                       PERFORM KONTEN-LESEN
                   END-IF
                   IF ABBRUCH-FLAGGE = 'N'
                       PERFORM MITARBEITERGESCHAEFT-PRUEFEN
                   END-IF
                   IF ABBRUCH-FLAGGE = 'N'
                       PERFORM EMPFAENGER-SPERRPRUEFUNG
                   END-IF
                   IF ABBRUCH-FLAGGE = 'N'
                       PERFORM BETRAG-ERFASSEN
                   END-IF
                   IF ABBRUCH-FLAGGE = 'N'
                       CALL "INHABERPRUEF" USING QUELLE-NR
                           INHABER-OK-FLAGGE
                       IF INHABER-OK-FLAGGE NOT = 'J'
                           MOVE 'J' TO ABBRUCH-FLAGGE
                       END-IF
                   END-IF
                   IF ABBRUCH-FLAGGE = 'N'
                       CALL "VERTRETERPRUEF" USING QUELLE-PERSON
                           BETRAG-QUELLE VERTRETER-OK-FLAGGE
                       IF VERTRETER-OK-FLAGGE NOT = 'J'
                           MOVE 'J' TO ABBRUCH-FLAGGE
                       END-IF
                   END-IF
                   IF ABBRUCH-FLAGGE = 'N'
                       PERFORM UEBERWEISUNG-BUCHEN
                   END-IF

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

       KONTEN-SPERREN.
           MOVE 'N' TO QUELLE-GESPERRT
           MOVE 'N' TO ZIEL-GESPERRT
                   MOVE KUNDEN-WAEHRUNG TO QUELLE-WAEHRUNG
                   MOVE KUNDEN-KONTOART TO QUELLE-KONTOART
                   MOVE KUNDEN-NIEDERLASSUNG TO QUELLE-NLS
                   MOVE KUNDEN-PERSONEN-NR TO QUELLE-PERSON
           END-READ

           IF ABBRUCH-FLAGGE = 'N'
                       MOVE KUNDEN-STATUS  TO ZIEL-STATUS
                       MOVE KUNDEN-WAEHRUNG TO ZIEL-WAEHRUNG
                       MOVE KUNDEN-NIEDERLASSUNG TO ZIEL-NLS
                       MOVE KUNDEN-PERSONEN-NR TO ZIEL-PERSON
               END-READ
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               IF QUELLE-STATUS NOT = 'A' AND QUELLE-STATUS NOT = 'N'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Quellkonto ist nicht aktiv "
                       "(Status " QUELLE-STATUS "). Keine Buchung "
                       "moeglich."
               ELSE
               IF ZIEL-STATUS NOT = 'A' AND ZIEL-STATUS NOT = 'N'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Zielkonto ist nicht aktiv "
                       "(Status " ZIEL-STATUS "). Keine Buchung "
               DISPLAY "Zielkonto : " ZIEL-NAME
           END-IF.

      *> Keine Ueberweisungen von oder auf eigene oder verbundene
      *> Konten des angemeldeten Mitarbeiters (MITARBEITERPRUEF).
       MITARBEITERGESCHAEFT-PRUEFEN.
           MOVE 'P' TO MP-FUNKTION
           CALL "MITARBEITERPRUEF" USING MP-FUNKTION LP-MITARBEITER-ID
               QUELLE-NR QUELLE-PERSON MP-ERGEBNIS MP-BEZUG
           IF MP-ERGEBNIS = 'N'
               CALL "MITARBEITERPRUEF" USING MP-FUNKTION
                   LP-MITARBEITER-ID ZIEL-NR ZIEL-PERSON MP-ERGEBNIS
                   MP-BEZUG
           END-IF
           IF MP-ERGEBNIS = 'J'
               MOVE 'J' TO ABBRUCH-FLAGGE
           END-IF.

      *> Abgleich des Empfaengernamens gegen die Sperrliste der
      *> Compliance. Ein Treffer stoppt die Ueberweisung; ein
      *> Supervisor kann mit Freigabe und protokolliertem Grund
               MOVE ANGEWANDT-KURS-DATUM TO KURS-ANGEW-ZIEL-DATUM

               MOVE SPACES TO FREIGABE-CODE
      *> Nachlasskonten: jede Verfuegung nur mit Freigabe.
               IF BETRAG-QUELLE > GROSSBETRAG-SCHWELLE
                       OR QUELLE-STATUS = 'N'
                   IF QUELLE-STATUS = 'N'
                       DISPLAY "Nachlasskonto - Verfuegung nur mit "
                           "Freigabe eines Supervisors."
                   ELSE
                       DISPLAY "Betrag ueber Freigabegrenze - "
                           "Freigabe eines Supervisors noetig."
                   END-IF
                   MOVE 'N' TO FREIGABE-OK-FLAGGE
                   CALL "FREIGABEPRUEF" USING LP-MITARBEITER-ID
                       WS-FREIGABE-ID FREIGABE-OK-FLAGGE
                   DISPLAY "Fehler: Nicht genuegend Guthaben "
                       "(Ueberziehungslimit ueberschritten)!"
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               MOVE 'P' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION QUELLE-NR
                   BETRAG-QUELLE QUELLE-KONTO PP-FREI PP-ERGEBNIS
               IF PP-ERGEBNIS NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   MOVE PP-FREI TO MASK-FREI
                   DISPLAY "Fehler: Quellkonto ist gepfaendet - "
                       "pfaendungsfrei verfuegbar nur noch " MASK-FREI
                       " " QUELLE-WAEHRUNG "."
               END-IF
           END-IF.

      *> Rechnet UMRECHNUNG-BETRAG von WS-BETRAG-WAEHRUNG in
               PERFORM BELASTUNG-ZURUECKROLLEN
           ELSE
               PERFORM BUCHUNGSPAAR-SCHREIBEN
               MOVE 'B' TO PP-FUNKTION
               CALL "PFAENDPRUEF" USING PP-FUNKTION QUELLE-NR
                   BETRAG-QUELLE QUELLE-KONTO PP-FREI PP-ERGEBNIS
               IF QUELLE-NLS NOT = ZIEL-NLS
                   PERFORM CLEARINGPOSITION-SCHREIBEN
               END-IF
               MOVE BUCHUNG-ZEIT TO BEWEGUNG-REF-ZEIT
               MOVE KURS-ANGEW-QUELLE TO BEWEGUNG-KURS
               MOVE KURS-ANGEW-QUELLE-DATUM TO BEWEGUNG-KURS-DATUM
               MOVE BUCHUNG-DATUM TO BEWEGUNG-VALUTA
               PERFORM BUCHUNGSSATZ-SCHREIBEN
               MOVE BEWEGUNG-ZEIT TO AUS-FINAL-ZEIT

               MOVE AUS-FINAL-ZEIT TO BEWEGUNG-REF-ZEIT
               MOVE KURS-ANGEW-ZIEL TO BEWEGUNG-KURS
               MOVE KURS-ANGEW-ZIEL-DATUM TO BEWEGUNG-KURS-DATUM
               MOVE BUCHUNG-DATUM TO BEWEGUNG-VALUTA
               PERFORM BUCHUNGSSATZ-SCHREIBEN
               MOVE BEWEGUNG-ZEIT TO EIN-FINAL-ZEIT

           MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
           MOVE 1 TO BEWEGUNG-KURS
           MOVE 0 TO BEWEGUNG-KURS-DATUM
           MOVE BUCHUNG-DATUM TO BEWEGUNG-VALUTA
           PERFORM BUCHUNGSSATZ-SCHREIBEN.

       AUS-REFERENZ-BERICHTIGEN.
