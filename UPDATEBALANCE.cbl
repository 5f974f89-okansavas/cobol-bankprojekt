      *> Kuendigung abgehoben wird (siehe SPARPRUEF).
       01 VORSCHUSS-BETRAG     PIC 9(7)V99 VALUE 0.
       01 GROSSBETRAG-SCHWELLE PIC 9(7)V99 VALUE 5000.00.
      *> Pfaendungsschutz (siehe PFAENDPRUEF): bei gepfaendetem
      *> Konto nur Verfuegungen bis zum pfaendungsfreien Betrag.
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
      *> Wegen fehlender Legitimation eingefrorene Konten erst nach
      *> Erfassung einer gueltigen Legitimation wieder aktivieren.
       01 LG-MODUS             PIC X.
       01 LG-ERGEBNIS          PIC X VALUE 'J'.
           COPY LEGITIMATION.
       01 WS-FREIGABE-ID       PIC X(4) VALUE SPACES.
      *> Wechselkurse zu EUR fuer Buchungen in einer anderen Waehrung
      *> als der des Kontos. Die Staende kommen aus kurse.dat (Pflege
       01 BT-ERGEBNIS-DATUM    PIC 9(8).
       01 BT-FLAGGE            PIC X.
       01 WS-BUCHUNGSTAG       PIC 9(8) VALUE 0.
      *> Ein- und Auszahlungen am Schalter sind Bargeschaefte und
      *> valutieren am Kalendertag des Vorgangs, auch wenn der
      *> Buchungstag nach dem Buchungsschnitt schon weiterzaehlt.
       01 WS-VALUTA            PIC 9(8) VALUE 0.
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
      *> Formaler Dateistatus fuer den Protokolleintrag der
      *> Sperrkollision - es liegt kein Dateifehler vor.
       01 SPERRE-LOG-STATUS    PIC XX VALUE "00".
      *> Pruefung auf Mitarbeitergeschaefte (MITARBEITERPRUEF).
       01 MP-FUNKTION          PIC X.
       01 MP-ERGEBNIS          PIC X.
       01 MP-BEZUG             PIC X(40).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "UPDATEBALANCE".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
           DISPLAY "--- GUTHABEN AKTUALISIEREN ---"
           PERFORM KURSE-LADEN
           PERFORM BUCHUNGSTAG-ERMITTELN
      *> Keine Buchung in einen abgeschlossenen Monat.
           MOVE WS-BUCHUNGSTAG TO BP-DATUM
           CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM BP-DATUM
               BP-GESPERRT
           IF BP-GESPERRT = 'J'
               GOBACK
           END-IF
           DISPLAY "Bitte Kundennummer eingeben: "
           ACCEPT SUCH-NR

                       MOVE 'N' TO BUCHUNG-NOETIG
                       MOVE 'N' TO SATZ-GEAENDERT
                       MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
      *> Keine Buchungen auf eigenen oder verbundenen Konten
      *> (siehe MITARBEITERPRUEF).
                       MOVE 'P' TO MP-FUNKTION
                       CALL "MITARBEITERPRUEF" USING MP-FUNKTION
                           LP-MITARBEITER-ID SUCH-NR KUNDEN-PERSONEN-NR
                           MP-ERGEBNIS MP-BEZUG
                       IF MP-ERGEBNIS = 'N'
                           PERFORM KONTO-UPDATE-LOGIK
                       END-IF
                       IF SATZ-GEAENDERT = 'J'
                           REWRITE KUNDEN-EINTRAG
                           IF WS-KUNDEN-STATUS NOT = "00"
                       END-IF
                       IF BUCHUNG-NOETIG = 'J' AND SATZ-GEAENDERT = 'J'
                           PERFORM BUCHUNG-SCHREIBEN
                           IF BUCHUNG-ART = "AUSZAHLUNG"
                               MOVE 'B' TO PP-FUNKTION
                               CALL "PFAENDPRUEF" USING PP-FUNKTION
                                   SUCH-NR BETRAG KUNDEN-KONTO PP-FREI
                                   PP-ERGEBNIS
                           END-IF
                       END-IF
               END-READ

           DISPLAY "Kunde      : " KUNDEN-NAME
           DISPLAY "Aktuelles Guthaben: " MASK-KONTO " " KUNDEN-WAEHRUNG
           DISPLAY "Kontostatus       : " KUNDEN-STATUS
               " (A=Aktiv, F=Eingefroren, G=Geschlossen, N=Nachlass)"
      *> Vor der Buchung zeigen, wer neben dem Inhaber verfuegen
      *> darf (Vollmachten aus vollmachten.dat).
           CALL "VOLLMACHTINFO" USING SUCH-NR
           ACCEPT AUSWAHL

           IF AUSWAHL = 1
               IF KUNDEN-STATUS NOT = 'A' AND KUNDEN-STATUS NOT = 'N'
                   DISPLAY "Fehler: Konto ist nicht aktiv (Status "
                       KUNDEN-STATUS "). Keine Buchung moeglich."
               ELSE
               END-IF
           ELSE
           IF AUSWAHL = 2
               IF KUNDEN-STATUS NOT = 'A' AND KUNDEN-STATUS NOT = 'N'
                   DISPLAY "Fehler: Konto ist nicht aktiv (Status "
                       KUNDEN-STATUS "). Keine Buchung moeglich."
               ELSE
                   ACCEPT BETRAG
                   PERFORM ERFASSE-BETRAG-WAEHRUNG
                   PERFORM BETRAG-UMRECHNEN
      *> Nachlasskonten: jede Verfuegung nur mit Freigabe.
                   IF BETRAG > GROSSBETRAG-SCHWELLE
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

                   IF FREIGABE-OK-FLAGGE = 'J'
                       CALL "INHABERPRUEF" USING SUCH-NR
                           INHABER-OK-FLAGGE
                       IF INHABER-OK-FLAGGE NOT = 'J'
                           MOVE 'N' TO FREIGABE-OK-FLAGGE
                       END-IF
                   END-IF

                   IF FREIGABE-OK-FLAGGE = 'J'
                       CALL "VERTRETERPRUEF" USING KUNDEN-PERSONEN-NR
                           BETRAG VERTRETER-OK-FLAGGE
                       IF VERTRETER-OK-FLAGGE NOT = 'J'
                           MOVE 'N' TO FREIGABE-OK-FLAGGE
                       END-IF
                   END-IF

                   IF FREIGABE-OK-FLAGGE = 'J'
                       PERFORM TAGESLIMIT-PRUEFEN
                   END-IF
                           KUNDEN-KONTO - BETRAG
                           + KUNDEN-UEBERZIEHUNGSLIMIT
                           - WS-VORMERK-SUMME
                       MOVE 'J' TO PP-ERGEBNIS
                       IF WS-VERFUEGBAR >= 0
                           PERFORM PFAENDUNG-PRUEFEN
                       END-IF
                       IF WS-VERFUEGBAR >= 0 AND PP-ERGEBNIS = 'J'
      *> Sparkonten: Abhebung ueber dem Freibetrag nur mit
      *> faelliger Kuendigung, sonst Vorschusszinsen.
                           IF KUNDEN-KONTOART = 'S'
                           MOVE 'J' TO BUCHUNG-NOETIG
                           MOVE 'J' TO SATZ-GEAENDERT
                       ELSE
                       IF WS-VERFUEGBAR < 0
                           DISPLAY "Fehler: Nicht genuegend Guthaben "
                               "(Ueberziehungslimit ueberschritten)!"
                       END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
           IF AUSWAHL = 3 AND KUNDEN-STATUS = 'N'
               DISPLAY "Fehler: Nachlasskonto - Status wird nur ueber "
                   "die Nachlassbearbeitung gefuehrt."
           ELSE
           IF AUSWAHL = 3
               DISPLAY "Neuer Status (A/F/G - Schliessung (G) nur "
                   "ueber CLOSEACCOUNT): "
               ACCEPT NEUER-KONTOSTATUS
               MOVE 'J' TO LG-ERGEBNIS
               MOVE 0 TO LEG-SPERR-DATUM
               IF NEUER-KONTOSTATUS = 'A' AND KUNDEN-STATUS = 'F'
                   MOVE 'P' TO LG-MODUS
                   CALL "LEGITIMATIONPRUEF" USING KUNDEN-PERSONEN-NR
                       LG-MODUS LG-ERGEBNIS LEGITIMATION-EINTRAG
               END-IF
               IF LG-ERGEBNIS NOT = 'J' AND LEG-SPERR-DATUM NOT = 0
                   DISPLAY "Fehler: Konto wegen fehlender "
                       "Legitimation eingefroren - zuerst "
                       "Legitimation erfassen (LEGITIMATIONPFLEGE)."
               ELSE
               IF NEUER-KONTOSTATUS = 'A' OR 'F'
                   MOVE NEUER-KONTOSTATUS TO KUNDEN-STATUS
                   MOVE 'J' TO SATZ-GEAENDERT
                   DISPLAY "Ungueltiger Status! Keine Aenderung. "
                       "Zum Schliessen bitte CLOSEACCOUNT verwenden."
               END-IF
               END-IF
           ELSE
               DISPLAY "Ungueltige Auswahl! Keine Aenderung."
           END-IF
           END-IF
           END-IF
           END-IF.

      *> Gepfaendetes Konto: Auszahlung nur bis zum
      *> pfaendungsfreien Betrag (P-Konto-Freibetrag des Monats).
       PFAENDUNG-PRUEFEN.
           MOVE 'P' TO PP-FUNKTION
           CALL "PFAENDPRUEF" USING PP-FUNKTION SUCH-NR BETRAG
               KUNDEN-KONTO PP-FREI PP-ERGEBNIS
           IF PP-ERGEBNIS NOT = 'J'
               MOVE PP-FREI TO MASK-FREI
               DISPLAY "Fehler: Konto ist gepfaendet - "
                   "pfaendungsfrei verfuegbar nur noch " MASK-FREI
                   " " KUNDEN-WAEHRUNG "."
           END-IF.

       ERFASSE-BETRAG-WAEHRUNG.
           MOVE 0 TO BT-DATUM
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE BT-ERGEBNIS-DATUM TO WS-BUCHUNGSTAG
           MOVE 'V' TO BT-FUNKTION
           MOVE 0 TO BT-DATUM
           MOVE 'B' TO BT-FLAGGE
           CALL "BANKTAG" USING BT-FUNKTION BT-DATUM
               BT-ERGEBNIS-DATUM BT-FLAGGE
           MOVE BT-ERGEBNIS-DATUM TO WS-VALUTA.

       TAGESLIMIT-PRUEFEN.
           MOVE 'J' TO TAGESLIMIT-OK-FLAGGE
               MOVE LP-MITARBEITER-ID TO BEWEGUNG-MITARBEITER
               MOVE ANGEWANDT-KURS TO BEWEGUNG-KURS
               MOVE ANGEWANDT-KURS-DATUM TO BEWEGUNG-KURS-DATUM
               MOVE WS-VALUTA TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
