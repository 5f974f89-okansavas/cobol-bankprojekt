      *> bleiben unangetastet - der Bezug zu den Buchungen in
      *> kontobewegungen.dat geht damit nie verloren. Jede Aenderung
      *> wird ueber KUNDENJOURNAL journalisiert.
      *> Name, Waehrung und Ueberziehungslimit unterliegen dem
      *> Vier-Augen-Prinzip: sie werden nur ueber AENDERUNGVORMERKEN
      *> vorgemerkt und erst mit der Freigabe durch einen anderen
      *> Mitarbeiter (AENDERUNGSFREIGABE) geschrieben. Die
      *> Niederlassung wird sofort geaendert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 SPERRE-NR            PIC 9(5).
       01 SPERRE-OK-FLAGGE     PIC X.
       01 SPERRE-LOG-STATUS    PIC XX VALUE "00".
      *> Minderjaehrige erhalten kein Ueberziehungslimit (JUGENDPRUEF)
       01 JP-GEBURTSDATUM      PIC 9(8).
       01 JP-ERGEBNIS          PIC X VALUE 'N'.
       01 JP-KARTENLIMIT       PIC 9(7)V99.
       01 JP-VERTRETERGRENZE   PIC 9(7)V99.
      *> Vier-Augen-Prinzip: Stand der freigabepflichtigen Felder vor
      *> der Eingabe und vorzumerkende Aenderung (AENDERUNGVORMERKEN)
       01 ALT-NAME             PIC X(30).
       01 ALT-WAEHRUNG         PIC X(3).
       01 ALT-LIMIT            PIC 9(7)V99.
       01 VORMERKEN-FLAGGE     PIC X VALUE 'N'.
       01 AV-ART               PIC X.
       01 AV-ALT-BILD          PIC X(150).
       01 AV-NEU-BILD          PIC X(150).
       01 AV-ERGEBNIS          PIC X.
      *> Pruefung auf Mitarbeitergeschaefte (MITARBEITERPRUEF).
       01 MP-FUNKTION          PIC X.
       01 MP-ERGEBNIS          PIC X.
       01 MP-BEZUG             PIC X(40).

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wird als Erfasser der Aenderung vorgemerkt.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- KUNDENSTAMM AENDERN ---"
                       MOVE 'Y' TO GEFUNDEN-FLAGGE
                       MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
                       PERFORM SATZ-ANZEIGEN
      *> Keine Aenderungen am eigenen oder an verbundenen Konten
      *> des angemeldeten Mitarbeiters (MITARBEITERPRUEF).
                       MOVE 'P' TO MP-FUNKTION
                       CALL "MITARBEITERPRUEF" USING MP-FUNKTION
                           LP-MITARBEITER-ID SUCH-NR KUNDEN-PERSONEN-NR
                           MP-ERGEBNIS MP-BEZUG
                       IF MP-ERGEBNIS = 'N'
                           MOVE 'N' TO SATZ-GEAENDERT
                           MOVE KUNDEN-NAME TO ALT-NAME
                           MOVE KUNDEN-WAEHRUNG TO ALT-WAEHRUNG
                           MOVE KUNDEN-UEBERZIEHUNGSLIMIT TO ALT-LIMIT
                           PERFORM FELDER-AENDERN
                           PERFORM AENDERUNG-AUFTEILEN
                           IF SATZ-GEAENDERT = 'J'
                               PERFORM SATZ-SPEICHERN
                           END-IF
                           IF VORMERKEN-FLAGGE = 'J'
                               PERFORM AENDERUNG-VORMERKEN
                           END-IF
                           IF SATZ-GEAENDERT = 'N'
                                   AND VORMERKEN-FLAGGE = 'N'
                               DISPLAY "Keine Aenderungen vorgenommen."
                           END-IF
                       END-IF
               END-READ

           IF EINGABE-TEXT NOT = SPACES
               MOVE EINGABE-TEXT TO KUNDEN-NAME
               MOVE 'J' TO SATZ-GEAENDERT
           END-IF

           DISPLAY "Neue Niederlassung (Enter = unveraendert): "
           MOVE SPACES TO TEMP-UEBERZIEHUNG-EINGABE
           ACCEPT TEMP-UEBERZIEHUNG-EINGABE
           IF TEMP-UEBERZIEHUNG-EINGABE NOT = SPACES
               CALL "JUGENDPRUEF" USING KUNDEN-PERSONEN-NR
                   JP-GEBURTSDATUM JP-ERGEBNIS JP-KARTENLIMIT
                   JP-VERTRETERGRENZE
               MOVE 'N' TO UEBERZIEHUNG-OK-FLAGGE
               PERFORM UNTIL UEBERZIEHUNG-OK-FLAGGE = 'J'
                   PERFORM PRUEFE-UEBERZIEHUNGSLIMIT
                       MOVE KONTO-OBERGRENZE TO MASK-OBERGRENZE
                       DISPLAY "Fehler: Obergrenze ueberschritten "
                               "(max. " MASK-OBERGRENZE ")."
                   ELSE
                   IF TEMP-KONTO-PRUEF > 0 AND JP-ERGEBNIS = 'J'
                       DISPLAY "Fehler: Konten Minderjaehriger "
                               "erhalten kein Ueberziehungslimit."
                   ELSE
                       MOVE TEMP-KONTO-PRUEF TO TEMP-UEBERZIEHUNG
                       MOVE 'J' TO UEBERZIEHUNG-OK-FLAGGE
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *> Name, Waehrung und Limit aus dem Satz herausnehmen und als
      *> Aenderung vormerken; im Satz bleibt nur die sofort
      *> wirksame Niederlassung.
       AENDERUNG-AUFTEILEN.
           MOVE 'N' TO VORMERKEN-FLAGGE
           IF KUNDEN-NAME NOT = ALT-NAME
                   OR KUNDEN-WAEHRUNG NOT = ALT-WAEHRUNG
                   OR KUNDEN-UEBERZIEHUNGSLIMIT NOT = ALT-LIMIT
               MOVE 'J' TO VORMERKEN-FLAGGE
               MOVE WS-JRN-ALT TO AV-ALT-BILD
               MOVE KUNDEN-EINTRAG TO AV-NEU-BILD
               MOVE ALT-NAME TO KUNDEN-NAME
               MOVE ALT-WAEHRUNG TO KUNDEN-WAEHRUNG
               MOVE ALT-LIMIT TO KUNDEN-UEBERZIEHUNGSLIMIT
           END-IF
           IF KUNDEN-EINTRAG = WS-JRN-ALT
               MOVE 'N' TO SATZ-GEAENDERT
           END-IF.

       AENDERUNG-VORMERKEN.
           MOVE 'K' TO AV-ART
           CALL "AENDERUNGVORMERKEN" USING AV-ART SUCH-NR
               LP-MITARBEITER-ID AV-ALT-BILD AV-NEU-BILD AV-ERGEBNIS.

       SATZ-SPEICHERN.
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
