      *> (Aufbau siehe ADRESSE.CPY): anzeigen, erfassen/aendern und
      *> loeschen je Kundennummer. Die Ersterfassung bei der
      *> Neuanlage uebernimmt ADDCLIENT.
      *> Anschrift (Strasse, PLZ, Ort) und E-Mail unterliegen dem
      *> Vier-Augen-Prinzip: Aenderungen daran werden ueber
      *> AENDERUNGVORMERKEN vorgemerkt und erst mit der Freigabe
      *> durch einen anderen Mitarbeiter (AENDERUNGSFREIGABE)
      *> geschrieben. Telefon und Steuer-ID werden sofort gespeichert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 TEMP-EMAIL           PIC X(40).
       01 TEMP-STEUER-ID       PIC X(15).
       01 BESTAETIGT-FLAGGE    PIC X VALUE 'N'.
       01 AV-ART               PIC X.
       01 AV-ALT-BILD          PIC X(150).
       01 AV-NEU-BILD          PIC X(150).
       01 AV-ERGEBNIS          PIC X.

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wird als Erfasser der Aenderung vorgemerkt.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
                       WS-ADRESSEN-STATUS ")."
               ELSE
                   MOVE 'N' TO VORHANDEN-FLAGGE
                   MOVE SPACES TO AV-ALT-BILD
                   MOVE SUCH-NR TO ADR-KUNDEN-NR
                   READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'J' TO VORHANDEN-FLAGGE
                           MOVE ADRESSE-EINTRAG TO AV-ALT-BILD
                   END-READ

                   IF VORHANDEN-FLAGGE = 'J'
                           AND TEMP-STRASSE = ADR-STRASSE
                           AND TEMP-PLZ = ADR-PLZ
                           AND TEMP-ORT = ADR-ORT
                           AND TEMP-EMAIL = ADR-EMAIL
                       PERFORM KONTAKT-SPEICHERN
                   ELSE
                       PERFORM ADRESSE-VORMERKEN
                   END-IF
                   CLOSE ADRESSEN-DATEI
               END-IF
           END-IF.

      *> Anschrift und E-Mail unveraendert - Telefon und Steuer-ID
      *> direkt speichern.
       KONTAKT-SPEICHERN.
           IF TEMP-TELEFON = ADR-TELEFON
                   AND TEMP-STEUER-ID = ADR-STEUER-ID
               DISPLAY "Keine Aenderungen vorgenommen."
           ELSE
               MOVE TEMP-TELEFON TO ADR-TELEFON
               MOVE TEMP-STEUER-ID TO ADR-STEUER-ID
               REWRITE ADRESSE-EINTRAG
               IF WS-ADRESSEN-STATUS NOT = "00"
                   DISPLAY "Fehler: Adresse konnte nicht "
                       "gespeichert werden (Status "
                       WS-ADRESSEN-STATUS ")."
               ELSE
                   DISPLAY "Adresse fuer Kunde " SUCH-NR
                       " gespeichert."
               END-IF
           END-IF.

      *> Neue Anschrift/E-Mail zur Freigabe vormerken. Bei einer
      *> bestehenden Adresse werden Telefon und Steuer-ID trotzdem
      *> sofort gespeichert.
       ADRESSE-VORMERKEN.
           MOVE SUCH-NR TO ADR-KUNDEN-NR
           MOVE TEMP-STRASSE TO ADR-STRASSE
           MOVE TEMP-PLZ TO ADR-PLZ
           MOVE TEMP-ORT TO ADR-ORT
           MOVE TEMP-TELEFON TO ADR-TELEFON
           MOVE TEMP-EMAIL TO ADR-EMAIL
           MOVE TEMP-STEUER-ID TO ADR-STEUER-ID
           MOVE ADRESSE-EINTRAG TO AV-NEU-BILD
           MOVE 'A' TO AV-ART
           CALL "AENDERUNGVORMERKEN" USING AV-ART SUCH-NR
               LP-MITARBEITER-ID AV-ALT-BILD AV-NEU-BILD AV-ERGEBNIS
           IF VORHANDEN-FLAGGE = 'J'
               MOVE AV-ALT-BILD TO ADRESSE-EINTRAG
               IF TEMP-TELEFON NOT = ADR-TELEFON
                       OR TEMP-STEUER-ID NOT = ADR-STEUER-ID
                   PERFORM KONTAKT-SPEICHERN
               END-IF
           END-IF.

       ADRESSE-LOESCHEN.
           DISPLAY "Kundennummer eingeben: "
           ACCEPT SUCH-NR
