           05 BILD-PERSONEN-NR      PIC X(5).
           05 BILD-KONTOART         PIC X.
           05 FILLER                PIC X(5).
      *> Bilder der Aktionen ADRESSE und EMAIL (AENDERUNGSFREIGABE)
       01 ADR-BILD REDEFINES BILD-PUFFER.
           05 ADR-BILD-NR           PIC 9(5).
           05 ADR-BILD-STRASSE      PIC X(30).
           05 ADR-BILD-PLZ          PIC X(10).
           05 ADR-BILD-ORT          PIC X(25).
           05 FILLER                PIC X(10).
       01 EMAIL-BILD REDEFINES BILD-PUFFER.
           05 EMAIL-BILD-NR         PIC 9(5).
           05 EMAIL-BILD-ADRESSE    PIC X(40).
           05 FILLER                PIC X(35).
      *> Einwilligungsbild der Aktionen WECKEIN und WECKAUS
      *> (KONTOWECKERPFLEGE)
       01 WECKER-BILD REDEFINES BILD-PUFFER.
           05 WECKER-BILD-NR        PIC 9(5).
           05 WECKER-BILD-TEXT      PIC X(30).
           05 WECKER-BILD-ART       PIC X.
           05 WECKER-BILD-KANAL     PIC X.
           05 WECKER-BILD-SCHWELLE  PIC 9(7)V99.
           05 WECKER-BILD-MA        PIC X(4).
           05 FILLER                PIC X(30).
      *> Reparaturbild der Aktion BESTAND (BESTANDSPRUEFUNG)
       01 BESTAND-BILD REDEFINES BILD-PUFFER.
           05 BESTAND-BILD-NR       PIC 9(5).
           05 BESTAND-BILD-TEXT     PIC X(30).
           05 BESTAND-BILD-DATEI    PIC X(20).
           05 BESTAND-BILD-WERT     PIC X(25).
       01 BILD-TEXT            PIC X(7).
       01 MASK-KONTO           PIC -Z(6)9.99.
       01 MASK-LIMIT           PIC Z(6)9.99.
           END-IF.

       BILD-ANZEIGEN.
           EVALUATE J-AKTION
               WHEN "ADRESSE"
                   DISPLAY "  " BILD-TEXT ": "
                       FUNCTION TRIM(ADR-BILD-STRASSE) ", "
                       FUNCTION TRIM(ADR-BILD-PLZ) " "
                       FUNCTION TRIM(ADR-BILD-ORT)
               WHEN "EMAIL"
                   DISPLAY "  " BILD-TEXT ": E-Mail "
                       EMAIL-BILD-ADRESSE
               WHEN "WECKEIN"
               WHEN "WECKAUS"
                   MOVE WECKER-BILD-SCHWELLE TO MASK-LIMIT
                   DISPLAY "  " BILD-TEXT ": Kontowecker "
                       WECKER-BILD-ART " " WECKER-BILD-TEXT
                       " KANAL=" WECKER-BILD-KANAL
                       " SCHWELLE=" MASK-LIMIT
                       " MA=" WECKER-BILD-MA
               WHEN "BESTAND"
                   DISPLAY "  " BILD-TEXT ": "
                       FUNCTION TRIM(BESTAND-BILD-TEXT) " ("
                       FUNCTION TRIM(BESTAND-BILD-DATEI) ") "
                       FUNCTION TRIM(BESTAND-BILD-WERT)
               WHEN OTHER
                   PERFORM KUNDENBILD-ANZEIGEN
           END-EVALUATE.

       KUNDENBILD-ANZEIGEN.
           MOVE BILD-KONTO TO MASK-KONTO
           MOVE BILD-UEBERZIEHUNGSLIMIT TO MASK-LIMIT
           DISPLAY "  " BILD-TEXT ": " BILD-NAME " " MASK-KONTO " "
