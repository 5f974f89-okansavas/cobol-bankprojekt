       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDENKALKULATION.

      *> Kundenkalkulation fuer die Filialleitung: was verdient die
      *> Bank an einem Kunden in einem frei gewaehlten Zeitraum?
      *> Aus kontobewegungen.dat werden je Konto summiert:
      *>   Zinsertrag   SOLLZINSEN, DARLEHENSZINS, VERZUGSZINSEN,
      *>                VORSCHUSSZINSEN (vom Kunden gezahlt)
      *>   Zinsaufwand  ZINSEN, FESTGELDZINS (an den Kunden gezahlt)
      *>   Gebuehren    GEBUEHR, MAHNGEBUEHR, SCHLIESSFACH
      *> Beitrag = Zinsertrag - Zinsaufwand + Gebuehren, in EUR zu
      *> den Kursen aus kurse.dat (wie PERSONENAUSZUG). Ein STORNO
      *> mindert die Summe der stornierten Buchung, sofern diese im
      *> Zeitraum liegt. Erfasst werden die Konten in kunden.dat und
      *> die im Zeitraum geschlossenen aus kunden-historie.dat; jedes
      *> Konto zaehlt fuer die Person in KUNDEN-PERSONEN-NR.
      *> Bericht kundenkalkulation-JJJJMMTT.txt:
      *>   - Rangliste der Personen nach Beitrag (absteigend) mit
      *>     ihren Konten; Personen mit negativem Beitrag sind als
      *>     Kandidaten fuer ein Preisgespraech markiert und werden
      *>     am Ende noch einmal gelistet;
      *>   - Zusammenfassung je Niederlassung und Kontoart.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT HISTORIE-DATEI ASSIGN TO "kunden-historie.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIE-STATUS.
           SELECT BEWEGUNGEN-DATEI ASSIGN TO "kontobewegungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.
           SELECT KURSE-DATEI ASSIGN TO "kurse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KURSE-STATUS.
           SELECT KONTO-DATEI ASSIGN TO "kalkulation-konten.wrk"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-ARBEITSDATEI ASSIGN TO "kalkulation.srt".
           SELECT KONTO-SORTIERT ASSIGN TO "kalkulation-konten.sorted"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANG-DATEI ASSIGN TO "kalkulation-rang.wrk"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANG-SORT ASSIGN TO "kalkulation-rang.srt".
           SELECT RANG-SORTIERT ASSIGN TO "kalkulation-rang.sorted"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BERICHT-DATEI ASSIGN TO "kundenkalkulation.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD HISTORIE-DATEI.
           COPY KUNDEN-HISTORIE.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD KURSE-DATEI.
       01 KURSE-ZEILE          PIC X(40).

      *> Ergebnis je Konto (EUR)
       FD KONTO-DATEI.
       01 KONTO-SATZ.
           05 KO-PERSON            PIC 9(5).
           05 KO-KONTO             PIC 9(5).
           05 KO-NIEDERLASSUNG     PIC X(4).
           05 KO-KONTOART          PIC X.
           05 KO-WAEHRUNG          PIC X(3).
           05 KO-ERTRAG            PIC S9(11)V99.
           05 KO-AUFWAND           PIC S9(11)V99.
           05 KO-GEBUEHREN         PIC S9(11)V99.

       SD SORT-ARBEITSDATEI.
       01 SRT-SATZ.
           05 SRT-PERSON           PIC 9(5).
           05 SRT-KONTO            PIC 9(5).
           05 SRT-REST             PIC X(47).

       FD KONTO-SORTIERT.
       01 KS-SATZ.
           05 KS-PERSON            PIC 9(5).
           05 KS-KONTO             PIC 9(5).
           05 KS-NIEDERLASSUNG     PIC X(4).
           05 KS-KONTOART          PIC X.
           05 KS-WAEHRUNG          PIC X(3).
           05 KS-ERTRAG            PIC S9(11)V99.
           05 KS-AUFWAND           PIC S9(11)V99.
           05 KS-GEBUEHREN         PIC S9(11)V99.

      *> Rangliste: je Person ein Satz 1 und ihre Konten als
      *> Saetze 2, alle mit dem Beitrag der Person als Sortierbegriff.
       FD RANG-DATEI.
       01 RANG-SATZ.
           05 RG-BEITRAG           PIC S9(11)V99.
           05 RG-PERSON            PIC 9(5).
           05 RG-SATZART           PIC 9.
           05 RG-KONTO             PIC 9(5).
           05 RG-NAME              PIC X(30).
           05 RG-NIEDERLASSUNG     PIC X(4).
           05 RG-KONTOART          PIC X.
           05 RG-WAEHRUNG          PIC X(3).
           05 RG-ERTRAG            PIC S9(11)V99.
           05 RG-AUFWAND           PIC S9(11)V99.
           05 RG-GEBUEHREN         PIC S9(11)V99.

       SD RANG-SORT.
       01 RS-SATZ.
           05 RS-BEITRAG           PIC S9(11)V99.
           05 RS-PERSON            PIC 9(5).
           05 RS-SATZART           PIC 9.
           05 RS-KONTO             PIC 9(5).
           05 RS-REST              PIC X(77).

       FD RANG-SORTIERT.
       01 RR-SATZ.
           05 RR-BEITRAG           PIC S9(11)V99.
           05 RR-PERSON            PIC 9(5).
           05 RR-SATZART           PIC 9.
           05 RR-KONTO             PIC 9(5).
           05 RR-NAME              PIC X(30).
           05 RR-NIEDERLASSUNG     PIC X(4).
           05 RR-KONTOART          PIC X.
           05 RR-WAEHRUNG          PIC X(3).
           05 RR-ERTRAG            PIC S9(11)V99.
           05 RR-AUFWAND           PIC S9(11)V99.
           05 RR-GEBUEHREN         PIC S9(11)V99.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-HISTORIE-STATUS   PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-KURSE-STATUS      PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 BEWEGUNG-EOF-FLAGGE  PIC X VALUE 'N'.
       01 SORT-EOF-FLAGGE      PIC X VALUE 'N'.
       01 PERSONEN-OFFEN       PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 VON-DATUM            PIC 9(8).
       01 BIS-DATUM            PIC 9(8).
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).

      *> Wechselkurse zu EUR aus kurse.dat; fehlt die Datei, gelten
      *> die eingebauten Kurse (Warnung).
       01 KURSE-EOF-FLAGGE     PIC X VALUE 'N'.
       01 KURS-TABELLE.
           05 KURS-USD         PIC 9V9999 VALUE 1.1000.
           05 KURS-GBP         PIC 9V9999 VALUE 0.8500.
       01 P-WAEHRUNG           PIC X(3).
       01 P-KURS-TEXT          PIC X(10).

      *> Das gerade ausgewertete Konto (Kontowaehrung)
       01 AKT-KONTO            PIC 9(5).
       01 AKT-PERSON-NR        PIC 9(5).
       01 AKT-NIEDERLASSUNG    PIC X(4).
       01 AKT-KONTOART         PIC X.
       01 AKT-WAEHRUNG         PIC X(3).
       01 AKT-ERTRAG           PIC S9(9)V99.
       01 AKT-AUFWAND          PIC S9(9)V99.
       01 AKT-GEBUEHREN        PIC S9(9)V99.
       01 KATEGORIE            PIC X.
       01 KATEGORIE-BETRAG     PIC S9(9)V99.
      *> Kalkulationsrelevante Buchungen des Kontos im Zeitraum, damit
      *> ein STORNO seiner Ursprungsbuchung zugeordnet werden kann.
       01 GEMERKT-ANZAHL       PIC 9(4) VALUE 0.
       01 GEMERKT-MAX          PIC 9(4) VALUE 2000.
       01 GEMERKT-TABELLE.
           05 GEMERKT-EINTRAG OCCURS 2000 TIMES.
               10 GM-DATUM         PIC 9(8).
               10 GM-ZEIT          PIC 9(8).
               10 GM-KATEGORIE     PIC X.
       01 M-INDEX              PIC 9(4).

      *> Aktuelle Person beim Gruppenwechsel
       01 AKT-PERSON           PIC 9(5).
       01 AKT-NAME             PIC X(30).
       01 AKT-PERSON-NLS       PIC X(4).
       01 PERS-ERTRAG          PIC S9(11)V99.
       01 PERS-AUFWAND         PIC S9(11)V99.
       01 PERS-GEBUEHREN       PIC S9(11)V99.
       01 PERS-BEITRAG         PIC S9(11)V99.
       01 PUFFER-ANZAHL        PIC 9(3) VALUE 0.
       01 PUFFER-MAX           PIC 9(3) VALUE 100.
       01 PUFFER-TABELLE.
           05 PUFFER-SATZ OCCURS 100 TIMES PIC X(57).
       01 P-INDEX              PIC 9(3).
       01 BEITRAG              PIC S9(11)V99.

      *> Zusammenfassung je Niederlassung und Kontoart (G/S)
       01 FILIAL-ANZAHL        PIC 9(3) VALUE 0.
       01 FILIAL-MAX           PIC 9(3) VALUE 50.
       01 FILIAL-TABELLE.
           05 FILIAL-EINTRAG OCCURS 50 TIMES.
               10 FK-CODE          PIC X(4).
               10 FK-ART OCCURS 2 TIMES.
                   15 FK-KONTEN        PIC 9(7).
                   15 FK-ERTRAG        PIC S9(11)V99.
                   15 FK-AUFWAND       PIC S9(11)V99.
                   15 FK-GEBUEHREN     PIC S9(11)V99.
       01 F-INDEX              PIC 9(3).
       01 A-INDEX              PIC 9.
       01 TREFFER-INDEX        PIC 9(3).
       01 FIL-NAME-ANZ         PIC X(30).
       01 FIL-STATUS-ANZ       PIC X.
       01 FIL-ERGEBNIS         PIC X.
       01 FIL-SUCH-CODE        PIC X(4).
       01 KONTOART-NAMEN.
           05 FILLER           PIC X(8) VALUE "Giro    ".
           05 FILLER           PIC X(8) VALUE "Spar    ".
       01 KONTOART-NAME REDEFINES KONTOART-NAMEN
                               PIC X(8) OCCURS 2 TIMES.

      *> Kandidaten fuer ein Preisgespraech (negativer Beitrag)
       01 NEGATIV-ANZAHL       PIC 9(5) VALUE 0.
       01 NEGATIV-MAX          PIC 9(5) VALUE 500.
       01 NEGATIV-TABELLE.
           05 NEGATIV-EINTRAG OCCURS 500 TIMES.
               10 NG-PERSON        PIC 9(5).
               10 NG-NAME          PIC X(30).
               10 NG-NLS           PIC X(4).
               10 NG-BEITRAG       PIC S9(11)V99.
       01 N-INDEX              PIC 9(5).

       01 ANZAHL-KONTEN        PIC 9(7) VALUE 0.
       01 ANZAHL-PERSONEN      PIC 9(7) VALUE 0.
       01 RANG                 PIC 9(7) VALUE 0.
       01 BANK-ERTRAG          PIC S9(13)V99 VALUE 0.
       01 BANK-AUFWAND         PIC S9(13)V99 VALUE 0.
       01 BANK-GEBUEHREN       PIC S9(13)V99 VALUE 0.
       01 BANK-BEITRAG         PIC S9(13)V99 VALUE 0.

       01 MASK-DATUM           PIC 9999/99/99.
       01 MASK-DATUM-2         PIC 9999/99/99.
       01 MASK-RANG            PIC Z(5)9.
       01 MASK-ERTRAG          PIC -Z(9)9.99.
       01 MASK-AUFWAND         PIC -Z(9)9.99.
       01 MASK-GEBUEHREN       PIC -Z(9)9.99.
       01 MASK-BEITRAG         PIC -Z(9)9.99.
       01 MASK-SUMME           PIC -Z(11)9.99.
       01 MASK-ANZAHL          PIC Z(6)9.
       01 AUSGABE-ZEILE        PIC X(110).

       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- KUNDENKALKULATION ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Periodenbeginn (JJJJMMTT, 0 = Jahresanfang): "
           ACCEPT VON-DATUM
           DISPLAY "Periodenende (JJJJMMTT, 0 = heute): "
           ACCEPT BIS-DATUM
           IF VON-DATUM = 0
               COMPUTE VON-DATUM = (WS-HEUTE / 10000) * 10000 + 101
           END-IF
           IF BIS-DATUM = 0
               MOVE WS-HEUTE TO BIS-DATUM
           END-IF
           IF BIS-DATUM < VON-DATUM
               DISPLAY "Fehler: Periodenende liegt vor dem "
                   "Periodenbeginn."
               GOBACK
           END-IF

           MOVE 0 TO ANZAHL-KONTEN ANZAHL-PERSONEN RANG
               FILIAL-ANZAHL NEGATIV-ANZAHL
               BANK-ERTRAG BANK-AUFWAND BANK-GEBUEHREN BANK-BEITRAG
           PERFORM KURSE-LADEN

           OPEN INPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "KUNDENKALKULATION" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Kundenkalkulation nicht erstellt"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-BEWEGUNGEN-STATUS
                   ")."
               GOBACK
           END-IF
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               CLOSE BEWEGUNGEN-DATEI
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               GOBACK
           END-IF

           OPEN OUTPUT KONTO-DATEI
           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ KUNDEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       MOVE KUNDEN-NR TO AKT-KONTO
                       MOVE KUNDEN-PERSONEN-NR TO AKT-PERSON-NR
                       MOVE KUNDEN-NIEDERLASSUNG TO AKT-NIEDERLASSUNG
                       MOVE KUNDEN-KONTOART TO AKT-KONTOART
                       MOVE KUNDEN-WAEHRUNG TO AKT-WAEHRUNG
                       PERFORM KONTO-AUSWERTEN
               END-READ
           END-PERFORM
           CLOSE KUNDEN-DATEI

      *> Im Zeitraum geschlossene Konten; Altsaetze ohne
      *> Personenverweis zaehlen unter der Kontonummer.
           OPEN INPUT HISTORIE-DATEI
           IF WS-HISTORIE-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ HISTORIE-DATEI
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF HIST-SCHLIESSUNGSDATUM >= VON-DATUM
                               PERFORM ARCHIVKONTO-AUSWERTEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIE-DATEI
           END-IF
           CLOSE KONTO-DATEI
           CLOSE BEWEGUNGEN-DATEI

           SORT SORT-ARBEITSDATEI
               ON ASCENDING KEY SRT-PERSON SRT-KONTO
               USING KONTO-DATEI GIVING KONTO-SORTIERT

           MOVE 'N' TO PERSONEN-OFFEN
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE 'J' TO PERSONEN-OFFEN
           END-IF
           PERFORM PERSONEN-SUMMIEREN
           IF PERSONEN-OFFEN = 'J'
               CLOSE PERSONEN-DATEI
           END-IF

           SORT RANG-SORT
               ON DESCENDING KEY RS-BEITRAG
               ON ASCENDING KEY RS-PERSON RS-SATZART RS-KONTO
               USING RANG-DATEI GIVING RANG-SORTIERT

           OPEN OUTPUT BERICHT-DATEI
           PERFORM RANGLISTE-AUSGEBEN
           PERFORM PREISGESPRAECHE-AUSGEBEN
           PERFORM FILIALEN-AUSGEBEN
           CLOSE BERICHT-DATEI
           PERFORM BERICHT-ABLEGEN
           CALL "SYSTEM" USING
               "rm -f kalkulation-konten.wrk kalkulation-konten.sorted"
           CALL "SYSTEM" USING
               "rm -f kalkulation-rang.wrk kalkulation-rang.sorted"

           GOBACK.

       ARCHIVKONTO-AUSWERTEN.
           MOVE HIST-KUNDEN-NR TO AKT-KONTO
           IF HIST-KUNDEN-PERSONEN-NR IS NUMERIC
               MOVE HIST-KUNDEN-PERSONEN-NR TO AKT-PERSON-NR
           ELSE
               MOVE HIST-KUNDEN-NR TO AKT-PERSON-NR
           END-IF
           MOVE HIST-KUNDEN-NIEDERLASSUNG TO AKT-NIEDERLASSUNG
           MOVE HIST-KUNDEN-KONTOART TO AKT-KONTOART
           MOVE HIST-KUNDEN-WAEHRUNG TO AKT-WAEHRUNG
           PERFORM KONTO-AUSWERTEN.

      *> Buchungen des Kontos im Zeitraum lesen und nach Kategorie
      *> summieren; Konten ohne relevante Buchung entfallen.
       KONTO-AUSWERTEN.
           MOVE 0 TO AKT-ERTRAG AKT-AUFWAND AKT-GEBUEHREN
           MOVE 0 TO GEMERKT-ANZAHL
           MOVE 'N' TO BEWEGUNG-EOF-FLAGGE
           MOVE AKT-KONTO TO BEWEGUNG-KUNDEN-NR
           MOVE VON-DATUM TO BEWEGUNG-DATUM
           MOVE 0 TO BEWEGUNG-ZEIT
           START BEWEGUNGEN-DATEI KEY IS >= BEWEGUNG-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO BEWEGUNG-EOF-FLAGGE
           END-START
           PERFORM UNTIL BEWEGUNG-EOF-FLAGGE = 'J'
               READ BEWEGUNGEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO BEWEGUNG-EOF-FLAGGE
                   NOT AT END
                       IF BEWEGUNG-KUNDEN-NR NOT = AKT-KONTO
                               OR BEWEGUNG-DATUM > BIS-DATUM
                           MOVE 'J' TO BEWEGUNG-EOF-FLAGGE
                       ELSE
                           PERFORM BUCHUNG-ZUORDNEN
                       END-IF
               END-READ
           END-PERFORM

           IF GEMERKT-ANZAHL > 0
               ADD 1 TO ANZAHL-KONTEN
               MOVE AKT-PERSON-NR TO KO-PERSON
               MOVE AKT-KONTO TO KO-KONTO
               MOVE AKT-NIEDERLASSUNG TO KO-NIEDERLASSUNG
               MOVE AKT-KONTOART TO KO-KONTOART
               MOVE AKT-WAEHRUNG TO KO-WAEHRUNG
               EVALUATE AKT-WAEHRUNG
                   WHEN "USD"
                       COMPUTE KO-ERTRAG ROUNDED = AKT-ERTRAG * KURS-USD
                       COMPUTE KO-AUFWAND ROUNDED =
                           AKT-AUFWAND * KURS-USD
                       COMPUTE KO-GEBUEHREN ROUNDED =
                           AKT-GEBUEHREN * KURS-USD
                   WHEN "GBP"
                       COMPUTE KO-ERTRAG ROUNDED = AKT-ERTRAG * KURS-GBP
                       COMPUTE KO-AUFWAND ROUNDED =
                           AKT-AUFWAND * KURS-GBP
                       COMPUTE KO-GEBUEHREN ROUNDED =
                           AKT-GEBUEHREN * KURS-GBP
                   WHEN OTHER
                       MOVE AKT-ERTRAG TO KO-ERTRAG
                       MOVE AKT-AUFWAND TO KO-AUFWAND
                       MOVE AKT-GEBUEHREN TO KO-GEBUEHREN
               END-EVALUATE
               WRITE KONTO-SATZ
           END-IF.

      *> Ertraege werden dem Konto belastet (negativer Betrag),
      *> Aufwand wird gutgeschrieben - daher die Vorzeichen.
       BUCHUNG-ZUORDNEN.
           MOVE SPACE TO KATEGORIE
           EVALUATE BEWEGUNG-ART
               WHEN "SOLLZINSEN"
               WHEN "DARLEHENSZINS"
               WHEN "VERZUGSZINSEN"
               WHEN "VORSCHUSSZINSEN"
                   MOVE 'E' TO KATEGORIE
               WHEN "ZINSEN"
               WHEN "FESTGELDZINS"
                   MOVE 'A' TO KATEGORIE
               WHEN "GEBUEHR"
               WHEN "MAHNGEBUEHR"
               WHEN "SCHLIESSFACH"
                   MOVE 'G' TO KATEGORIE
               WHEN "STORNO"
                   PERFORM STORNO-ZUORDNEN
           END-EVALUATE
           IF KATEGORIE NOT = SPACE
               MOVE BEWEGUNG-BETRAG TO KATEGORIE-BETRAG
               PERFORM KATEGORIE-BUCHEN
               IF BEWEGUNG-ART NOT = "STORNO"
                  AND GEMERKT-ANZAHL < GEMERKT-MAX
                   ADD 1 TO GEMERKT-ANZAHL
                   MOVE BEWEGUNG-DATUM TO GM-DATUM(GEMERKT-ANZAHL)
                   MOVE BEWEGUNG-ZEIT TO GM-ZEIT(GEMERKT-ANZAHL)
                   MOVE KATEGORIE TO GM-KATEGORIE(GEMERKT-ANZAHL)
               END-IF
           END-IF.

      *> Der STORNO-Satz traegt den Gegenbetrag der Ursprungs-
      *> buchung und zaehlt in deren Kategorie.
       STORNO-ZUORDNEN.
           IF BEWEGUNG-REF-KUNDEN-NR = AKT-KONTO
               PERFORM VARYING M-INDEX FROM 1 BY 1
                       UNTIL M-INDEX > GEMERKT-ANZAHL
                   IF GM-DATUM(M-INDEX) = BEWEGUNG-REF-DATUM
                      AND GM-ZEIT(M-INDEX) = BEWEGUNG-REF-ZEIT
                       MOVE GM-KATEGORIE(M-INDEX) TO KATEGORIE
                   END-IF
               END-PERFORM
           END-IF.

       KATEGORIE-BUCHEN.
           EVALUATE KATEGORIE
               WHEN 'E'
                   SUBTRACT KATEGORIE-BETRAG FROM AKT-ERTRAG
               WHEN 'A'
                   ADD KATEGORIE-BETRAG TO AKT-AUFWAND
               WHEN 'G'
                   SUBTRACT KATEGORIE-BETRAG FROM AKT-GEBUEHREN
           END-EVALUATE.

      *> Gruppenwechsel je Person: Summen bilden, Niederlassungs-
      *> summen fortschreiben und die Rangsaetze schreiben.
       PERSONEN-SUMMIEREN.
           OPEN OUTPUT RANG-DATEI
           OPEN INPUT KONTO-SORTIERT
           MOVE 0 TO PUFFER-ANZAHL
           MOVE 'N' TO SORT-EOF-FLAGGE
           PERFORM UNTIL SORT-EOF-FLAGGE = 'J'
               READ KONTO-SORTIERT
                   AT END
                       MOVE 'J' TO SORT-EOF-FLAGGE
                   NOT AT END
                       IF PUFFER-ANZAHL > 0
                          AND KS-PERSON NOT = AKT-PERSON
                           PERFORM PERSON-ABSCHLIESSEN
                       END-IF
                       IF PUFFER-ANZAHL = 0
                           MOVE KS-PERSON TO AKT-PERSON
                           MOVE 0 TO PERS-ERTRAG PERS-AUFWAND
                               PERS-GEBUEHREN
                       END-IF
                       PERFORM KONTO-MERKEN
               END-READ
           END-PERFORM
           IF PUFFER-ANZAHL > 0
               PERFORM PERSON-ABSCHLIESSEN
           END-IF
           CLOSE KONTO-SORTIERT
           CLOSE RANG-DATEI.

       KONTO-MERKEN.
           ADD KS-ERTRAG TO PERS-ERTRAG
           ADD KS-AUFWAND TO PERS-AUFWAND
           ADD KS-GEBUEHREN TO PERS-GEBUEHREN
           PERFORM FILIALE-FORTSCHREIBEN
           IF PUFFER-ANZAHL < PUFFER-MAX
               ADD 1 TO PUFFER-ANZAHL
               MOVE KS-SATZ TO PUFFER-SATZ(PUFFER-ANZAHL)
           ELSE
               DISPLAY "Warnung: Person " KS-PERSON " - Konto "
                   KS-KONTO " nur in der Personensumme."
           END-IF.

       PERSON-ABSCHLIESSEN.
           ADD 1 TO ANZAHL-PERSONEN
           COMPUTE PERS-BEITRAG = PERS-ERTRAG - PERS-AUFWAND
               + PERS-GEBUEHREN
           ADD PERS-ERTRAG TO BANK-ERTRAG
           ADD PERS-AUFWAND TO BANK-AUFWAND
           ADD PERS-GEBUEHREN TO BANK-GEBUEHREN
           ADD PERS-BEITRAG TO BANK-BEITRAG

           MOVE "(nicht im Personenstamm)" TO AKT-NAME
           MOVE SPACES TO AKT-PERSON-NLS
           IF PERSONEN-OFFEN = 'J'
               MOVE AKT-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO AKT-NAME
                       MOVE PERSON-NIEDERLASSUNG TO AKT-PERSON-NLS
               END-READ
           END-IF

           MOVE SPACES TO RANG-SATZ
           MOVE PERS-BEITRAG TO RG-BEITRAG
           MOVE AKT-PERSON TO RG-PERSON
           MOVE 1 TO RG-SATZART
           MOVE 0 TO RG-KONTO
           MOVE AKT-NAME TO RG-NAME
           MOVE AKT-PERSON-NLS TO RG-NIEDERLASSUNG
           MOVE PERS-ERTRAG TO RG-ERTRAG
           MOVE PERS-AUFWAND TO RG-AUFWAND
           MOVE PERS-GEBUEHREN TO RG-GEBUEHREN
           WRITE RANG-SATZ

           PERFORM VARYING P-INDEX FROM 1 BY 1
                   UNTIL P-INDEX > PUFFER-ANZAHL
               MOVE PUFFER-SATZ(P-INDEX) TO KS-SATZ
               MOVE SPACES TO RANG-SATZ
               MOVE PERS-BEITRAG TO RG-BEITRAG
               MOVE AKT-PERSON TO RG-PERSON
               MOVE 2 TO RG-SATZART
               MOVE KS-KONTO TO RG-KONTO
               MOVE KS-NIEDERLASSUNG TO RG-NIEDERLASSUNG
               MOVE KS-KONTOART TO RG-KONTOART
               MOVE KS-WAEHRUNG TO RG-WAEHRUNG
               MOVE KS-ERTRAG TO RG-ERTRAG
               MOVE KS-AUFWAND TO RG-AUFWAND
               MOVE KS-GEBUEHREN TO RG-GEBUEHREN
               WRITE RANG-SATZ
           END-PERFORM
           MOVE 0 TO PUFFER-ANZAHL.

       FILIALE-FORTSCHREIBEN.
           IF KS-KONTOART = 'S'
               MOVE 2 TO A-INDEX
           ELSE
               MOVE 1 TO A-INDEX
           END-IF
           MOVE 0 TO TREFFER-INDEX
           PERFORM VARYING F-INDEX FROM 1 BY 1
                   UNTIL F-INDEX > FILIAL-ANZAHL
               IF FK-CODE(F-INDEX) = KS-NIEDERLASSUNG
                   MOVE F-INDEX TO TREFFER-INDEX
               END-IF
           END-PERFORM
           IF TREFFER-INDEX = 0
               IF FILIAL-ANZAHL >= FILIAL-MAX
                   DISPLAY "Warnung: mehr als " FILIAL-MAX
                       " Niederlassungen - " KS-NIEDERLASSUNG
                       " wird nicht ausgewiesen."
               ELSE
                   ADD 1 TO FILIAL-ANZAHL
                   MOVE FILIAL-ANZAHL TO TREFFER-INDEX
                   MOVE KS-NIEDERLASSUNG TO FK-CODE(TREFFER-INDEX)
                   MOVE 0 TO FK-KONTEN(TREFFER-INDEX 1)
                       FK-ERTRAG(TREFFER-INDEX 1)
                       FK-AUFWAND(TREFFER-INDEX 1)
                       FK-GEBUEHREN(TREFFER-INDEX 1)
                       FK-KONTEN(TREFFER-INDEX 2)
                       FK-ERTRAG(TREFFER-INDEX 2)
                       FK-AUFWAND(TREFFER-INDEX 2)
                       FK-GEBUEHREN(TREFFER-INDEX 2)
               END-IF
           END-IF
           IF TREFFER-INDEX > 0
               ADD 1 TO FK-KONTEN(TREFFER-INDEX A-INDEX)
               ADD KS-ERTRAG TO FK-ERTRAG(TREFFER-INDEX A-INDEX)
               ADD KS-AUFWAND TO FK-AUFWAND(TREFFER-INDEX A-INDEX)
               ADD KS-GEBUEHREN TO FK-GEBUEHREN(TREFFER-INDEX A-INDEX)
           END-IF.

       RANGLISTE-AUSGEBEN.
           MOVE VON-DATUM TO MASK-DATUM
           MOVE BIS-DATUM TO MASK-DATUM-2
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "KUNDENKALKULATION " MASK-DATUM " BIS " MASK-DATUM-2
               " (EUR)"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "=" TO AUSGABE-ZEILE(1:100)
           PERFORM ZEILE-AUSGEBEN
           MOVE "  Rang Person / Konto                       NL   "
               TO AUSGABE-ZEILE
           MOVE " Zinsertrag  Zinsaufwand    Gebuehren      Beitrag"
               TO AUSGABE-ZEILE(50:51)
           PERFORM ZEILE-SCHREIBEN

           OPEN INPUT RANG-SORTIERT
           MOVE 'N' TO SORT-EOF-FLAGGE
           PERFORM UNTIL SORT-EOF-FLAGGE = 'J'
               READ RANG-SORTIERT
                   AT END
                       MOVE 'J' TO SORT-EOF-FLAGGE
                   NOT AT END
                       PERFORM RANGZEILE-AUSGEBEN
               END-READ
           END-PERFORM
           CLOSE RANG-SORTIERT

           MOVE ALL "-" TO AUSGABE-ZEILE(1:100)
           PERFORM ZEILE-SCHREIBEN
           MOVE BANK-ERTRAG TO MASK-ERTRAG
           MOVE BANK-AUFWAND TO MASK-AUFWAND
           MOVE BANK-GEBUEHREN TO MASK-GEBUEHREN
           MOVE BANK-BEITRAG TO MASK-BEITRAG
           MOVE ANZAHL-PERSONEN TO MASK-ANZAHL
           STRING "  GESAMT " MASK-ANZAHL " Personen"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           STRING MASK-ERTRAG " " MASK-AUFWAND " " MASK-GEBUEHREN " "
               MASK-BEITRAG
               DELIMITED BY SIZE INTO AUSGABE-ZEILE(50:55)
           PERFORM ZEILE-AUSGEBEN.

       RANGZEILE-AUSGEBEN.
           MOVE RR-ERTRAG TO MASK-ERTRAG
           MOVE RR-AUFWAND TO MASK-AUFWAND
           MOVE RR-GEBUEHREN TO MASK-GEBUEHREN
           MOVE SPACES TO AUSGABE-ZEILE
           IF RR-SATZART = 1
               ADD 1 TO RANG
               MOVE RANG TO MASK-RANG
               MOVE RR-BEITRAG TO MASK-BEITRAG
               PERFORM ZEILE-SCHREIBEN
               STRING MASK-RANG " " RR-PERSON " " RR-NAME " "
                   RR-NIEDERLASSUNG
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               STRING MASK-ERTRAG " " MASK-AUFWAND " " MASK-GEBUEHREN
                   " " MASK-BEITRAG
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE(50:55)
               IF RR-BEITRAG < 0
                   MOVE "*** PREISGESPRAECH" TO AUSGABE-ZEILE(93:18)
                   IF NEGATIV-ANZAHL < NEGATIV-MAX
                       ADD 1 TO NEGATIV-ANZAHL
                       MOVE RR-PERSON TO NG-PERSON(NEGATIV-ANZAHL)
                       MOVE RR-NAME TO NG-NAME(NEGATIV-ANZAHL)
                       MOVE RR-NIEDERLASSUNG TO NG-NLS(NEGATIV-ANZAHL)
                       MOVE RR-BEITRAG TO NG-BEITRAG(NEGATIV-ANZAHL)
                   END-IF
               END-IF
           ELSE
               COMPUTE BEITRAG = RR-ERTRAG - RR-AUFWAND + RR-GEBUEHREN
               MOVE BEITRAG TO MASK-BEITRAG
               STRING "         Konto " RR-KONTO " " RR-KONTOART " "
                   RR-WAEHRUNG "               " RR-NIEDERLASSUNG
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               STRING MASK-ERTRAG " " MASK-AUFWAND " " MASK-GEBUEHREN
                   " " MASK-BEITRAG
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE(50:55)
           END-IF
           PERFORM ZEILE-SCHREIBEN.

       PREISGESPRAECHE-AUSGEBEN.
           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE "KANDIDATEN FUER EIN PREISGESPRAECH (NEGATIVER BEITRAG)"
               TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "-" TO AUSGABE-ZEILE(1:100)
           PERFORM ZEILE-AUSGEBEN
           IF NEGATIV-ANZAHL = 0
               MOVE "  keine" TO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
           END-IF
           PERFORM VARYING N-INDEX FROM 1 BY 1
                   UNTIL N-INDEX > NEGATIV-ANZAHL
               MOVE NG-BEITRAG(N-INDEX) TO MASK-BEITRAG
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "  " NG-PERSON(N-INDEX) " " NG-NAME(N-INDEX)
                   " NL " NG-NLS(N-INDEX) "  Beitrag " MASK-BEITRAG
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
           END-PERFORM.

       FILIALEN-AUSGEBEN.
           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE "ZUSAMMENFASSUNG JE NIEDERLASSUNG UND KONTOART (EUR)"
               TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "-" TO AUSGABE-ZEILE(1:100)
           PERFORM ZEILE-AUSGEBEN
           PERFORM VARYING F-INDEX FROM 1 BY 1
                   UNTIL F-INDEX > FILIAL-ANZAHL
               MOVE FK-CODE(F-INDEX) TO FIL-SUCH-CODE
               CALL "FILIALPRUEF" USING FIL-SUCH-CODE FIL-NAME-ANZ
                   FIL-STATUS-ANZ FIL-ERGEBNIS
               IF FIL-ERGEBNIS NOT = 'J'
                   MOVE SPACES TO FIL-NAME-ANZ
               END-IF
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "NIEDERLASSUNG " FK-CODE(F-INDEX) " "
                   FUNCTION TRIM(FIL-NAME-ANZ)
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
               PERFORM VARYING A-INDEX FROM 1 BY 1 UNTIL A-INDEX > 2
                   IF FK-KONTEN(F-INDEX A-INDEX) > 0
                       PERFORM FILIALZEILE-AUSGEBEN
                   END-IF
               END-PERFORM
           END-PERFORM.

       FILIALZEILE-AUSGEBEN.
           MOVE FK-KONTEN(F-INDEX A-INDEX) TO MASK-ANZAHL
           MOVE FK-ERTRAG(F-INDEX A-INDEX) TO MASK-ERTRAG
           MOVE FK-AUFWAND(F-INDEX A-INDEX) TO MASK-AUFWAND
           MOVE FK-GEBUEHREN(F-INDEX A-INDEX) TO MASK-GEBUEHREN
           COMPUTE BEITRAG = FK-ERTRAG(F-INDEX A-INDEX)
               - FK-AUFWAND(F-INDEX A-INDEX)
               + FK-GEBUEHREN(F-INDEX A-INDEX)
           MOVE BEITRAG TO MASK-BEITRAG
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  " KONTOART-NAME(A-INDEX) MASK-ANZAHL " Konten"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           STRING MASK-ERTRAG " " MASK-AUFWAND " " MASK-GEBUEHREN
               " " MASK-BEITRAG
               DELIMITED BY SIZE INTO AUSGABE-ZEILE(50:55)
           PERFORM ZEILE-AUSGEBEN.

      *> Zusammenfassungen auch am Bildschirm, die Rangliste nur in
      *> der Berichtsdatei.
       ZEILE-AUSGEBEN.
           DISPLAY AUSGABE-ZEILE
           PERFORM ZEILE-SCHREIBEN.

       ZEILE-SCHREIBEN.
           MOVE AUSGABE-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO AUSGABE-ZEILE.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "kundenkalkulation-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv kundenkalkulation.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht gespeichert: "
               FUNCTION TRIM(WS-BERICHT-NAME).

       KURSE-LADEN.
           OPEN INPUT KURSE-DATEI
           IF WS-KURSE-STATUS NOT = "00"
               DISPLAY "Warnung: kurse.dat nicht gefunden - "
                   "eingebaute Standardkurse werden verwendet."
           ELSE
               MOVE 'N' TO KURSE-EOF-FLAGGE
               PERFORM UNTIL KURSE-EOF-FLAGGE = 'J'
                   READ KURSE-DATEI
                       AT END
                           MOVE 'J' TO KURSE-EOF-FLAGGE
                       NOT AT END
                           MOVE SPACES TO P-WAEHRUNG P-KURS-TEXT
                           UNSTRING KURSE-ZEILE DELIMITED BY ";"
                               INTO P-WAEHRUNG P-KURS-TEXT
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(P-WAEHRUNG)
                               TO P-WAEHRUNG
                           EVALUATE P-WAEHRUNG
                               WHEN "USD"
                                   COMPUTE KURS-USD =
                                       FUNCTION NUMVAL(P-KURS-TEXT)
                               WHEN "GBP"
                                   COMPUTE KURS-GBP =
                                       FUNCTION NUMVAL(P-KURS-TEXT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE KURSE-DATEI
           END-IF.
