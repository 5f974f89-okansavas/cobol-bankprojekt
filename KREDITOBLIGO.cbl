       IDENTIFICATION DIVISION.
       PROGRAM-ID. KREDITOBLIGO.

      *> Monatliches Kreditnehmer-Obligo (Schritt OBLIGO im
      *> Monatslauf, ausserdem ueber das Menue): je Person alle
      *> Kreditpositionen auf einen Blick.
      *>   - Konten (kunden.dat): in Anspruch genommener Dispositions-
      *>     kredit (negativer Saldo) und noch offene Linie bis
      *>     KUNDEN-UEBERZIEHUNGSLIMIT;
      *>   - Darlehen (darlehen.dat, aktiv oder gekuendigt):
      *>     Restschuld, dazu Rueckstand und Mahnstufe aus
      *>     darlehen-mahnungen.dat;
      *>   - Festgelder (festgelder.dat, aktiv) derselben Person als
      *>     moegliche Sicherheit - nur ausgewiesen, nicht
      *>     verrechnet.
      *> Eine Position gehoert der Person in KUNDEN-PERSONEN-NR des
      *> Kontos bzw. des verknuepften Girokontos. Obligo gesamt in
      *> EUR = Inanspruchnahme + offene Linie + Restschuld, Fremd-
      *> waehrungen zu den Kursen aus kurse.dat (wie PERSONENAUSZUG).
      *> Der Rueckstand ist Teil der faelligen Raten und wird nur
      *> ausgewiesen. Personen ab der Grosskreditgrenze
      *> (obligoparameter.dat GROSSKREDIT;250000.00) werden markiert
      *> und am Ende gesondert gelistet; danach folgt die
      *> Aufgliederung je Niederlassung der Positionen.
      *> Ausgabe: kreditobligo-JJJJMMTT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT DARLEHEN-DATEI ASSIGN TO "darlehen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-NR
               FILE STATUS IS WS-DL-STATUS.
           SELECT MAHNUNG-DATEI ASSIGN TO "darlehen-mahnungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DL-NR
               FILE STATUS IS WS-MAHNUNG-STATUS.
           SELECT FESTGELD-DATEI ASSIGN TO "festgelder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FG-NR
               FILE STATUS IS WS-FG-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.
           SELECT KURSE-DATEI ASSIGN TO "kurse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KURSE-STATUS.
           SELECT PARAMETER-DATEI ASSIGN TO "obligoparameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT POSITION-DATEI ASSIGN TO "obligo.wrk"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-ARBEITSDATEI ASSIGN TO "obligo.srt".
           SELECT SORTIERT-DATEI ASSIGN TO "obligo.sorted"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BERICHT-DATEI ASSIGN TO "kreditobligo.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD DARLEHEN-DATEI.
           COPY DARLEHEN.

       FD MAHNUNG-DATEI.
           COPY DARLEHEN-MAHNUNG.

       FD FESTGELD-DATEI.
           COPY FESTGELD.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD KURSE-DATEI.
       01 KURSE-ZEILE          PIC X(40).

       FD PARAMETER-DATEI.
       01 PARAMETER-ZEILE      PIC X(40).

      *> Position je Person: Art 1 = Konto, 2 = Darlehen,
      *> 3 = Festgeld. Betrag 1 = Inanspruchnahme / Restschuld /
      *> Festgeldbetrag, Betrag 2 = offene Linie / Rueckstand, je in
      *> Kontowaehrung und in EUR.
       FD POSITION-DATEI.
       01 POSITION-SATZ.
           05 PO-PERSON            PIC 9(5).
           05 PO-ART               PIC 9.
           05 PO-NR                PIC 9(5).
           05 PO-KONTO             PIC 9(5).
           05 PO-NIEDERLASSUNG     PIC X(4).
           05 PO-WAEHRUNG          PIC X(3).
           05 PO-BETRAG-1          PIC S9(9)V99.
           05 PO-BETRAG-2          PIC S9(9)V99.
           05 PO-EUR-1             PIC S9(11)V99.
           05 PO-EUR-2             PIC S9(11)V99.
           05 PO-STUFE             PIC 9.
           05 PO-STATUS            PIC X.

       SD SORT-ARBEITSDATEI.
       01 SRT-SATZ.
           05 SRT-PERSON           PIC 9(5).
           05 SRT-ART              PIC 9.
           05 SRT-NR               PIC 9(5).
           05 SRT-REST             PIC X(62).

       FD SORTIERT-DATEI.
       01 S-SATZ.
           05 S-PERSON             PIC 9(5).
           05 S-ART                PIC 9.
           05 S-NR                 PIC 9(5).
           05 S-KONTO              PIC 9(5).
           05 S-NIEDERLASSUNG      PIC X(4).
           05 S-WAEHRUNG           PIC X(3).
           05 S-BETRAG-1           PIC S9(9)V99.
           05 S-BETRAG-2           PIC S9(9)V99.
           05 S-EUR-1              PIC S9(11)V99.
           05 S-EUR-2              PIC S9(11)V99.
           05 S-STUFE              PIC 9.
           05 S-STATUS             PIC X.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-DL-STATUS         PIC XX.
       01 WS-MAHNUNG-STATUS    PIC XX.
       01 WS-FG-STATUS         PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-KURSE-STATUS      PIC XX.
       01 WS-PARAMETER-STATUS  PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 SORT-EOF-FLAGGE      PIC X VALUE 'N'.
       01 MAHNUNG-OFFEN        PIC X VALUE 'N'.
       01 PERSONEN-OFFEN       PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).

      *> Grosskreditgrenze in EUR
       01 GROSSKREDIT          PIC 9(9)V99 VALUE 250000.00.
       01 P-NAME-TEXT          PIC X(12).
       01 P-WERT-TEXT          PIC X(15).
       01 NUMVAL-TESTRESULT    PIC S9(4).

      *> Wechselkurse zu EUR aus kurse.dat; fehlt die Datei, gelten
      *> die eingebauten Kurse (Warnung).
       01 KURSE-EOF-FLAGGE     PIC X VALUE 'N'.
       01 KURS-TABELLE.
           05 KURS-USD         PIC 9V9999 VALUE 1.1000.
           05 KURS-GBP         PIC 9V9999 VALUE 0.8500.
       01 P-WAEHRUNG           PIC X(3).
       01 P-KURS-TEXT          PIC X(10).
       01 UMRECHNUNG-BETRAG    PIC S9(9)V99.
       01 UMRECHNUNG-EUR       PIC S9(11)V99.

      *> Summen der aktuellen Person (EUR)
       01 AKT-PERSON           PIC 9(5).
       01 AKT-MIT-OBLIGO       PIC X VALUE 'N'.
       01 AKT-INANSPRUCH       PIC S9(11)V99.
       01 AKT-LINIE            PIC S9(11)V99.
       01 AKT-RESTSCHULD       PIC S9(11)V99.
       01 AKT-RUECKSTAND       PIC S9(11)V99.
       01 AKT-GESAMT           PIC S9(11)V99.
       01 AKT-FESTGELD         PIC S9(11)V99.
       01 AKT-NAME             PIC X(30).

      *> Grosskredite fuer die Liste am Ende
       01 GROSS-ANZAHL         PIC 9(3) VALUE 0.
       01 GROSS-MAX            PIC 9(3) VALUE 200.
       01 GROSS-TABELLE.
           05 GROSS-EINTRAG OCCURS 200 TIMES.
               10 GR-PERSON        PIC 9(5).
               10 GR-NAME          PIC X(30).
               10 GR-GESAMT        PIC S9(11)V99.
               10 GR-FESTGELD      PIC S9(11)V99.
       01 G-INDEX              PIC 9(3).

      *> Aufgliederung je Niederlassung (EUR)
       01 FILIAL-ANZAHL        PIC 9(3) VALUE 0.
       01 FILIAL-MAX           PIC 9(3) VALUE 50.
       01 FILIAL-TABELLE.
           05 FILIAL-EINTRAG OCCURS 50 TIMES.
               10 FO-CODE          PIC X(4).
               10 FO-INANSPRUCH    PIC S9(11)V99.
               10 FO-LINIE         PIC S9(11)V99.
               10 FO-RESTSCHULD    PIC S9(11)V99.
               10 FO-RUECKSTAND    PIC S9(11)V99.
               10 FO-FESTGELD      PIC S9(11)V99.
       01 F-INDEX              PIC 9(3).
       01 TREFFER-INDEX        PIC 9(3).
       01 FIL-NAME-ANZ         PIC X(30).
       01 FIL-STATUS-ANZ       PIC X.
       01 FIL-ERGEBNIS         PIC X.
       01 FIL-SUCH-CODE        PIC X(4).

       01 BANK-SUMMEN.
           05 BANK-KREDITNEHMER    PIC 9(7) VALUE 0.
           05 BANK-INANSPRUCH      PIC S9(13)V99 VALUE 0.
           05 BANK-LINIE           PIC S9(13)V99 VALUE 0.
           05 BANK-RESTSCHULD      PIC S9(13)V99 VALUE 0.
           05 BANK-RUECKSTAND      PIC S9(13)V99 VALUE 0.
           05 BANK-GESAMT          PIC S9(13)V99 VALUE 0.
           05 BANK-FESTGELD        PIC S9(13)V99 VALUE 0.
       01 ANZAHL-POSITIONEN    PIC 9(7) VALUE 0.

       01 MASK-BETRAG          PIC -Z(8)9.99.
       01 MASK-BETRAG-2        PIC -Z(8)9.99.
       01 MASK-EUR             PIC -Z(10)9.99.
       01 MASK-EUR-2           PIC -Z(10)9.99.
       01 MASK-SUMME           PIC -Z(12)9.99.
       01 MASK-DATUM           PIC 9999/99/99.
       01 MASK-GRENZE          PIC Z(8)9.99.
       01 AUSGABE-ZEILE        PIC X(110).

       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- KREDITNEHMER-OBLIGO ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO GROSS-ANZAHL FILIAL-ANZAHL ANZAHL-POSITIONEN
               BANK-KREDITNEHMER BANK-INANSPRUCH BANK-LINIE
               BANK-RESTSCHULD BANK-RUECKSTAND BANK-GESAMT
               BANK-FESTGELD
           PERFORM PARAMETER-LADEN
           PERFORM KURSE-LADEN

           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "KREDITOBLIGO" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Obligobericht nicht erstellt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN OUTPUT POSITION-DATEI
           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ KUNDEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF KUNDEN-STATUS NOT = 'G'
                           PERFORM KONTO-ERFASSEN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM DARLEHEN-ERFASSEN
           PERFORM FESTGELDER-ERFASSEN
           CLOSE POSITION-DATEI
           CLOSE KUNDEN-DATEI

           SORT SORT-ARBEITSDATEI
               ON ASCENDING KEY SRT-PERSON SRT-ART SRT-NR
               USING POSITION-DATEI GIVING SORTIERT-DATEI

           MOVE 'N' TO PERSONEN-OFFEN
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE 'J' TO PERSONEN-OFFEN
           END-IF
           OPEN OUTPUT BERICHT-DATEI
           PERFORM BERICHT-KOPF
           PERFORM PERSONEN-AUSGEBEN
           PERFORM GROSSKREDITE-AUSGEBEN
           PERFORM FILIALEN-AUSGEBEN
           PERFORM BANKSUMME-AUSGEBEN
           CLOSE BERICHT-DATEI
           IF PERSONEN-OFFEN = 'J'
               CLOSE PERSONEN-DATEI
           END-IF
           PERFORM BERICHT-ABLEGEN
           CALL "SYSTEM" USING "rm -f obligo.wrk obligo.sorted"

           MOVE BANK-KREDITNEHMER TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
           GOBACK.

      *> Konto mit Dispositionslinie oder im Soll.
       KONTO-ERFASSEN.
           IF KUNDEN-KONTO < 0 OR KUNDEN-UEBERZIEHUNGSLIMIT > 0
               MOVE KUNDEN-PERSONEN-NR TO PO-PERSON
               MOVE 1 TO PO-ART
               MOVE KUNDEN-NR TO PO-NR
               MOVE KUNDEN-NR TO PO-KONTO
               MOVE KUNDEN-NIEDERLASSUNG TO PO-NIEDERLASSUNG
               MOVE KUNDEN-WAEHRUNG TO PO-WAEHRUNG
               MOVE 0 TO PO-BETRAG-1
               IF KUNDEN-KONTO < 0
                   COMPUTE PO-BETRAG-1 = 0 - KUNDEN-KONTO
               END-IF
               MOVE 0 TO PO-BETRAG-2
               IF KUNDEN-UEBERZIEHUNGSLIMIT > PO-BETRAG-1
                   COMPUTE PO-BETRAG-2 =
                       KUNDEN-UEBERZIEHUNGSLIMIT - PO-BETRAG-1
               END-IF
               MOVE 0 TO PO-STUFE
               MOVE KUNDEN-STATUS TO PO-STATUS
               PERFORM POSITION-SCHREIBEN
           END-IF.

      *> Aktive und gekuendigte Darlehen; Person, Niederlassung und
      *> Waehrung vom verknuepften Girokonto.
       DARLEHEN-ERFASSEN.
           OPEN INPUT DARLEHEN-DATEI
           IF WS-DL-STATUS = "00"
               MOVE 'N' TO MAHNUNG-OFFEN
               OPEN INPUT MAHNUNG-DATEI
               IF WS-MAHNUNG-STATUS = "00"
                   MOVE 'J' TO MAHNUNG-OFFEN
               END-IF
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ DARLEHEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF DL-STATUS = 'A' OR DL-STATUS = 'K'
                               PERFORM DARLEHEN-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DARLEHEN-DATEI
               IF MAHNUNG-OFFEN = 'J'
                   CLOSE MAHNUNG-DATEI
               END-IF
           END-IF.

       DARLEHEN-POSITION.
           MOVE 2 TO PO-ART
           MOVE DL-NR TO PO-NR
           MOVE DL-KUNDEN-NR TO PO-KONTO
           MOVE DL-RESTSCHULD TO PO-BETRAG-1
           MOVE 0 TO PO-BETRAG-2
           MOVE 0 TO PO-STUFE
           MOVE DL-STATUS TO PO-STATUS
           IF MAHNUNG-OFFEN = 'J'
               MOVE DL-NR TO DM-DL-NR
               READ MAHNUNG-DATEI KEY IS DM-DL-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DM-STATUS = 'O' OR DM-STATUS = 'K'
                           MOVE DM-RUECKSTAND TO PO-BETRAG-2
                           MOVE DM-STUFE TO PO-STUFE
                       END-IF
               END-READ
           END-IF
           MOVE DL-KUNDEN-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE 0 TO PO-PERSON
                   MOVE SPACES TO PO-NIEDERLASSUNG
                   MOVE "EUR" TO PO-WAEHRUNG
                   DISPLAY "Warnung: Darlehen " DL-NR " - Girokonto "
                       DL-KUNDEN-NR " fehlt, ohne Person ausgewiesen."
               NOT INVALID KEY
                   MOVE KUNDEN-PERSONEN-NR TO PO-PERSON
                   MOVE KUNDEN-NIEDERLASSUNG TO PO-NIEDERLASSUNG
                   MOVE KUNDEN-WAEHRUNG TO PO-WAEHRUNG
           END-READ
           PERFORM POSITION-SCHREIBEN.

       FESTGELDER-ERFASSEN.
           OPEN INPUT FESTGELD-DATEI
           IF WS-FG-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ FESTGELD-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF FG-STATUS = 'A'
                               PERFORM FESTGELD-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTGELD-DATEI
           END-IF.

       FESTGELD-POSITION.
           MOVE FG-KUNDEN-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KUNDEN-PERSONEN-NR TO PO-PERSON
                   MOVE 3 TO PO-ART
                   MOVE FG-NR TO PO-NR
                   MOVE FG-KUNDEN-NR TO PO-KONTO
                   MOVE KUNDEN-NIEDERLASSUNG TO PO-NIEDERLASSUNG
                   MOVE KUNDEN-WAEHRUNG TO PO-WAEHRUNG
                   MOVE FG-BETRAG TO PO-BETRAG-1
                   MOVE 0 TO PO-BETRAG-2
                   MOVE 0 TO PO-STUFE
                   MOVE FG-STATUS TO PO-STATUS
                   PERFORM POSITION-SCHREIBEN
           END-READ.

       POSITION-SCHREIBEN.
           MOVE PO-BETRAG-1 TO UMRECHNUNG-BETRAG
           PERFORM IN-EUR-UMRECHNEN
           MOVE UMRECHNUNG-EUR TO PO-EUR-1
           MOVE PO-BETRAG-2 TO UMRECHNUNG-BETRAG
           PERFORM IN-EUR-UMRECHNEN
           MOVE UMRECHNUNG-EUR TO PO-EUR-2
           WRITE POSITION-SATZ.

       IN-EUR-UMRECHNEN.
           EVALUATE PO-WAEHRUNG
               WHEN "USD"
                   COMPUTE UMRECHNUNG-EUR ROUNDED =
                       UMRECHNUNG-BETRAG * KURS-USD
               WHEN "GBP"
                   COMPUTE UMRECHNUNG-EUR ROUNDED =
                       UMRECHNUNG-BETRAG * KURS-GBP
               WHEN OTHER
                   MOVE UMRECHNUNG-BETRAG TO UMRECHNUNG-EUR
           END-EVALUATE.

       BERICHT-KOPF.
           MOVE WS-HEUTE TO MASK-DATUM
           MOVE GROSSKREDIT TO MASK-GRENZE
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "KREDITNEHMER-OBLIGO - STICHTAG " MASK-DATUM
               "   GROSSKREDITGRENZE " MASK-GRENZE " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "=" TO AUSGABE-ZEILE(1:100)
           PERFORM ZEILE-AUSGEBEN
           MOVE "Position                    Whg   in Anspruch/Rest"
               TO AUSGABE-ZEILE
           MOVE "offene Linie/Rueckst.   EUR Obligo   EUR zusaetzl."
               TO AUSGABE-ZEILE(51:50)
           PERFORM ZEILE-SCHREIBEN.

      *> Gruppenwechsel je Person. Personen, deren erste Position
      *> ein Festgeld ist, haben kein Obligo und entfallen.
       PERSONEN-AUSGEBEN.
           MOVE 'N' TO AKT-MIT-OBLIGO
           OPEN INPUT SORTIERT-DATEI
           MOVE 'N' TO SORT-EOF-FLAGGE
           PERFORM UNTIL SORT-EOF-FLAGGE = 'J'
               READ SORTIERT-DATEI
                   AT END
                       MOVE 'J' TO SORT-EOF-FLAGGE
                   NOT AT END
                       IF AKT-MIT-OBLIGO = 'J'
                          AND S-PERSON NOT = AKT-PERSON
                           PERFORM PERSON-ABSCHLIESSEN
                       END-IF
                       IF S-PERSON NOT = AKT-PERSON
                          OR AKT-MIT-OBLIGO = 'N'
                           IF S-ART < 3
                               PERFORM PERSON-BEGINNEN
                           ELSE
                               MOVE 'N' TO AKT-MIT-OBLIGO
                           END-IF
                           MOVE S-PERSON TO AKT-PERSON
                       END-IF
                       IF AKT-MIT-OBLIGO = 'J'
                           PERFORM POSITION-AUSGEBEN
                       END-IF
               END-READ
           END-PERFORM
           IF AKT-MIT-OBLIGO = 'J'
               PERFORM PERSON-ABSCHLIESSEN
           END-IF
           CLOSE SORTIERT-DATEI.

       PERSON-BEGINNEN.
           MOVE 'J' TO AKT-MIT-OBLIGO
           MOVE 0 TO AKT-INANSPRUCH AKT-LINIE AKT-RESTSCHULD
               AKT-RUECKSTAND AKT-GESAMT AKT-FESTGELD
           MOVE "(nicht im Personenstamm)" TO AKT-NAME
           IF PERSONEN-OFFEN = 'J' AND S-PERSON > 0
               MOVE S-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO AKT-NAME
               END-READ
           END-IF
           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-SCHREIBEN
           STRING "PERSON " S-PERSON "  " AKT-NAME
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-SCHREIBEN.

       POSITION-AUSGEBEN.
           ADD 1 TO ANZAHL-POSITIONEN
           PERFORM FILIALE-SUCHEN
           MOVE S-BETRAG-1 TO MASK-BETRAG
           MOVE S-BETRAG-2 TO MASK-BETRAG-2
           MOVE SPACES TO AUSGABE-ZEILE
           EVALUATE S-ART
               WHEN 1
                   ADD S-EUR-1 TO AKT-INANSPRUCH
                   ADD S-EUR-2 TO AKT-LINIE
                   COMPUTE MASK-EUR = S-EUR-1 + S-EUR-2
                   STRING "  Konto    " S-NR " (NL " S-NIEDERLASSUNG
                       ")  " S-WAEHRUNG " " MASK-BETRAG " "
                       MASK-BETRAG-2 "  " MASK-EUR
                       DELIMITED BY SIZE INTO AUSGABE-ZEILE
                   IF S-STATUS NOT = 'A'
                       STRING "  Status " S-STATUS
                           DELIMITED BY SIZE
                           INTO AUSGABE-ZEILE(101:10)
                   END-IF
                   IF TREFFER-INDEX > 0
                       ADD S-EUR-1 TO FO-INANSPRUCH(TREFFER-INDEX)
                       ADD S-EUR-2 TO FO-LINIE(TREFFER-INDEX)
                   END-IF
               WHEN 2
                   ADD S-EUR-1 TO AKT-RESTSCHULD
                   ADD S-EUR-2 TO AKT-RUECKSTAND
                   MOVE S-EUR-1 TO MASK-EUR
                   STRING "  Darlehen " S-NR " (Kto " S-KONTO ")  "
                       S-WAEHRUNG " " MASK-BETRAG " "
                       MASK-BETRAG-2 "  " MASK-EUR
                       DELIMITED BY SIZE INTO AUSGABE-ZEILE
                   IF S-STATUS = 'K'
                       MOVE "  GEKUENDIGT" TO AUSGABE-ZEILE(99:12)
                   ELSE
                   IF S-STUFE > 0
                       STRING "  Mahnst. " S-STUFE
                           DELIMITED BY SIZE
                           INTO AUSGABE-ZEILE(99:12)
                   END-IF
                   END-IF
                   IF TREFFER-INDEX > 0
                       ADD S-EUR-1 TO FO-RESTSCHULD(TREFFER-INDEX)
                       ADD S-EUR-2 TO FO-RUECKSTAND(TREFFER-INDEX)
                   END-IF
               WHEN OTHER
                   ADD S-EUR-1 TO AKT-FESTGELD
                   MOVE S-EUR-1 TO MASK-EUR-2
                   STRING "  Festgeld " S-NR " (Kto " S-KONTO ")  "
                       S-WAEHRUNG " " MASK-BETRAG "  Sicherheit   "
                       "                 " MASK-EUR-2
                       DELIMITED BY SIZE INTO AUSGABE-ZEILE
                   IF TREFFER-INDEX > 0
                       ADD S-EUR-1 TO FO-FESTGELD(TREFFER-INDEX)
                   END-IF
           END-EVALUATE
           PERFORM ZEILE-SCHREIBEN.

       PERSON-ABSCHLIESSEN.
           COMPUTE AKT-GESAMT = AKT-INANSPRUCH + AKT-LINIE
               + AKT-RESTSCHULD
           ADD 1 TO BANK-KREDITNEHMER
           ADD AKT-INANSPRUCH TO BANK-INANSPRUCH
           ADD AKT-LINIE TO BANK-LINIE
           ADD AKT-RESTSCHULD TO BANK-RESTSCHULD
           ADD AKT-RUECKSTAND TO BANK-RUECKSTAND
           ADD AKT-GESAMT TO BANK-GESAMT
           ADD AKT-FESTGELD TO BANK-FESTGELD

           MOVE AKT-GESAMT TO MASK-EUR
           MOVE AKT-FESTGELD TO MASK-EUR-2
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  OBLIGO GESAMT EUR" MASK-EUR
               "   Festgeld als Sicherheit EUR" MASK-EUR-2
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           IF AKT-GESAMT >= GROSSKREDIT
               MOVE "*** GROSSKREDIT" TO AUSGABE-ZEILE(84:15)
               IF GROSS-ANZAHL < GROSS-MAX
                   ADD 1 TO GROSS-ANZAHL
                   MOVE AKT-PERSON TO GR-PERSON(GROSS-ANZAHL)
                   MOVE AKT-NAME TO GR-NAME(GROSS-ANZAHL)
                   MOVE AKT-GESAMT TO GR-GESAMT(GROSS-ANZAHL)
                   MOVE AKT-FESTGELD TO GR-FESTGELD(GROSS-ANZAHL)
               END-IF
           END-IF
           PERFORM ZEILE-SCHREIBEN
           IF AKT-RUECKSTAND > 0
               MOVE AKT-RUECKSTAND TO MASK-EUR
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "  davon Darlehen im Rueckstand EUR" MASK-EUR
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-SCHREIBEN
           END-IF.

      *> Filialeintrag zur Niederlassung der Position suchen bzw. neu
      *> anlegen (wie FILIALBERICHT).
       FILIALE-SUCHEN.
           MOVE 0 TO TREFFER-INDEX
           PERFORM VARYING F-INDEX FROM 1 BY 1
                   UNTIL F-INDEX > FILIAL-ANZAHL
               IF FO-CODE(F-INDEX) = S-NIEDERLASSUNG
                   MOVE F-INDEX TO TREFFER-INDEX
               END-IF
           END-PERFORM
           IF TREFFER-INDEX = 0
               IF FILIAL-ANZAHL >= FILIAL-MAX
                   DISPLAY "Warnung: mehr als " FILIAL-MAX
                       " Niederlassungen - " S-NIEDERLASSUNG
                       " wird nicht ausgewiesen."
               ELSE
                   ADD 1 TO FILIAL-ANZAHL
                   MOVE FILIAL-ANZAHL TO TREFFER-INDEX
                   MOVE S-NIEDERLASSUNG TO FO-CODE(TREFFER-INDEX)
                   MOVE 0 TO FO-INANSPRUCH(TREFFER-INDEX)
                       FO-LINIE(TREFFER-INDEX)
                       FO-RESTSCHULD(TREFFER-INDEX)
                       FO-RUECKSTAND(TREFFER-INDEX)
                       FO-FESTGELD(TREFFER-INDEX)
               END-IF
           END-IF.

       GROSSKREDITE-AUSGEBEN.
           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE GROSSKREDIT TO MASK-GRENZE
           STRING "GROSSKREDITE (OBLIGO AB " MASK-GRENZE " EUR)"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "-" TO AUSGABE-ZEILE(1:100)
           PERFORM ZEILE-AUSGEBEN
           IF GROSS-ANZAHL = 0
               MOVE "  keine" TO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
           END-IF
           PERFORM VARYING G-INDEX FROM 1 BY 1
                   UNTIL G-INDEX > GROSS-ANZAHL
               MOVE GR-GESAMT(G-INDEX) TO MASK-EUR
               MOVE GR-FESTGELD(G-INDEX) TO MASK-EUR-2
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "  " GR-PERSON(G-INDEX) "  " GR-NAME(G-INDEX)
                   "  Obligo EUR" MASK-EUR "  Festgeld EUR" MASK-EUR-2
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
           END-PERFORM.

       FILIALEN-AUSGEBEN.
           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE "AUFGLIEDERUNG JE NIEDERLASSUNG (EUR)" TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "-" TO AUSGABE-ZEILE(1:100)
           PERFORM ZEILE-AUSGEBEN
           PERFORM VARYING F-INDEX FROM 1 BY 1
                   UNTIL F-INDEX > FILIAL-ANZAHL
               MOVE FO-CODE(F-INDEX) TO FIL-SUCH-CODE
               CALL "FILIALPRUEF" USING FIL-SUCH-CODE FIL-NAME-ANZ
                   FIL-STATUS-ANZ FIL-ERGEBNIS
               IF FIL-ERGEBNIS NOT = 'J'
                   MOVE SPACES TO FIL-NAME-ANZ
               END-IF
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "NIEDERLASSUNG " FO-CODE(F-INDEX) " "
                   FUNCTION TRIM(FIL-NAME-ANZ)
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
               MOVE FO-INANSPRUCH(F-INDEX) TO MASK-EUR
               MOVE FO-LINIE(F-INDEX) TO MASK-EUR-2
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "  Dispo in Anspruch " MASK-EUR
                   "   offene Linien " MASK-EUR-2
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
               MOVE FO-RESTSCHULD(F-INDEX) TO MASK-EUR
               MOVE FO-RUECKSTAND(F-INDEX) TO MASK-EUR-2
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "  Darlehen Restsch. " MASK-EUR
                   "   im Rueckstand " MASK-EUR-2
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
               COMPUTE MASK-EUR = FO-INANSPRUCH(F-INDEX)
                   + FO-LINIE(F-INDEX) + FO-RESTSCHULD(F-INDEX)
               MOVE FO-FESTGELD(F-INDEX) TO MASK-EUR-2
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "  Obligo gesamt     " MASK-EUR
                   "   Festgelder    " MASK-EUR-2
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
           END-PERFORM.

       BANKSUMME-AUSGEBEN.
           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "=" TO AUSGABE-ZEILE(1:100)
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "GESAMTE BANK   Kreditnehmer: " BANK-KREDITNEHMER
               "   davon Grosskredite: " GROSS-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE BANK-INANSPRUCH TO MASK-SUMME
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  Dispo in Anspruch EUR" MASK-SUMME
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE BANK-LINIE TO MASK-SUMME
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  offene Linien     EUR" MASK-SUMME
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE BANK-RESTSCHULD TO MASK-SUMME
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  Darlehen Restsch. EUR" MASK-SUMME
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE BANK-RUECKSTAND TO MASK-SUMME
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  davon Rueckstand  EUR" MASK-SUMME
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE BANK-GESAMT TO MASK-SUMME
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  Obligo gesamt     EUR" MASK-SUMME
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE BANK-FESTGELD TO MASK-SUMME
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  Festgelder der Kreditnehmer EUR" MASK-SUMME
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN.

      *> Zusammenfassungen auch am Bildschirm, die Einzelpositionen
      *> nur in der Berichtsdatei.
       ZEILE-AUSGEBEN.
           DISPLAY AUSGABE-ZEILE
           PERFORM ZEILE-SCHREIBEN.

       ZEILE-SCHREIBEN.
           MOVE AUSGABE-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO AUSGABE-ZEILE.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "kreditobligo-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv kreditobligo.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Bericht gespeichert: "
               FUNCTION TRIM(WS-BERICHT-NAME).

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
                           IF P-NAME-TEXT = "GROSSKREDIT"
                               MOVE FUNCTION TEST-NUMVAL(P-WERT-TEXT)
                                   TO NUMVAL-TESTRESULT
                               IF NUMVAL-TESTRESULT = 0
                                   COMPUTE GROSSKREDIT =
                                       FUNCTION NUMVAL(P-WERT-TEXT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-DATEI
           END-IF.

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
