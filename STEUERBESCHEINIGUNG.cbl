      *> Bescheinigung ueber die im eingegebenen Jahr gutgeschriebenen
      *> Habenzinsen (Buchungsart ZINSEN) und die einbehaltene
      *> Kapitalertragsteuer (KAPSTEUER) ueber alle Konten der
      *> Person. Bei Gemeinschaftskonten (kontoinhaber.dat) werden
      *> Zinsen und Steuer nach dem Anteil jedes Inhabers aufgeteilt
      *> und bei jedem Inhaber anteilig bescheinigt.
      *> Gelesen werden das laufende Buchungsjournal und -
      *> falls der Jahrgang bereits per JAHRESWECHSEL ausgelagert
      *> wurde - die Archivdatei kontobewegungen-JJJJ.dat. Die
      *> Steuer-ID kommt aus adressen.dat (Satz der Personennummer).
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT ARCHIV-DATEI ASSIGN TO WS-ARCHIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIV-STATUS.
       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD ARCHIV-DATEI.
       01 ARCHIV-ZEILE             PIC X(112).

       FD BESCHEINIGUNG-DATEI.
       01 BESCHEID-ZEILE           PIC X(80).
       01 PRUEF-NR             PIC 9(5).
       01 SUMME-ZINSEN         PIC 9(9)V99.
       01 SUMME-STEUER         PIC 9(9)V99.
       01 KONTO-ZINSEN         PIC S9(9)V99.
       01 KONTO-STEUER         PIC 9(9)V99.
       01 WS-IH-STATUS         PIC XX.
       01 PERSON-ANTEIL        PIC 9(3)V99.
       01 GEMEINSAM-FLAGGE     PIC X VALUE 'N'.
       01 ANZAHL-GEMEINSAM     PIC 9(3).
       01 MASK-ANZAHL          PIC ZZ9.
       01 ANZAHL-BESCHEIDE     PIC 9(5) VALUE 0.
       01 MASK-BETRAG          PIC Z(8)9.99.
       01 WS-STEUER-ID         PIC X(15).
           05 ARCH-ART         PIC X(16).
           05 ARCH-BETRAG      PIC S9(7)V99.
           05 ARCH-SALDO       PIC S9(7)V99.
           05 FILLER           PIC X(57).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).
               GOBACK
           END-IF

           OPEN INPUT INHABER-DATEI

           PERFORM UNTIL PERSONEN-EOF-FLAGGE = 'J'
               READ PERSONEN-DATEI NEXT RECORD
                   AT END
           IF WS-BEWEGUNGEN-STATUS NOT = "35"
               CLOSE BEWEGUNGEN-DATEI
           END-IF
           IF WS-IH-STATUS = "00"
               CLOSE INHABER-DATEI
           END-IF
           CLOSE KUNDEN-DATEI
           CLOSE PERSONEN-DATEI

       PERSON-VERARBEITEN.
           MOVE 0 TO SUMME-ZINSEN
           MOVE 0 TO SUMME-STEUER
           MOVE 0 TO ANZAHL-GEMEINSAM

           MOVE 'N' TO KONTEN-EOF-FLAGGE
           MOVE 0 TO KUNDEN-NR
                   AT END
                       MOVE 'J' TO KONTEN-EOF-FLAGGE
                   NOT AT END
                       PERFORM ANTEIL-ERMITTELN
                       IF PERSON-ANTEIL > 0
                           MOVE KUNDEN-NR TO PRUEF-NR
                           MOVE 0 TO KONTO-ZINSEN
                           MOVE 0 TO KONTO-STEUER
                           PERFORM KONTO-SUMMIEREN
                           PERFORM ARCHIV-SUMMIEREN
                           PERFORM ANTEIL-ZURECHNEN
                       END-IF
               END-READ
           END-PERFORM
               PERFORM BESCHEINIGUNG-SCHREIBEN
           END-IF.

      *> Anteil der Person am gelesenen Konto: laut kontoinhaber.dat
      *> bei Gemeinschaftskonten, sonst 100 fuer den Inhaber.
       ANTEIL-ERMITTELN.
           MOVE 'N' TO GEMEINSAM-FLAGGE
           MOVE 0 TO PERSON-ANTEIL
           IF KUNDEN-PERSONEN-NR = WS-PERSON-NR
               MOVE 100 TO PERSON-ANTEIL
           END-IF
           IF WS-IH-STATUS = "00"
               MOVE KUNDEN-NR TO IH-KUNDEN-NR
               MOVE WS-PERSON-NR TO IH-PERSON-NR
               READ INHABER-DATEI KEY IS IH-SCHLUESSEL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO GEMEINSAM-FLAGGE
                       MOVE IH-ANTEIL TO PERSON-ANTEIL
               END-READ
           END-IF.

       ANTEIL-ZURECHNEN.
           IF GEMEINSAM-FLAGGE = 'J'
               IF KONTO-ZINSEN NOT = 0 OR KONTO-STEUER NOT = 0
                   ADD 1 TO ANZAHL-GEMEINSAM
               END-IF
               COMPUTE SUMME-ZINSEN ROUNDED = SUMME-ZINSEN
                   + KONTO-ZINSEN * PERSON-ANTEIL / 100
               COMPUTE SUMME-STEUER ROUNDED = SUMME-STEUER
                   + KONTO-STEUER * PERSON-ANTEIL / 100
           ELSE
               ADD KONTO-ZINSEN TO SUMME-ZINSEN
               ADD KONTO-STEUER TO SUMME-STEUER
           END-IF.

       KONTO-SUMMIEREN.
           MOVE 'N' TO BEWEGUNG-EOF-FLAGGE
           IF WS-BEWEGUNGEN-STATUS = "35"
                           MOVE 'J' TO BEWEGUNG-EOF-FLAGGE
                       ELSE
                           IF BEWEGUNG-ART = "ZINSEN"
                               ADD BEWEGUNG-BETRAG TO KONTO-ZINSEN
                           END-IF
                           IF BEWEGUNG-ART = "KAPSTEUER"
                               ADD FUNCTION ABS(BEWEGUNG-BETRAG)
                                   TO KONTO-STEUER
                           END-IF
                       END-IF
               END-READ
                           MOVE ARCHIV-ZEILE TO ARCH-SATZ
                           IF ARCH-KUNDEN-NR = PRUEF-NR
                               IF ARCH-ART = "ZINSEN"
                                   ADD ARCH-BETRAG TO KONTO-ZINSEN
                               END-IF
                               IF ARCH-ART = "KAPSTEUER"
                                   ADD FUNCTION ABS(ARCH-BETRAG)
                                       TO KONTO-STEUER
                               END-IF
                           END-IF
                   END-READ
               STRING "Einbehaltene Kapitalertragst.: " MASK-BETRAG
                   DELIMITED BY SIZE INTO BESCHEID-ZEILE
               WRITE BESCHEID-ZEILE
               IF ANZAHL-GEMEINSAM > 0
                   MOVE ANZAHL-GEMEINSAM TO MASK-ANZAHL
                   MOVE SPACES TO BESCHEID-ZEILE
                   WRITE BESCHEID-ZEILE
                   MOVE SPACES TO BESCHEID-ZEILE
                   STRING "Darin anteilige Ertraege aus " MASK-ANZAHL
                       " Gemeinschaftskonto/-konten"
                       DELIMITED BY SIZE INTO BESCHEID-ZEILE
                   WRITE BESCHEID-ZEILE
                   MOVE "(Aufteilung nach den Inhaberanteilen)."
                       TO BESCHEID-ZEILE
                   WRITE BESCHEID-ZEILE
               END-IF
               CLOSE BESCHEINIGUNG-DATEI
               ADD 1 TO ANZAHL-BESCHEIDE
           END-IF.
      *> Die Adresse der Person liegt unter der Personennummer in
      *> adressen.dat (siehe PERSON.CPY).
       STEUER-ID-HOLEN.
           MOVE "(fehlt)" TO WS-STEUER-ID
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "00"
               MOVE WS-PERSON-NR TO ADR-KUNDEN-NR
