      *> adressen.dat, Satz der Personennummer) und schlaegt
      *> Dubletten im Bericht dubletten-JJJJMMTT.txt vor. Die
      *> Zusammenfuehrung uebernimmt der Supervisor mit PERSONMERGE.
      *> Sind beide Personen Inhaber desselben Gemeinschaftskontos
      *> (kontoinhaber.dat), steht das beim Vorschlag - gleichnamige
      *> Mitinhaber (Vater und Sohn) sind meist keine Dublette.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "dubletten.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(120).

               10 PT-PLZ           PIC X(10).
               10 PT-ORT           PIC X(25).
               10 PT-STEUER-ID     PIC X(15).
      *> Inhaberzuordnungen der Gemeinschaftskonten.
       01 WS-IH-STATUS        PIC XX.
       01 INHABER-MAX         PIC 9(5) VALUE 5000.
       01 ANZAHL-INHABER      PIC 9(5) VALUE 0.
       01 INHABER-TABELLE.
           05 IHT-EINTRAG OCCURS 5000 TIMES.
               10 IHT-KONTO        PIC 9(5).
               10 IHT-PERSON       PIC 9(5).
       01 I1                  PIC 9(5).
       01 I2                  PIC 9(5).
       01 GEMEINSAM-KONTO     PIC 9(5).
       01 P1                  PIC 9(5).
       01 P2                  PIC 9(5).
       01 GRUND-TEXT          PIC X(40).
           END-PERFORM
           CLOSE PERSONEN-DATEI

           PERFORM INHABER-LADEN

           OPEN OUTPUT BERICHT-DATEI
           MOVE "DUBLETTENBERICHT PERSONENSTAMM" TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

           IF GRUND-TEXT NOT = SPACES
               ADD 1 TO ANZAHL-VORSCHLAEGE
               PERFORM GEMEINSAMES-KONTO-SUCHEN
               MOVE SPACES TO BERICHT-ZEILE
               STRING "VORSCHLAG  PERSON " PT-NR(P1) " / PERSON "
                   PT-NR(P2) "  " FUNCTION TRIM(PT-NAME(P1))
                   " -- " FUNCTION TRIM(GRUND-TEXT)
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
               WRITE BERICHT-ZEILE
               IF GEMEINSAM-KONTO > 0
                   MOVE SPACES TO BERICHT-ZEILE
                   STRING "           ACHTUNG: BEIDE INHABER VON "
                       "GEMEINSCHAFTSKONTO " GEMEINSAM-KONTO
                       " - VERMUTLICH KEINE DUBLETTE"
                       DELIMITED BY SIZE INTO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               END-IF
           END-IF.

       INHABER-LADEN.
           MOVE 0 TO ANZAHL-INHABER
           OPEN INPUT INHABER-DATEI
           IF WS-IH-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ INHABER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF ANZAHL-INHABER >= INHABER-MAX
                               DISPLAY "Warnung: Inhabertabelle voll "
                                   "- Gemeinschaftskonten nur "
                                   "teilweise beruecksichtigt."
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                               ADD 1 TO ANZAHL-INHABER
                               MOVE IH-KUNDEN-NR
                                   TO IHT-KONTO(ANZAHL-INHABER)
                               MOVE IH-PERSON-NR
                                   TO IHT-PERSON(ANZAHL-INHABER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INHABER-DATEI
           END-IF.

      *> Erstes Gemeinschaftskonto, an dem beide Personen des
      *> Paares beteiligt sind (0 = keines).
       GEMEINSAMES-KONTO-SUCHEN.
           MOVE 0 TO GEMEINSAM-KONTO
           PERFORM VARYING I1 FROM 1 BY 1
                   UNTIL I1 > ANZAHL-INHABER OR GEMEINSAM-KONTO > 0
               IF IHT-PERSON(I1) = PT-NR(P1)
                   PERFORM VARYING I2 FROM 1 BY 1
                           UNTIL I2 > ANZAHL-INHABER
                       IF IHT-KONTO(I2) = IHT-KONTO(I1)
                               AND IHT-PERSON(I2) = PT-NR(P2)
                           MOVE IHT-KONTO(I1) TO GEMEINSAM-KONTO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       BERICHT-ABLEGEN.
           IF ANZAHL-VORSCHLAEGE = 0
               CALL "SYSTEM" USING "rm -f dubletten.tmp"
