      *> die verbleibende Person umgehaengt (KUNDEN-PERSONEN-NR,
      *> Name und Niederlassung aus dem Personenstamm der
      *> verbleibenden Person, jede Aenderung journalisiert ueber
      *> KUNDENJOURNAL), Inhaberschaften an Gemeinschaftskonten
      *> (kontoinhaber.dat) gehen ebenfalls auf die verbleibende
      *> Person ueber (war sie schon Mitinhaber, werden die Anteile
      *> zusammengelegt), die Anschrift wird uebernommen, falls die
      *> verbleibende Person noch keine hat, und der
      *> Dublettensatz wird aus personen.dat geloescht. Erst damit
      *> stimmt die Kontenuebersicht "alle Konten dieser Person"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT ADRESSEN-DATEI ASSIGN TO "adressen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       01 BLEIBT-NLS           PIC X(4).
       01 DUBLETTE-NAME        PIC X(30).
       01 ANZAHL-UMGEHAENGT    PIC 9(4) VALUE 0.
       01 WS-IH-STATUS         PIC XX.
       01 IK-ANZAHL            PIC 9(3) VALUE 0.
       01 IK-TABELLE.
           05 IK-KONTO         PIC 9(5) OCCURS 100 TIMES.
       01 IK-IDX               PIC 9(3).
       01 SICHER-ANTEIL        PIC 9(3)V99.
       01 SICHER-REGEL         PIC X.
       01 SICHER-SEIT          PIC 9(8).
       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).

           PERFORM KONTEN-UMHAENGEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM INHABER-UMHAENGEN
               PERFORM ADRESSE-UEBERNEHMEN
               PERFORM DUBLETTE-LOESCHEN
           END-IF
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
           END-IF.

      *> Inhabersaetze der Dublette auf die verbleibende Person
      *> umschluesseln. Erst die Konten sammeln, dann je Konto
      *> loeschen und neu schreiben - der Schluessel aendert sich.
       INHABER-UMHAENGEN.
           MOVE 0 TO IK-ANZAHL
           OPEN I-O INHABER-DATEI
           IF WS-IH-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ INHABER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF IH-PERSON-NR = DUBLETTE-NR
                                   AND IK-ANZAHL < 100
                               ADD 1 TO IK-ANZAHL
                               MOVE IH-KUNDEN-NR TO IK-KONTO(IK-ANZAHL)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING IK-IDX FROM 1 BY 1
                       UNTIL IK-IDX > IK-ANZAHL
                   PERFORM INHABERSATZ-UMHAENGEN
               END-PERFORM
               CLOSE INHABER-DATEI
               IF IK-ANZAHL > 0
                   DISPLAY IK-ANZAHL " Inhaberschaften an "
                       "Gemeinschaftskonten umgehaengt."
               END-IF
           END-IF.

       INHABERSATZ-UMHAENGEN.
           MOVE IK-KONTO(IK-IDX) TO IH-KUNDEN-NR
           MOVE DUBLETTE-NR TO IH-PERSON-NR
           READ INHABER-DATEI KEY IS IH-SCHLUESSEL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IH-ANTEIL TO SICHER-ANTEIL
                   MOVE IH-REGEL TO SICHER-REGEL
                   MOVE IH-SEIT TO SICHER-SEIT
                   DELETE INHABER-DATEI
                   MOVE IK-KONTO(IK-IDX) TO IH-KUNDEN-NR
                   MOVE BLEIBT-NR TO IH-PERSON-NR
                   READ INHABER-DATEI KEY IS IH-SCHLUESSEL
                       INVALID KEY
                           MOVE IK-KONTO(IK-IDX) TO IH-KUNDEN-NR
                           MOVE BLEIBT-NR TO IH-PERSON-NR
                           MOVE SICHER-ANTEIL TO IH-ANTEIL
                           MOVE SICHER-REGEL TO IH-REGEL
                           MOVE SICHER-SEIT TO IH-SEIT
                           WRITE INHABER-EINTRAG
                       NOT INVALID KEY
                           ADD SICHER-ANTEIL TO IH-ANTEIL
                           REWRITE INHABER-EINTRAG
                   END-READ
                   IF WS-IH-STATUS NOT = "00"
                       MOVE "PERSONMERGE" TO WS-FP-PROGRAMM
                       MOVE "WRITE INHABER-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Inhaberschaft nicht umgehaengt"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-IH-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: Inhaberschaft an Konto "
                           IK-KONTO(IK-IDX) " konnte nicht "
                           "umgehaengt werden (Status " WS-IH-STATUS
                           ")."
                   END-IF
           END-READ.

      *> Anschrift der Dublette auf die verbleibende Person
      *> uebernehmen, wenn diese noch keine hat - sonst bleibt die
      *> vorhandene Anschrift massgeblich.
