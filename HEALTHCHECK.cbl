      *>     oberhalb der Schwelle WARNTAGE)
      *>   - ob und wann der letzte Tagesabschluss durchlief
      *>     (Laufkontrolle), samt Abstimmungsbruch-Pruefung
      *>   - die langsamsten Schritte des letzten Tagesabschlusses
      *>     laut laufhistorie.dat (Trend siehe LAUFTREND)
      *>   - Satzzahlen kunden.dat/kontobewegungen.dat im Vergleich
      *>     zum letzten Check
      *> Ausgabe am Bildschirm und nach morgenreport-JJJJMMTT.txt;
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT HISTORIE-DATEI ASSIGN TO "laufhistorie.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIE-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "morgenreport.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD HISTORIE-DATEI.
           COPY LAUFHIST.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE            PIC X(100).

       01 WS-LISTE-STATUS      PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-HISTORIE-STATUS   PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 WS-ZEIT              PIC 9(8).
       01 LK-ERGEBNIS          PIC X.
           COPY ABLAUF.

      *> Langsamste Schritte des letzten Abschlusses (absteigend).
       01 LETZTES-LAUFDATUM    PIC 9(8) VALUE 0.
       01 LANGSAM-ANZAHL       PIC 9 VALUE 0.
       01 LANGSAM-MAX          PIC 9 VALUE 5.
       01 LANGSAM-TABELLE.
           05 LA-EINTRAG OCCURS 5 TIMES.
               10 LA-SCHRITT       PIC X(16).
               10 LA-DAUER         PIC 9(6).
               10 LA-ANZAHL        PIC 9(9).
       01 LA-INDEX             PIC 9.
       01 LA-POS               PIC 9.
       01 MASK-DAUER           PIC Z(5)9.
       01 MASK-ANZAHL          PIC Z(8)9.

       01 NEU-KUNDEN           PIC 9(7) VALUE 0.
       01 NEU-BEWEGUNGEN       PIC 9(7) VALUE 0.
       01 DIFF-ANZAHL          PIC S9(7).
           PERFORM FEHLER-AUSWERTEN
           PERFORM SICHERUNG-PRUEFEN
           PERFORM ABSCHLUSS-PRUEFEN
           PERFORM LAUFZEITEN-PRUEFEN
           PERFORM SATZZAHLEN-PRUEFEN

           CLOSE BERICHT-DATEI
               PERFORM ZEILE-AUSGEBEN
           END-IF.

      *> Erster Durchgang: juengstes Geschaeftsdatum in der
      *> Laufhistorie; zweiter Durchgang: dessen Schritte nach
      *> Laufzeit einsortieren (Gesamtsatz BANKBATCH und
      *> uebersprungene Schritte zaehlen nicht); abgebrochene
      *> Schritte (Ergebnis A) werden dabei gleich gemeldet.
       LAUFZEITEN-PRUEFEN.
           MOVE 0 TO LETZTES-LAUFDATUM LANGSAM-ANZAHL
           OPEN INPUT HISTORIE-DATEI
           IF WS-HISTORIE-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ HISTORIE-DATEI
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF LH-DATUM > LETZTES-LAUFDATUM
                               AND LH-SCHRITT NOT = "BANKBATCH"
                               MOVE LH-DATUM TO LETZTES-LAUFDATUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIE-DATEI
           END-IF

           IF LETZTES-LAUFDATUM = 0
               MOVE "Laufzeiten: keine Laufhistorie vorhanden"
                   TO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
           ELSE
               OPEN INPUT HISTORIE-DATEI
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ HISTORIE-DATEI
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF LH-DATUM = LETZTES-LAUFDATUM
                               AND LH-SCHRITT NOT = "BANKBATCH"
                               AND LH-ERGEBNIS NOT = 'U'
                               PERFORM LANGSAM-EINSORTIEREN
                           END-IF
                           IF LH-DATUM = LETZTES-LAUFDATUM
                               AND LH-ERGEBNIS = 'A'
                               MOVE SPACES TO AUSGABE-ZEILE
                               STRING "*** Schritt " LH-SCHRITT
                                   " abgebrochen ***"
                                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
                               PERFORM ZEILE-AUSGEBEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIE-DATEI

               MOVE LETZTES-LAUFDATUM TO MASK-DATUM
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "Langsamste Schritte Tagesabschluss "
                   MASK-DATUM ":"
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
               PERFORM VARYING LA-INDEX FROM 1 BY 1
                       UNTIL LA-INDEX > LANGSAM-ANZAHL
                   MOVE LA-DAUER(LA-INDEX) TO MASK-DAUER
                   MOVE LA-ANZAHL(LA-INDEX) TO MASK-ANZAHL
                   MOVE SPACES TO AUSGABE-ZEILE
                   STRING "  " LA-SCHRITT(LA-INDEX) MASK-DAUER " s "
                       MASK-ANZAHL " Saetze"
                       DELIMITED BY SIZE INTO AUSGABE-ZEILE
                   PERFORM ZEILE-AUSGEBEN
               END-PERFORM
           END-IF.

      *> Einfuegen in die absteigend sortierte Tabelle; bei voller
      *> Tabelle faellt der schnellste Eintrag heraus. Wurde ein
      *> Schritt nach Wiederaufnahme zweimal gefahren, zaehlt jeder
      *> Lauf fuer sich.
       LANGSAM-EINSORTIEREN.
           MOVE 1 TO LA-POS
           PERFORM UNTIL LA-POS > LANGSAM-ANZAHL
                   OR LH-DAUER > LA-DAUER(LA-POS)
               ADD 1 TO LA-POS
           END-PERFORM
           IF LA-POS <= LANGSAM-MAX
               IF LANGSAM-ANZAHL < LANGSAM-MAX
                   ADD 1 TO LANGSAM-ANZAHL
               END-IF
               PERFORM VARYING LA-INDEX FROM LANGSAM-ANZAHL BY -1
                       UNTIL LA-INDEX <= LA-POS
                   MOVE LA-EINTRAG(LA-INDEX - 1) TO LA-EINTRAG(LA-INDEX)
               END-PERFORM
               MOVE LH-SCHRITT TO LA-SCHRITT(LA-POS)
               MOVE LH-DAUER TO LA-DAUER(LA-POS)
               MOVE LH-ANZAHL TO LA-ANZAHL(LA-POS)
           END-IF.

       SATZZAHLEN-PRUEFEN.
           MOVE 0 TO NEU-KUNDEN
           OPEN INPUT KUNDEN-DATEI
