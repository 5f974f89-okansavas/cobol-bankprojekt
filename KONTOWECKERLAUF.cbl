       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOWECKERLAUF.

      *> Kontowecker im Tagesabschluss: wertet fuer alle in
      *> kontowecker.dat angemeldeten Benachrichtigungen (siehe
      *> KONTOWECKERPFLEGE) die Umsaetze seit dem letzten Lauf und
      *> die Laufprotokolle des Tages aus und schreibt je Ereignis
      *> eine Zeile in die Tagesdatei kontowecker-JJJJMMTT.dat, die
      *> der externe Versanddienst abholt:
      *>   DATUM(8) KONTO(5) ART(1) KANAL(1) ZIEL(40)
      *>   BETRAG(-9(7).99) TEXT(100)
      *> Ziel ist bei Kanal E die ADR-EMAIL, bei Kanal S die
      *> ADR-TELEFON aus adressen.dat; fehlt die Angabe, wird das
      *> Ereignis nur am Bildschirm gemeldet.
      *>   S - Saldo unter der Schwelle; gemeldet wird einmal je
      *>       Unterschreitung (WK-GEMELDET), erneut erst, wenn der
      *>       Saldo zwischendurch wieder darueber lag.
      *>   B - jede Belastung ueber dem Schwellenbetrag.
      *>   E - Zahlungseingaenge (UEBERWEISUNG-EIN, ZAHLUNGSEINGANG,
      *>       LS-ERSTATTUNG).
      *>   K - Kartenumsaetze am Geldautomaten (AUSZAHLUNG-ATM).
      *>   F - abgelehnte Dauerauftraege aus dem Tagesprotokoll von
      *>       DAUERAUSFUEHREN (dauerauftrag-protokoll-JJJJMMTT.txt)
      *>       und Darlehen, deren Rate nach DARLEHENLAUF noch offen
      *>       ist oder die gekuendigt sind. Beide werden am
      *>       naechsten Tag erneut versucht und so lange taeglich
      *>       gemeldet.
      *> Der Auswertungsstand (Datum und Uhrzeit des letzten Laufs)
      *> steht in kontowecker-stand.dat, damit nach dem Lauf noch
      *> gebuchte Umsaetze am naechsten Tag mitkommen. Ohne Stand
      *> gelten die Umsaetze des heutigen Tages. Geschlossene Konten
      *> und Konten im Nachlass werden nicht benachrichtigt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WECKER-DATEI ASSIGN TO "kontowecker.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-SCHLUESSEL
               FILE STATUS IS WS-WK-STATUS.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT BEWEGUNGEN-DATEI ASSIGN TO "kontobewegungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNG-STATUS.
           SELECT ADRESSEN-DATEI ASSIGN TO "adressen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT DARLEHEN-DATEI ASSIGN TO "darlehen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-NR
               FILE STATUS IS WS-DL-STATUS.
           SELECT PROTOKOLL-DATEI ASSIGN TO WS-PROTOKOLL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTOKOLL-STATUS.
           SELECT STAND-DATEI ASSIGN TO "kontowecker-stand.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAND-STATUS.
           SELECT MELDUNG-DATEI ASSIGN TO WS-MELDUNG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MELDUNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WECKER-DATEI.
           COPY KONTOWECKER.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD DARLEHEN-DATEI.
           COPY DARLEHEN.

       FD PROTOKOLL-DATEI.
       01 PROTOKOLL-ZEILE          PIC X(100).

       FD STAND-DATEI.
       01 STAND-ZEILE.
           05 SZ-DATUM             PIC 9(8).
           05 FILLER               PIC X.
           05 SZ-ZEIT              PIC 9(8).

       FD MELDUNG-DATEI.
       01 MELDUNG-ZEILE.
           05 MD-DATUM             PIC 9(8).
           05 FILLER               PIC X.
           05 MD-KONTO             PIC 9(5).
           05 FILLER               PIC X.
           05 MD-ART               PIC X.
           05 FILLER               PIC X.
           05 MD-KANAL             PIC X.
           05 FILLER               PIC X.
           05 MD-ZIEL              PIC X(40).
           05 FILLER               PIC X.
           05 MD-BETRAG            PIC -9(7).99.
           05 FILLER               PIC X.
           05 MD-TEXT              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-WK-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-BEWEGUNG-STATUS   PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 WS-DL-STATUS         PIC XX.
       01 WS-PROTOKOLL-STATUS  PIC XX.
       01 WS-STAND-STATUS      PIC XX.
       01 WS-MELDUNG-STATUS    PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 BEW-EOF-FLAGGE       PIC X VALUE 'N'.
       01 PROT-EOF-FLAGGE      PIC X VALUE 'N'.
       01 DL-EOF-FLAGGE        PIC X VALUE 'N'.
       01 ADRESSEN-OK          PIC X VALUE 'N'.
       01 BEWEGUNGEN-OK        PIC X VALUE 'N'.
       01 KONTO-OK-FLAGGE      PIC X VALUE 'N'.
      *> N = Versanddatei noch nicht angelegt, J = offen,
      *> F = Anlegen fehlgeschlagen
       01 DATEI-OFFEN-FLAGGE   PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 WS-JETZT             PIC 9(8).
       01 WS-PROTOKOLL-NAME    PIC X(60).
       01 WS-MELDUNG-NAME      PIC X(40).
      *> Umsaetze nach diesem Schluessel (letzter Lauf) und bis
      *> einschliesslich diesem (Laufbeginn) werden ausgewertet.
       01 WS-STAND-SCHLUESSEL.
           05 WS-STAND-NR          PIC 9(5).
           05 WS-STAND-DATUM       PIC 9(8).
           05 WS-STAND-ZEIT        PIC 9(8).
       01 WS-BIS-SCHLUESSEL.
           05 WS-BIS-NR            PIC 9(5).
           05 WS-BIS-DATUM         PIC 9(8).
           05 WS-BIS-ZEIT          PIC 9(8).
       01 WS-BELASTUNG         PIC 9(7)V99.
       01 PROT-DA-NR           PIC X(5).
       01 PROT-KONTO           PIC 9(5).
       01 MELDUNG-BETRAG       PIC S9(7)V99.
       01 MELDUNG-TEXT         PIC X(100).
       01 MASK-DATUM           PIC 9999/99/99.
       01 MASK-BETRAG          PIC Z,ZZZ,ZZ9.99.
       01 ANZAHL-MELDUNGEN     PIC 9(7) VALUE 0.
       01 ANZAHL-OHNE-KONTAKT  PIC 9(5) VALUE 0.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- KONTOWECKER BENACHRICHTIGUNGEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           ACCEPT WS-JETZT FROM TIME
           MOVE 0 TO ANZAHL-MELDUNGEN ANZAHL-OHNE-KONTAKT
           MOVE 'N' TO DATEI-OFFEN-FLAGGE

           OPEN I-O WECKER-DATEI
           IF WS-WK-STATUS = "35"
               DISPLAY "Hinweis: Keine Benachrichtigungen angemeldet."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL
               GOBACK
           END-IF
           IF WS-WK-STATUS NOT = "00"
               MOVE "KONTOWECKERLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O WECKER-DATEI" TO WS-FP-VORGANG
               MOVE "Kontowecker nicht ausgewertet" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-WK-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontowecker.dat konnte nicht "
                   "geoeffnet werden (Status " WS-WK-STATUS ")."
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "KONTOWECKERLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Kontowecker nicht ausgewertet" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               CLOSE WECKER-DATEI
               MOVE 0 TO LZ-ANZAHL
               CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
               GOBACK
           END-IF

           MOVE 'N' TO ADRESSEN-OK
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "00"
               MOVE 'J' TO ADRESSEN-OK
           ELSE
               DISPLAY "Warnung: adressen.dat nicht lesbar (Status "
                   WS-ADRESSEN-STATUS ") - keine Zustellung moeglich."
           END-IF

           PERFORM STAND-LESEN
           MOVE WS-HEUTE TO WS-BIS-DATUM
           MOVE WS-JETZT TO WS-BIS-ZEIT

           MOVE 'N' TO BEWEGUNGEN-OK
           OPEN INPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNG-STATUS = "00"
               MOVE 'J' TO BEWEGUNGEN-OK
           ELSE
               DISPLAY "Hinweis: Keine Kontobewegungen lesbar (Status "
                   WS-BEWEGUNG-STATUS ") - nur Saldo und Protokolle "
                   "ausgewertet."
           END-IF

           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ WECKER-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF WK-STATUS = 'A' AND WK-ART NOT = 'F'
                           PERFORM WECKER-AUSWERTEN
                       END-IF
               END-READ
           END-PERFORM

           IF BEWEGUNGEN-OK = 'J'
               CLOSE BEWEGUNGEN-DATEI
           END-IF

           PERFORM DAUERAUFTRAEGE-AUSWERTEN
           PERFORM DARLEHEN-AUSWERTEN

           IF DATEI-OFFEN-FLAGGE = 'J'
               CLOSE MELDUNG-DATEI
               DISPLAY ANZAHL-MELDUNGEN " Benachrichtigungen nach "
                   FUNCTION TRIM(WS-MELDUNG-NAME) " geschrieben."
           END-IF
           IF DATEI-OFFEN-FLAGGE = 'N'
               DISPLAY "Keine Ereignisse - keine Versanddatei "
                   "erzeugt."
           END-IF
           IF ANZAHL-OHNE-KONTAKT > 0
               DISPLAY ANZAHL-OHNE-KONTAKT " Ereignisse ohne "
                   "E-Mail/Telefon in adressen.dat nicht zugestellt."
           END-IF

           IF ADRESSEN-OK = 'J'
               CLOSE ADRESSEN-DATEI
           END-IF
           CLOSE KUNDEN-DATEI
           CLOSE WECKER-DATEI
      *> Ohne Versanddatei bleibt der Stand stehen, damit die
      *> Umsaetze beim naechsten Lauf erneut gemeldet werden.
           IF DATEI-OFFEN-FLAGGE NOT = 'F'
               PERFORM STAND-SCHREIBEN
           END-IF

           MOVE ANZAHL-MELDUNGEN TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

      *> ----------------------------------------------------------
      *> Auswertungsstand des letzten Laufs
      *> ----------------------------------------------------------
       STAND-LESEN.
           MOVE 0 TO WS-STAND-NR
           MOVE WS-HEUTE TO WS-STAND-DATUM
           MOVE 0 TO WS-STAND-ZEIT
           OPEN INPUT STAND-DATEI
           IF WS-STAND-STATUS = "00"
               READ STAND-DATEI
                   NOT AT END
                       IF SZ-DATUM IS NUMERIC AND SZ-ZEIT IS NUMERIC
                           MOVE SZ-DATUM TO WS-STAND-DATUM
                           MOVE SZ-ZEIT TO WS-STAND-ZEIT
                       END-IF
               END-READ
               CLOSE STAND-DATEI
           END-IF.

       STAND-SCHREIBEN.
           OPEN OUTPUT STAND-DATEI
           IF WS-STAND-STATUS NOT = "00"
               MOVE "KONTOWECKERLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN OUTPUT STAND-DATEI" TO WS-FP-VORGANG
               MOVE "Auswertungsstand nicht gespeichert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-STAND-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontowecker-stand.dat konnte nicht "
                   "geschrieben werden (Status " WS-STAND-STATUS
                   ") - Umsaetze werden beim naechsten Lauf erneut "
                   "gemeldet."
           ELSE
               MOVE SPACES TO STAND-ZEILE
               MOVE WS-HEUTE TO SZ-DATUM
               MOVE WS-JETZT TO SZ-ZEIT
               WRITE STAND-ZEILE
               CLOSE STAND-DATEI
           END-IF.

      *> ----------------------------------------------------------
      *> Saldo und Umsaetze je angemeldeter Benachrichtigung
      *> ----------------------------------------------------------
       WECKER-AUSWERTEN.
           PERFORM KONTO-PRUEFEN
           IF KONTO-OK-FLAGGE = 'J'
               IF WK-ART = 'S'
                   PERFORM SALDO-PRUEFEN
               ELSE
               IF BEWEGUNGEN-OK = 'J'
                   PERFORM UMSAETZE-PRUEFEN
               END-IF
               END-IF
           END-IF.

       KONTO-PRUEFEN.
           MOVE 'N' TO KONTO-OK-FLAGGE
           MOVE WK-KUNDEN-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               NOT INVALID KEY
                   IF KUNDEN-STATUS NOT = 'G'
                           AND KUNDEN-STATUS NOT = 'N'
                       MOVE 'J' TO KONTO-OK-FLAGGE
                   END-IF
           END-READ.

       SALDO-PRUEFEN.
           IF KUNDEN-KONTO < WK-SCHWELLE
               IF WK-GEMELDET NOT = 'J'
                   MOVE WK-SCHWELLE TO MASK-BETRAG
                   MOVE SPACES TO MELDUNG-TEXT
                   STRING "Kontostand unter "
                       FUNCTION TRIM(MASK-BETRAG) " "
                       KUNDEN-WAEHRUNG
                       DELIMITED BY SIZE INTO MELDUNG-TEXT
                   MOVE KUNDEN-KONTO TO MELDUNG-BETRAG
                   PERFORM MELDUNG-SCHREIBEN
                   MOVE 'J' TO WK-GEMELDET
                   PERFORM WECKER-FORTSCHREIBEN
               END-IF
           ELSE
               IF WK-GEMELDET = 'J'
                   MOVE 'N' TO WK-GEMELDET
                   PERFORM WECKER-FORTSCHREIBEN
               END-IF
           END-IF.

       WECKER-FORTSCHREIBEN.
           REWRITE WECKER-EINTRAG
           IF WS-WK-STATUS NOT = "00"
               MOVE "KONTOWECKERLAUF" TO WS-FP-PROGRAMM
               MOVE "REWRITE WECKER-EINTRAG" TO WS-FP-VORGANG
               MOVE "Meldestand nicht gespeichert" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-WK-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Meldestand fuer Konto " WK-KUNDEN-NR
                   " konnte nicht gespeichert werden (Status "
                   WS-WK-STATUS ")."
           END-IF.

      *> Umsaetze des Kontos nach dem letzten Stand bis zum
      *> Laufbeginn ueber den Satzschluessel (Konto, Datum, Zeit).
       UMSAETZE-PRUEFEN.
           MOVE WK-KUNDEN-NR TO WS-STAND-NR WS-BIS-NR
           MOVE WS-STAND-SCHLUESSEL TO BEWEGUNG-SCHLUESSEL
           MOVE 'N' TO BEW-EOF-FLAGGE
           START BEWEGUNGEN-DATEI KEY IS > BEWEGUNG-SCHLUESSEL
               INVALID KEY
                   MOVE 'J' TO BEW-EOF-FLAGGE
           END-START
           PERFORM UNTIL BEW-EOF-FLAGGE = 'J'
               READ BEWEGUNGEN-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO BEW-EOF-FLAGGE
                   NOT AT END
                       IF BEWEGUNG-SCHLUESSEL > WS-BIS-SCHLUESSEL
                           MOVE 'J' TO BEW-EOF-FLAGGE
                       ELSE
                           PERFORM UMSATZ-PRUEFEN
                       END-IF
               END-READ
           END-PERFORM.

       UMSATZ-PRUEFEN.
           MOVE BEWEGUNG-DATUM TO MASK-DATUM
           MOVE BEWEGUNG-BETRAG TO MELDUNG-BETRAG
           MOVE SPACES TO MELDUNG-TEXT
           EVALUATE WK-ART
               WHEN 'B'
                   IF BEWEGUNG-BETRAG < 0
                           AND BEWEGUNG-ART NOT = "SALDOVORTRAG"
                       COMPUTE WS-BELASTUNG = 0 - BEWEGUNG-BETRAG
                       IF WS-BELASTUNG > WK-SCHWELLE
                           STRING "Belastung " DELIMITED BY SIZE
                               BEWEGUNG-ART DELIMITED BY SPACE
                               " vom " MASK-DATUM DELIMITED BY SIZE
                               INTO MELDUNG-TEXT
                           PERFORM MELDUNG-SCHREIBEN
                       END-IF
                   END-IF
               WHEN 'E'
                   IF BEWEGUNG-BETRAG > 0
                       AND (BEWEGUNG-ART = "UEBERWEISUNG-EIN"
                           OR BEWEGUNG-ART = "ZAHLUNGSEINGANG"
                           OR BEWEGUNG-ART = "LS-ERSTATTUNG")
                       STRING "Zahlungseingang " DELIMITED BY SIZE
                           BEWEGUNG-ART DELIMITED BY SPACE
                           " vom " MASK-DATUM DELIMITED BY SIZE
                           INTO MELDUNG-TEXT
                       PERFORM MELDUNG-SCHREIBEN
                   END-IF
               WHEN 'K'
                   IF BEWEGUNG-ART = "AUSZAHLUNG-ATM"
                       STRING "Kartenumsatz Geldautomat vom "
                           MASK-DATUM DELIMITED BY SIZE
                           INTO MELDUNG-TEXT
                       PERFORM MELDUNG-SCHREIBEN
                   END-IF
           END-EVALUATE.

      *> ----------------------------------------------------------
      *> Abgelehnte Dauerauftraege aus dem Tagesprotokoll von
      *> DAUERAUSFUEHREN. Zeilenaufbau dort:
      *>   DAUERAUFTRAG nnnnn (VON kkkkk AN zzzzz): Grund
      *> ----------------------------------------------------------
       DAUERAUFTRAEGE-AUSWERTEN.
           MOVE SPACES TO WS-PROTOKOLL-NAME
           STRING "dauerauftrag-protokoll-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-PROTOKOLL-NAME
           OPEN INPUT PROTOKOLL-DATEI
           IF WS-PROTOKOLL-STATUS = "00"
               MOVE 'N' TO PROT-EOF-FLAGGE
               PERFORM UNTIL PROT-EOF-FLAGGE = 'J'
                   READ PROTOKOLL-DATEI
                       AT END
                           MOVE 'J' TO PROT-EOF-FLAGGE
                       NOT AT END
                           IF PROTOKOLL-ZEILE(1:13) = "DAUERAUFTRAG "
                                   AND PROTOKOLL-ZEILE(25:5) IS NUMERIC
                               PERFORM PROTOKOLLZEILE-MELDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROTOKOLL-DATEI
           END-IF.

       PROTOKOLLZEILE-MELDEN.
           MOVE PROTOKOLL-ZEILE(14:5) TO PROT-DA-NR
           MOVE PROTOKOLL-ZEILE(25:5) TO PROT-KONTO
           MOVE PROT-KONTO TO WK-KUNDEN-NR
           MOVE 'F' TO WK-ART
           READ WECKER-DATEI KEY IS WK-SCHLUESSEL
               NOT INVALID KEY
                   IF WK-STATUS = 'A'
                       PERFORM KONTO-PRUEFEN
                       IF KONTO-OK-FLAGGE = 'J'
                           MOVE 0 TO MELDUNG-BETRAG
                           MOVE SPACES TO MELDUNG-TEXT
                           STRING "Dauerauftrag " PROT-DA-NR
                               " nicht ausgefuehrt: "
                               PROTOKOLL-ZEILE(42:59)
                               DELIMITED BY SIZE INTO MELDUNG-TEXT
                           PERFORM MELDUNG-SCHREIBEN
                       END-IF
                   END-IF
           END-READ.

      *> ----------------------------------------------------------
      *> Darlehen mit offener Rate nach DARLEHENLAUF (Rueckstand)
      *> oder gekuendigt mit faelliger Restschuld
      *> ----------------------------------------------------------
       DARLEHEN-AUSWERTEN.
           OPEN INPUT DARLEHEN-DATEI
           IF WS-DL-STATUS = "00"
               MOVE 'N' TO DL-EOF-FLAGGE
               PERFORM UNTIL DL-EOF-FLAGGE = 'J'
                   READ DARLEHEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO DL-EOF-FLAGGE
                       NOT AT END
                           IF (DL-STATUS = 'A'
                                   AND DL-NAECHSTE-RATE <= WS-HEUTE)
                               OR DL-STATUS = 'K'
                               PERFORM DARLEHEN-MELDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DARLEHEN-DATEI
           END-IF.

       DARLEHEN-MELDEN.
           MOVE DL-KUNDEN-NR TO WK-KUNDEN-NR
           MOVE 'F' TO WK-ART
           READ WECKER-DATEI KEY IS WK-SCHLUESSEL
               NOT INVALID KEY
                   IF WK-STATUS = 'A'
                       PERFORM KONTO-PRUEFEN
                       IF KONTO-OK-FLAGGE = 'J'
                           MOVE SPACES TO MELDUNG-TEXT
                           IF DL-STATUS = 'K'
                               COMPUTE MELDUNG-BETRAG =
                                   0 - DL-RESTSCHULD
                               STRING "Darlehen " DL-NR " gekuendigt"
                                   " - Restschuld nicht eingezogen"
                                   DELIMITED BY SIZE INTO MELDUNG-TEXT
                           ELSE
                               COMPUTE MELDUNG-BETRAG = 0 - DL-RATE
                               MOVE DL-NAECHSTE-RATE TO MASK-DATUM
                               STRING "Darlehensrate " DL-NR
                                   " faellig " MASK-DATUM
                                   " nicht eingezogen"
                                   DELIMITED BY SIZE INTO MELDUNG-TEXT
                           END-IF
                           PERFORM MELDUNG-SCHREIBEN
                       END-IF
                   END-IF
           END-READ.

      *> ----------------------------------------------------------
      *> Eine Zeile in die Versanddatei; die Datei wird erst beim
      *> ersten Ereignis angelegt, damit an ruhigen Tagen keine
      *> leere Datei zum Versanddienst geht.
      *> ----------------------------------------------------------
       MELDUNG-SCHREIBEN.
           MOVE SPACES TO MELDUNG-ZEILE
           IF ADRESSEN-OK = 'J'
               MOVE WK-KUNDEN-NR TO ADR-KUNDEN-NR
               READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                   INVALID KEY
                       MOVE SPACES TO ADR-EMAIL ADR-TELEFON
               END-READ
               IF WK-KANAL = 'S'
                   MOVE ADR-TELEFON TO MD-ZIEL
               ELSE
                   MOVE ADR-EMAIL TO MD-ZIEL
               END-IF
           END-IF

           IF MD-ZIEL = SPACES
               ADD 1 TO ANZAHL-OHNE-KONTAKT
               DISPLAY "Hinweis: Konto " WK-KUNDEN-NR " ohne "
                   "Kontaktangabe - " FUNCTION TRIM(MELDUNG-TEXT)
           ELSE
               IF DATEI-OFFEN-FLAGGE = 'N'
                   PERFORM MELDUNGSDATEI-ANLEGEN
               END-IF
               IF DATEI-OFFEN-FLAGGE = 'J'
                   MOVE WS-HEUTE TO MD-DATUM
                   MOVE WK-KUNDEN-NR TO MD-KONTO
                   MOVE WK-ART TO MD-ART
                   MOVE WK-KANAL TO MD-KANAL
                   MOVE MELDUNG-BETRAG TO MD-BETRAG
                   MOVE MELDUNG-TEXT TO MD-TEXT
                   WRITE MELDUNG-ZEILE
                   IF WS-MELDUNG-STATUS NOT = "00"
                       DISPLAY "Fehler: Benachrichtigung fuer Konto "
                           WK-KUNDEN-NR " konnte nicht geschrieben "
                           "werden (Status " WS-MELDUNG-STATUS ")."
                   ELSE
                       ADD 1 TO ANZAHL-MELDUNGEN
                   END-IF
               END-IF
           END-IF.

       MELDUNGSDATEI-ANLEGEN.
           MOVE SPACES TO WS-MELDUNG-NAME
           STRING "kontowecker-" WS-HEUTE ".dat"
               DELIMITED BY SIZE INTO WS-MELDUNG-NAME
           OPEN OUTPUT MELDUNG-DATEI
           IF WS-MELDUNG-STATUS NOT = "00"
               MOVE "KONTOWECKERLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN OUTPUT MELDUNG-DATEI" TO WS-FP-VORGANG
               MOVE "Versanddatei nicht schreibbar" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-MELDUNG-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Versanddatei konnte nicht angelegt "
                   "werden (Status " WS-MELDUNG-STATUS ")."
               MOVE 'F' TO DATEI-OFFEN-FLAGGE
           ELSE
               MOVE 'J' TO DATEI-OFFEN-FLAGGE
           END-IF.
