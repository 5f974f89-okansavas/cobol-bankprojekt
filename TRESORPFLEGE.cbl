      *> fahren: gezaehlter Tresorbestand gegen den Sollbestand,
      *> Differenz in tresorabstimmung.dat, und ein
      *> Bestellvorschlag, wenn der Bestand unter die
      *> Mindestschwelle der Filiale faellt. Der Sortenbestand
      *> (Fremdwaehrungsbargeld je Waehrung, tresorsorten.dat, siehe
      *> TRESORSORTE.CPY) wird hier erfasst und in der
      *> Tagesabstimmung mitgezaehlt; fortgeschrieben wird er vom
      *> SORTENGESCHAEFT. Die Schwellen kommen
      *> aus tresor-parameter.dat (eine Zeile je Filiale, Felder
      *> durch Semikolon getrennt):
      *>   FILIALE;MINDESTBESTAND;BESTELLBETRAG
           SELECT ABSTIMMUNG-DATEI ASSIGN TO "tresorabstimmung.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSTIMMUNG-STATUS.
           SELECT TRESORSORTE-DATEI ASSIGN TO "tresorsorten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-SCHLUESSEL
               FILE STATUS IS WS-TS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ABSTIMMUNG-DATEI.
       01 ABSTIMMUNG-ZEILE     PIC X(80).

       FD TRESORSORTE-DATEI.
           COPY TRESORSORTE.

       WORKING-STORAGE SECTION.
       01 WS-TRESOR-STATUS     PIC XX.
       01 WS-PROTOKOLL-STATUS  PIC XX.
       01 WS-PARAMETER-STATUS  PIC XX.
       01 WS-ABSTIMMUNG-STATUS PIC XX.
       01 WS-TS-STATUS         PIC XX.
       01 TS-EOF-FLAGGE        PIC X VALUE 'N'.
       01 ANZAHL-SORTEN        PIC 99 VALUE 0.
       01 EINGABE-WAEHRUNG     PIC X(3).
       01 SORTEN-GEZAEHLT      PIC 9(9)V99.
      *> Waehrung der Abstimmungszeile - leer beim EUR-Tresorbestand
       01 ABSTIMMUNG-WAEHRUNG  PIC X(3) VALUE SPACES.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 PARAM-EOF-FLAGGE     PIC X VALUE 'N'.
               DISPLAY "3 - Geldausgabe an Kasse"
               DISPLAY "4 - Geldruecknahme von Kasse"
               DISPLAY "5 - Tagesabstimmung und Bestellvorschlag"
               DISPLAY "6 - Sortenbestand anzeigen"
               DISPLAY "7 - Sortenbestand erfassen"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL
                       PERFORM GELDRUECKNAHME
                   WHEN 5
                       PERFORM TAGESABSTIMMUNG
                   WHEN 6
                       PERFORM SORTENBESTAND-ANZEIGEN
                   WHEN 7
                       PERFORM SORTENBESTAND-ERFASSEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
               ELSE
                   DISPLAY "TRESORDIFFERENZ: " MASK-BETRAG
               END-IF
               MOVE SPACES TO ABSTIMMUNG-WAEHRUNG
               PERFORM ABSTIMMUNG-SCHREIBEN
               PERFORM BESTELLVORSCHLAG-PRUEFEN
               PERFORM SORTEN-ABSTIMMEN
           END-IF.

       ABSTIMMUNG-SCHREIBEN.
           IF WS-ABSTIMMUNG-STATUS = "00"
               MOVE SPACES TO ABSTIMMUNG-ZEILE
               MOVE DIFFERENZ TO MASK-BETRAG
               IF ABSTIMMUNG-WAEHRUNG = SPACES
                   STRING WS-HEUTE ";" SUCH-FILIALE ";"
                       FUNCTION TRIM(MASK-BETRAG)
                       DELIMITED BY SIZE INTO ABSTIMMUNG-ZEILE
               ELSE
                   STRING WS-HEUTE ";" SUCH-FILIALE ";"
                       FUNCTION TRIM(MASK-BETRAG) ";"
                       ABSTIMMUNG-WAEHRUNG
                       DELIMITED BY SIZE INTO ABSTIMMUNG-ZEILE
               END-IF
               WRITE ABSTIMMUNG-ZEILE
               CLOSE ABSTIMMUNG-DATEI
           END-IF.

      *> Sortenbestaende der Filiale zaehlen; die Differenz je
      *> Waehrung geht mit der Waehrung als viertem Feld in
      *> tresorabstimmung.dat (DATUM;FILIALE;DIFFERENZ;WAEHRUNG).
       SORTEN-ABSTIMMEN.
           MOVE 0 TO ANZAHL-SORTEN
           OPEN INPUT TRESORSORTE-DATEI
           IF WS-TS-STATUS = "00"
               MOVE SUCH-FILIALE TO TS-FILIALE
               MOVE LOW-VALUES TO TS-WAEHRUNG
               MOVE 'N' TO TS-EOF-FLAGGE
               START TRESORSORTE-DATEI KEY IS >= TS-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO TS-EOF-FLAGGE
               END-START
               PERFORM UNTIL TS-EOF-FLAGGE = 'J'
                   READ TRESORSORTE-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO TS-EOF-FLAGGE
                       NOT AT END
                           IF TS-FILIALE NOT = SUCH-FILIALE
                               MOVE 'J' TO TS-EOF-FLAGGE
                           ELSE
                               PERFORM SORTE-ABSTIMMEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRESORSORTE-DATEI
           END-IF
           IF ANZAHL-SORTEN = 0
               DISPLAY "Kein Sortenbestand fuer Filiale "
                   SUCH-FILIALE " gefuehrt."
           END-IF.

       SORTE-ABSTIMMEN.
           ADD 1 TO ANZAHL-SORTEN
           MOVE TS-BESTAND TO MASK-BETRAG
           DISPLAY "Soll-Sortenbestand " TS-WAEHRUNG ": " MASK-BETRAG
           DISPLAY "Gezaehlten Bestand " TS-WAEHRUNG " eingeben: "
           ACCEPT SORTEN-GEZAEHLT
           COMPUTE DIFFERENZ = SORTEN-GEZAEHLT - TS-BESTAND
           MOVE DIFFERENZ TO MASK-BETRAG
           IF DIFFERENZ = 0
               DISPLAY "Sorten " TS-WAEHRUNG " stimmen."
           ELSE
               DISPLAY "SORTENDIFFERENZ " TS-WAEHRUNG ": " MASK-BETRAG
           END-IF
           MOVE TS-WAEHRUNG TO ABSTIMMUNG-WAEHRUNG
           PERFORM ABSTIMMUNG-SCHREIBEN.

       SORTENBESTAND-ANZEIGEN.
           PERFORM FILIALE-ERFRAGEN
           IF ABBRUCH-FLAGGE = 'N'
               MOVE 0 TO ANZAHL-SORTEN
               OPEN INPUT TRESORSORTE-DATEI
               IF WS-TS-STATUS = "00"
                   MOVE SUCH-FILIALE TO TS-FILIALE
                   MOVE LOW-VALUES TO TS-WAEHRUNG
                   MOVE 'N' TO TS-EOF-FLAGGE
                   START TRESORSORTE-DATEI KEY IS >= TS-SCHLUESSEL
                       INVALID KEY
                           MOVE 'J' TO TS-EOF-FLAGGE
                   END-START
                   PERFORM UNTIL TS-EOF-FLAGGE = 'J'
                       READ TRESORSORTE-DATEI NEXT RECORD
                           AT END
                               MOVE 'J' TO TS-EOF-FLAGGE
                           NOT AT END
                               IF TS-FILIALE NOT = SUCH-FILIALE
                                   MOVE 'J' TO TS-EOF-FLAGGE
                               ELSE
                                   ADD 1 TO ANZAHL-SORTEN
                                   MOVE TS-BESTAND TO MASK-BETRAG
                                   DISPLAY "Sorten " TS-WAEHRUNG ": "
                                       MASK-BETRAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRESORSORTE-DATEI
               END-IF
               IF ANZAHL-SORTEN = 0
                   DISPLAY "Hinweis: Kein Sortenbestand fuer "
                       "Filiale " SUCH-FILIALE " erfasst."
               END-IF
           END-IF.

      *> Bestand einer Waehrung absolut setzen - Erstbestand,
      *> Sortenlieferung oder -abgabe an die Zentrale.
       SORTENBESTAND-ERFASSEN.
           PERFORM FILIALE-ERFRAGEN
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Waehrung (USD/GBP): "
               ACCEPT EINGABE-WAEHRUNG
               MOVE FUNCTION UPPER-CASE(EINGABE-WAEHRUNG)
                   TO EINGABE-WAEHRUNG
               IF EINGABE-WAEHRUNG NOT = "USD" AND NOT = "GBP"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Sorten werden nur in USD und GBP "
                       "gefuehrt."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O TRESORSORTE-DATEI
               IF WS-TS-STATUS = "35"
                   OPEN OUTPUT TRESORSORTE-DATEI
                   CLOSE TRESORSORTE-DATEI
                   OPEN I-O TRESORSORTE-DATEI
               END-IF
               IF WS-TS-STATUS NOT = "00"
                   MOVE "TRESORPFLEGE" TO WS-FP-PROGRAMM
                   MOVE "OPEN I-O TRESORSORTE-DATEI" TO WS-FP-VORGANG
                   MOVE "Sortenerfassung nicht moeglich"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-TS-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: tresorsorten.dat konnte nicht "
                       "geoeffnet werden (Status " WS-TS-STATUS ")."
               ELSE
                   ACCEPT WS-HEUTE FROM DATE YYYYMMDD
                   MOVE SUCH-FILIALE TO TS-FILIALE
                   MOVE EINGABE-WAEHRUNG TO TS-WAEHRUNG
                   READ TRESORSORTE-DATEI KEY IS TS-SCHLUESSEL
                       INVALID KEY
                           MOVE SUCH-FILIALE TO TS-FILIALE
                           MOVE EINGABE-WAEHRUNG TO TS-WAEHRUNG
                           PERFORM SORTENBESTAND-EINGEBEN
                           WRITE TRESORSORTE-EINTRAG
                       NOT INVALID KEY
                           MOVE TS-BESTAND TO MASK-BETRAG
                           DISPLAY "Bisheriger Bestand: " MASK-BETRAG
                           PERFORM SORTENBESTAND-EINGEBEN
                           REWRITE TRESORSORTE-EINTRAG
                   END-READ
                   IF WS-TS-STATUS NOT = "00"
                       DISPLAY "Fehler: Sortenbestand konnte nicht "
                           "gespeichert werden (Status " WS-TS-STATUS
                           ")."
                   ELSE
                       MOVE TS-BESTAND TO MASK-BETRAG
                       DISPLAY "Sortenbestand " TS-WAEHRUNG
                           " gespeichert: " MASK-BETRAG
                   END-IF
                   CLOSE TRESORSORTE-DATEI
               END-IF
           END-IF.

       SORTENBESTAND-EINGEBEN.
           DISPLAY "Neuer Bestand in " EINGABE-WAEHRUNG ": "
           ACCEPT SORTEN-GEZAEHLT
           MOVE SORTEN-GEZAEHLT TO TS-BESTAND
           MOVE WS-HEUTE TO TS-ERFASST-DATUM
           MOVE LP-MITARBEITER-ID TO TS-ERFASST-VON.

      *> Faellt der gezaehlte Bestand unter die Mindestschwelle der
      *> Filiale, wird ein Geldbestellvorschlag ausgegeben.
       BESTELLVORSCHLAG-PRUEFEN.
