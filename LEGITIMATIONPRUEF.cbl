       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGITIMATIONPRUEF.

      *> Legitimation einer Person (legitimation.dat) pruefen,
      *> erfassen und ueberpruefen. Aufruf:
      *>   CALL "LEGITIMATIONPRUEF" USING Personennummer Modus
      *>       Ergebnis Legitimationssatz
      *> Modus P = nur pruefen (Satz wird zurueckgeliefert),
      *>       D = pruefen, bei fehlender oder abgelaufener
      *>           Legitimation am Schalter erfassen,
      *>       E = Legitimation neu erfassen (Neuanlage, Pflege),
      *>       R = Ueberpruefung bestaetigen (Risikoklasse neu
      *>           festlegen, naechste Pruefung fortschreiben),
      *>       S = uebergebenen Satz speichern (Stapelimport).
      *> Ergebnis 'J' = gueltige Legitimation liegt vor, sonst 'N'.
      *> Der Legitimationssatz hat den Aufbau LEGITIMATION.CPY.
      *> Abstand der Ueberpruefungen je Risikoklasse in Monaten aus
      *> legparameter.dat (eine Zeile je Wert, Semikolon-getrennt):
      *>   MONATE-NIEDRIG;60
      *>   MONATE-MITTEL;24
      *>   MONATE-HOCH;12
      *>   KULANZTAGE;90     (nur LEGITIMATIONLAUF)
      *> Ohne Parameterdatei gelten die Werte oben.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGITIMATION-DATEI ASSIGN TO "legitimation.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEG-PERSON-NR
               FILE STATUS IS WS-LEG-STATUS.
           SELECT PARAMETER-DATEI ASSIGN TO "legparameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEGITIMATION-DATEI.
           COPY LEGITIMATION.

       FD PARAMETER-DATEI.
       01 PARAMETER-ZEILE      PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-LEG-STATUS        PIC XX.
       01 WS-PARAMETER-STATUS  PIC XX.
       01 PARAM-EOF-FLAGGE     PIC X VALUE 'N'.
       01 P-ART-TEXT           PIC X(20).
       01 P-WERT-TEXT          PIC X(20).
       01 NUMVAL-TESTRESULT    PIC S9(4).
       01 MONATE-NIEDRIG       PIC 9(3) VALUE 60.
       01 MONATE-MITTEL        PIC 9(3) VALUE 24.
       01 MONATE-HOCH          PIC 9(3) VALUE 12.
       01 PRUEF-MONATE         PIC 9(3).
       01 WS-HEUTE             PIC 9(8).
       01 WS-FOLGEDATUM        PIC 9(8).
       01 WS-FOLGEDATUM-R REDEFINES WS-FOLGEDATUM.
           05 WS-FOLGE-JJJJ    PIC 9(4).
           05 WS-FOLGE-MM      PIC 99.
           05 WS-FOLGE-TT      PIC 99.
       01 SATZ-VORHANDEN       PIC X VALUE 'N'.
       01 GUELTIG-FLAGGE       PIC X VALUE 'N'.
       01 ERFASST-FLAGGE       PIC X VALUE 'N'.
       01 EINGABE-OK           PIC X VALUE 'N'.
       01 TEMP-ART             PIC X.
       01 TEMP-AUSWEIS-NR      PIC X(20).
       01 TEMP-BEHOERDE        PIC X(30).
       01 TEMP-GUELTIG-BIS     PIC 9(8).
       01 TEMP-KLASSE          PIC X.
       01 ART-TEXT             PIC X(24).
       01 KLASSE-TEXT          PIC X(7).
       01 MASK-DATUM           PIC 9999/99/99.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       LINKAGE SECTION.
       01 LP-PERSONEN-NR       PIC 9(5).
       01 LP-MODUS             PIC X.
       01 LP-ERGEBNIS          PIC X.
      *> Aufbau wie LEGITIMATION-EINTRAG (LEGITIMATION.CPY)
       01 LP-SATZ              PIC X(137).

       PROCEDURE DIVISION USING LP-PERSONEN-NR LP-MODUS LP-ERGEBNIS
               LP-SATZ.
       BEGIN.
           MOVE 'N' TO LP-ERGEBNIS
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           PERFORM PARAMETER-LADEN

           IF LP-MODUS = 'S'
               MOVE LP-SATZ TO LEGITIMATION-EINTRAG
               MOVE LP-PERSONEN-NR TO LEG-PERSON-NR
               PERFORM FRISTEN-SETZEN
               PERFORM SATZ-SPEICHERN
               PERFORM GUELTIGKEIT-PRUEFEN
               IF ERFASST-FLAGGE = 'J'
                   MOVE GUELTIG-FLAGGE TO LP-ERGEBNIS
               END-IF
               MOVE LEGITIMATION-EINTRAG TO LP-SATZ
               GOBACK
           END-IF

           PERFORM SATZ-LESEN
           PERFORM GUELTIGKEIT-PRUEFEN

           EVALUATE LP-MODUS
               WHEN 'D'
                   IF GUELTIG-FLAGGE = 'J'
                       PERFORM SATZ-KURZ-ZEIGEN
                   ELSE
                       IF SATZ-VORHANDEN = 'J'
                               AND LEG-AUSWEISART NOT = SPACE
                           DISPLAY "Legitimation abgelaufen - bitte "
                               "aktuelles Dokument erfassen."
                       ELSE
                           DISPLAY "Keine Legitimation erfasst - "
                               "bitte Dokument erfassen."
                       END-IF
                       PERFORM LEGITIMATION-ERFASSEN
                   END-IF
               WHEN 'E'
                   IF SATZ-VORHANDEN = 'J'
                           AND LEG-AUSWEISART NOT = SPACE
                       PERFORM SATZ-KURZ-ZEIGEN
                   END-IF
                   PERFORM LEGITIMATION-ERFASSEN
               WHEN 'R'
                   IF GUELTIG-FLAGGE = 'J'
                       PERFORM UEBERPRUEFUNG-BESTAETIGEN
                   ELSE
                       DISPLAY "Keine gueltige Legitimation - "
                           "Ueberpruefung nur mit neuem Dokument."
                       PERFORM LEGITIMATION-ERFASSEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE GUELTIG-FLAGGE TO LP-ERGEBNIS
           MOVE LEGITIMATION-EINTRAG TO LP-SATZ
           GOBACK.

       SATZ-LESEN.
           MOVE 'N' TO SATZ-VORHANDEN
           INITIALIZE LEGITIMATION-EINTRAG
           OPEN INPUT LEGITIMATION-DATEI
           IF WS-LEG-STATUS = "00"
               MOVE LP-PERSONEN-NR TO LEG-PERSON-NR
               READ LEGITIMATION-DATEI KEY IS LEG-PERSON-NR
                   INVALID KEY
                       INITIALIZE LEGITIMATION-EINTRAG
                   NOT INVALID KEY
                       MOVE 'J' TO SATZ-VORHANDEN
               END-READ
               CLOSE LEGITIMATION-DATEI
           END-IF
           MOVE LP-PERSONEN-NR TO LEG-PERSON-NR.

      *> Gueltig = Dokument erfasst und nicht abgelaufen.
       GUELTIGKEIT-PRUEFEN.
           MOVE 'N' TO GUELTIG-FLAGGE
           IF LEG-AUSWEISART NOT = SPACE
               IF LEG-GUELTIG-BIS = 0 OR LEG-GUELTIG-BIS >= WS-HEUTE
                   MOVE 'J' TO GUELTIG-FLAGGE
               END-IF
           END-IF.

       SATZ-KURZ-ZEIGEN.
           PERFORM TEXTE-ERMITTELN
           DISPLAY "Legitimation: " FUNCTION TRIM(ART-TEXT) " "
               FUNCTION TRIM(LEG-AUSWEIS-NR) ", "
               FUNCTION TRIM(LEG-BEHOERDE)
           IF LEG-GUELTIG-BIS = 0
               DISPLAY "  gueltig unbefristet, Risikoklasse "
                   KLASSE-TEXT
           ELSE
               MOVE LEG-GUELTIG-BIS TO MASK-DATUM
               DISPLAY "  gueltig bis " MASK-DATUM
                   ", Risikoklasse " KLASSE-TEXT
           END-IF
           MOVE LEG-NAECHSTE-PRUEFUNG TO MASK-DATUM
           DISPLAY "  naechste Ueberpruefung " MASK-DATUM.

       TEXTE-ERMITTELN.
           EVALUATE LEG-AUSWEISART
               WHEN 'P' MOVE "Personalausweis" TO ART-TEXT
               WHEN 'R' MOVE "Reisepass" TO ART-TEXT
               WHEN 'A' MOVE "Aufenthaltstitel" TO ART-TEXT
               WHEN 'H' MOVE "Handelsregisterauszug" TO ART-TEXT
               WHEN 'S' MOVE "Sonstiges Dokument" TO ART-TEXT
               WHEN OTHER MOVE "(keine)" TO ART-TEXT
           END-EVALUATE
           EVALUATE LEG-RISIKOKLASSE
               WHEN 'N' MOVE "niedrig" TO KLASSE-TEXT
               WHEN 'M' MOVE "mittel" TO KLASSE-TEXT
               WHEN 'H' MOVE "hoch" TO KLASSE-TEXT
               WHEN OTHER MOVE "-" TO KLASSE-TEXT
           END-EVALUATE.

       LEGITIMATION-ERFASSEN.
           MOVE 'N' TO ERFASST-FLAGGE
           MOVE 'N' TO EINGABE-OK
           PERFORM UNTIL EINGABE-OK = 'J'
               DISPLAY "Dokument (P=Personalausweis, R=Reisepass, "
                   "A=Aufenthaltstitel, H=Handelsregister, "
                   "S=Sonstiges, Enter = Abbruch): "
               MOVE SPACE TO TEMP-ART
               ACCEPT TEMP-ART
               MOVE FUNCTION UPPER-CASE(TEMP-ART) TO TEMP-ART
               IF TEMP-ART = SPACE OR 'P' OR 'R' OR 'A' OR 'H' OR 'S'
                   MOVE 'J' TO EINGABE-OK
               ELSE
                   DISPLAY "Fehler: Ungueltige Dokumentart."
               END-IF
           END-PERFORM
           IF TEMP-ART = SPACE
               DISPLAY "Abgebrochen - keine Legitimation erfasst."
           ELSE
               PERFORM DOKUMENTDATEN-ERFASSEN
           END-IF.

       DOKUMENTDATEN-ERFASSEN.
           MOVE SPACES TO TEMP-AUSWEIS-NR
           PERFORM UNTIL TEMP-AUSWEIS-NR NOT = SPACES
               DISPLAY "Dokumentnummer: "
               ACCEPT TEMP-AUSWEIS-NR
           END-PERFORM
           MOVE SPACES TO TEMP-BEHOERDE
           PERFORM UNTIL TEMP-BEHOERDE NOT = SPACES
               DISPLAY "Ausstellende Behoerde: "
               ACCEPT TEMP-BEHOERDE
           END-PERFORM
           MOVE 'N' TO EINGABE-OK
           PERFORM UNTIL EINGABE-OK = 'J'
               DISPLAY "Gueltig bis JJJJMMTT (0 = unbefristet): "
               MOVE 0 TO TEMP-GUELTIG-BIS
               ACCEPT TEMP-GUELTIG-BIS
               IF TEMP-GUELTIG-BIS = 0
                   MOVE 'J' TO EINGABE-OK
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(TEMP-GUELTIG-BIS) NOT = 0
                   DISPLAY "Fehler: Ungueltiges Datum."
               ELSE
               IF TEMP-GUELTIG-BIS < WS-HEUTE
                   DISPLAY "Fehler: Dokument ist bereits abgelaufen."
               ELSE
                   MOVE 'J' TO EINGABE-OK
               END-IF
               END-IF
               END-IF
           END-PERFORM
           PERFORM RISIKOKLASSE-ERFASSEN

           MOVE TEMP-ART TO LEG-AUSWEISART
           MOVE TEMP-AUSWEIS-NR TO LEG-AUSWEIS-NR
           MOVE TEMP-BEHOERDE TO LEG-BEHOERDE
           MOVE TEMP-GUELTIG-BIS TO LEG-GUELTIG-BIS
           MOVE TEMP-KLASSE TO LEG-RISIKOKLASSE
           PERFORM FRISTEN-SETZEN
           PERFORM SATZ-SPEICHERN
           IF ERFASST-FLAGGE = 'J'
               PERFORM GUELTIGKEIT-PRUEFEN
               DISPLAY "Legitimation gespeichert."
               PERFORM SATZ-KURZ-ZEIGEN
           END-IF.

       RISIKOKLASSE-ERFASSEN.
           MOVE SPACE TO TEMP-KLASSE
           PERFORM UNTIL TEMP-KLASSE = 'N' OR 'M' OR 'H'
               DISPLAY "Risikoklasse (N=niedrig, M=mittel, H=hoch): "
               ACCEPT TEMP-KLASSE
               MOVE FUNCTION UPPER-CASE(TEMP-KLASSE) TO TEMP-KLASSE
           END-PERFORM.

       UEBERPRUEFUNG-BESTAETIGEN.
           PERFORM SATZ-KURZ-ZEIGEN
           DISPLAY "Risikoklasse neu festlegen."
           PERFORM RISIKOKLASSE-ERFASSEN
           MOVE TEMP-KLASSE TO LEG-RISIKOKLASSE
           PERFORM FRISTEN-SETZEN
           PERFORM SATZ-SPEICHERN
           IF ERFASST-FLAGGE = 'J'
               MOVE LEG-NAECHSTE-PRUEFUNG TO MASK-DATUM
               DISPLAY "Ueberpruefung vermerkt, naechste am "
                   MASK-DATUM "."
           END-IF.

      *> Pruefdatum heute, naechste Ueberpruefung heute plus Abstand
      *> der Risikoklasse; ein festgehaltener Mangel ist behoben.
       FRISTEN-SETZEN.
           MOVE WS-HEUTE TO LEG-PRUEF-DATUM
           EVALUATE LEG-RISIKOKLASSE
               WHEN 'H' MOVE MONATE-HOCH TO PRUEF-MONATE
               WHEN 'M' MOVE MONATE-MITTEL TO PRUEF-MONATE
               WHEN OTHER MOVE MONATE-NIEDRIG TO PRUEF-MONATE
           END-EVALUATE
           MOVE WS-HEUTE TO WS-FOLGEDATUM
           COMPUTE WS-FOLGE-JJJJ = WS-FOLGE-JJJJ + PRUEF-MONATE / 12
           COMPUTE WS-FOLGE-MM = WS-FOLGE-MM
               + FUNCTION MOD(PRUEF-MONATE, 12)
           IF WS-FOLGE-MM > 12
               SUBTRACT 12 FROM WS-FOLGE-MM
               ADD 1 TO WS-FOLGE-JJJJ
           END-IF
           IF WS-FOLGE-TT > 28
               MOVE 28 TO WS-FOLGE-TT
           END-IF
           MOVE WS-FOLGEDATUM TO LEG-NAECHSTE-PRUEFUNG
           MOVE 0 TO LEG-MANGEL-SEIT.

       SATZ-SPEICHERN.
           MOVE 'N' TO ERFASST-FLAGGE
           OPEN I-O LEGITIMATION-DATEI
           IF WS-LEG-STATUS = "35"
               OPEN OUTPUT LEGITIMATION-DATEI
               CLOSE LEGITIMATION-DATEI
               OPEN I-O LEGITIMATION-DATEI
           END-IF
           IF WS-LEG-STATUS NOT = "00"
               MOVE "OPEN I-O LEGITIMATION-DATEI" TO WS-FP-VORGANG
               PERFORM SPEICHERFEHLER-MELDEN
           ELSE
      *> Vom Monatslauf eingefrorene Konten bleiben eingefroren,
      *> bis der Schalter sie mit gueltiger Legitimation freigibt.
               IF LEG-SPERR-DATUM NOT = 0
                   MOVE LEG-SPERR-DATUM TO MASK-DATUM
                   DISPLAY "Hinweis: Konten der Person wurden am "
                       MASK-DATUM " eingefroren ("
                       FUNCTION TRIM(LEG-SPERRGRUND) ") - Freigabe "
                       "ueber UPDATEBALANCE, Kontostatus aendern."
                   MOVE 0 TO LEG-SPERR-DATUM
                   MOVE SPACES TO LEG-SPERRGRUND
               END-IF
               WRITE LEGITIMATION-EINTRAG
               IF WS-LEG-STATUS = "22"
                   REWRITE LEGITIMATION-EINTRAG
               END-IF
               IF WS-LEG-STATUS NOT = "00"
                   MOVE "WRITE LEGITIMATION-EINTRAG" TO WS-FP-VORGANG
                   PERFORM SPEICHERFEHLER-MELDEN
               ELSE
                   MOVE 'J' TO ERFASST-FLAGGE
               END-IF
               CLOSE LEGITIMATION-DATEI
           END-IF.

       SPEICHERFEHLER-MELDEN.
           MOVE "LEGITIMATIONPRUEF" TO WS-FP-PROGRAMM
           MOVE "Legitimation nicht gespeichert" TO WS-FP-MELDUNG
           CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
               WS-LEG-STATUS WS-FP-MELDUNG
           IF LP-MODUS NOT = 'S'
               DISPLAY "Fehler: Legitimation konnte nicht gespeichert "
                   "werden (Status " WS-LEG-STATUS ")."
           END-IF.

       PARAMETER-LADEN.
           MOVE 60 TO MONATE-NIEDRIG
           MOVE 24 TO MONATE-MITTEL
           MOVE 12 TO MONATE-HOCH
           OPEN INPUT PARAMETER-DATEI
           IF WS-PARAMETER-STATUS = "00"
               MOVE 'N' TO PARAM-EOF-FLAGGE
               PERFORM UNTIL PARAM-EOF-FLAGGE = 'J'
                   READ PARAMETER-DATEI
                       AT END
                           MOVE 'J' TO PARAM-EOF-FLAGGE
                       NOT AT END
                           PERFORM PARAMETERZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-DATEI
           END-IF.

       PARAMETERZEILE-VERARBEITEN.
           MOVE SPACES TO P-ART-TEXT P-WERT-TEXT
           UNSTRING PARAMETER-ZEILE DELIMITED BY ";"
               INTO P-ART-TEXT P-WERT-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-ART-TEXT) TO P-ART-TEXT
           MOVE FUNCTION TEST-NUMVAL(P-WERT-TEXT) TO NUMVAL-TESTRESULT
           IF NUMVAL-TESTRESULT = 0
               EVALUATE P-ART-TEXT
                   WHEN "MONATE-NIEDRIG"
                       COMPUTE MONATE-NIEDRIG =
                           FUNCTION NUMVAL(P-WERT-TEXT)
                   WHEN "MONATE-MITTEL"
                       COMPUTE MONATE-MITTEL =
                           FUNCTION NUMVAL(P-WERT-TEXT)
                   WHEN "MONATE-HOCH"
                       COMPUTE MONATE-HOCH =
                           FUNCTION NUMVAL(P-WERT-TEXT)
               END-EVALUATE
           END-IF.
