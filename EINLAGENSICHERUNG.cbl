       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINLAGENSICHERUNG.

      *> Einlegerdatei fuer die Einlagensicherung (Single Customer
      *> View): je Person die entschaedigungsfaehigen Einlagen aus
      *> Girokonten, Sparkonten und Festgeldern samt aufgelaufener
      *> Zinsen, in EUR umgerechnet (Kurse aus kurse.dat wie im
      *> PERSONENAUSZUG) und auf die Deckungsgrenze gekappt.
      *>   - Konten: alle nicht geschlossenen Konten aus kunden.dat;
      *>     aufgelaufen ist der Habenzins des laufenden Monats bis
      *>     zum Vortag (Satzstufen aus zinsparameter.dat wie im
      *>     MONTHEND: Saldo x Satz x Tage / Monatstage).
      *>   - Festgelder: aktive Saetze aus festgelder.dat in der
      *>     Waehrung des verknuepften Girokontos, Zins seit
      *>     FG-BEGINN wie im FESTGELDLAUF (Basis 360).
      *>   - Gemeinschaftskonten (kontoinhaber.dat) gehen mit dem
      *>     Anteil jedes Inhabers ein, sonst gehoert das Konto
      *>     allein der Person in KUNDEN-PERSONEN-NR.
      *>   - Negative Salden mindern die Einlagen nicht; das Konto
      *>     wird mit 0 EUR aufgefuehrt.
      *>   - Kennzeichen je Position: P = aktive Pfaendung,
      *>     E = Konto eingefroren, N = Nachlass.
      *> Ausgabe:
      *>   einlagensicherung-JJJJMMTT.dat  Lieferdatei, fester
      *>     Aufbau: Satzart H (Kopf), je Einleger ein Satz P mit
      *>     Anschrift, Steuer-ID (adressen.dat), Einlagen und
      *>     gedecktem Betrag, danach seine Positionen als Saetze K,
      *>     am Ende Satzart T mit Anzahlen und Summen. Betraege mit
      *>     fuehrendem Vorzeichen und zwei Nachkommastellen.
      *>   einlagensicherung-kontrolle-JJJJMMTT.txt  Kontrollbericht
      *>     mit Anzahl Einleger, Einlagen gesamt, gedecktem Betrag
      *>     und Kennzeichen-Zaehlern.
      *> Deckungsgrenze in einlagenparameter.dat (DECKUNG;100000.00),
      *> Standard 100.000 EUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
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
           SELECT ADRESSEN-DATEI ASSIGN TO "adressen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-INHABER-STATUS.
           SELECT PFAENDUNG-DATEI ASSIGN TO "pfaendungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-SCHLUESSEL
               FILE STATUS IS WS-PF-STATUS.
           SELECT KURSE-DATEI ASSIGN TO "kurse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KURSE-STATUS.
           SELECT ZINSPARAM-DATEI ASSIGN TO "zinsparameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZINSPARAM-STATUS.
           SELECT PARAMETER-DATEI ASSIGN TO "einlagenparameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT POSITION-DATEI ASSIGN TO "einlagen.wrk"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-ARBEITSDATEI ASSIGN TO "einlagen.srt".
           SELECT SORTIERT-DATEI ASSIGN TO "einlagen.sorted"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIEFER-DATEI ASSIGN TO WS-LIEFER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIEFER-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "einlagensicherung.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD FESTGELD-DATEI.
           COPY FESTGELD.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD PFAENDUNG-DATEI.
           COPY PFAENDUNG.

       FD KURSE-DATEI.
       01 KURSE-ZEILE          PIC X(40).

       FD ZINSPARAM-DATEI.
       01 ZINSPARAM-ZEILE      PIC X(60).

       FD PARAMETER-DATEI.
       01 PARAMETER-ZEILE      PIC X(40).

      *> Position je Einleger und Konto bzw. Festgeld: Art G/S/F,
      *> Saldo und Zins in Kontowaehrung, Anteil des Einlegers in
      *> Prozent, entschaedigungsfaehiger Anteil in EUR.
       FD POSITION-DATEI.
       01 POSITION-SATZ.
           05 PO-PERSON            PIC 9(5).
           05 PO-KONTO             PIC 9(5).
           05 PO-ART               PIC X.
           05 PO-FG-NR             PIC 9(5).
           05 PO-WAEHRUNG          PIC X(3).
           05 PO-SALDO             PIC S9(9)V99.
           05 PO-ZINS              PIC S9(7)V99.
           05 PO-ANTEIL            PIC 9(3)V99.
           05 PO-EUR               PIC S9(11)V99.
           05 PO-KENNZEICHEN       PIC X(3).
           05 PO-STATUS            PIC X.

       SD SORT-ARBEITSDATEI.
       01 SRT-SATZ.
           05 SRT-PERSON           PIC 9(5).
           05 SRT-KONTO            PIC 9(5).
           05 SRT-ART              PIC X.
           05 SRT-FG-NR            PIC 9(5).
           05 SRT-REST             PIC X(45).

       FD SORTIERT-DATEI.
       01 S-SATZ.
           05 S-PERSON             PIC 9(5).
           05 S-KONTO              PIC 9(5).
           05 S-ART                PIC X.
           05 S-FG-NR              PIC 9(5).
           05 S-WAEHRUNG           PIC X(3).
           05 S-SALDO              PIC S9(9)V99.
           05 S-ZINS               PIC S9(7)V99.
           05 S-ANTEIL             PIC 9(3)V99.
           05 S-EUR                PIC S9(11)V99.
           05 S-KENNZEICHEN        PIC X(3).
           05 S-STATUS             PIC X.

       FD LIEFER-DATEI.
       01 LF-KOPF.
           05 LK-SATZART           PIC X.
           05 FILLER               PIC X.
           05 LK-STICHTAG          PIC 9(8).
           05 FILLER               PIC X.
           05 LK-DECKUNG           PIC 9(9).99.
           05 FILLER               PIC X.
           05 LK-WAEHRUNG          PIC X(3).
       01 LF-EINLEGER.
           05 LP-SATZART           PIC X.
           05 FILLER               PIC X.
           05 LP-PERSON            PIC 9(5).
           05 FILLER               PIC X.
           05 LP-NAME              PIC X(30).
           05 FILLER               PIC X.
           05 LP-STRASSE           PIC X(30).
           05 FILLER               PIC X.
           05 LP-PLZ               PIC X(10).
           05 FILLER               PIC X.
           05 LP-ORT               PIC X(25).
           05 FILLER               PIC X.
           05 LP-STEUER-ID         PIC X(15).
           05 FILLER               PIC X.
           05 LP-POSITIONEN        PIC 9(3).
           05 FILLER               PIC X.
           05 LP-EINLAGEN          PIC -9(11).99.
           05 FILLER               PIC X.
           05 LP-GEDECKT           PIC -9(11).99.
           05 FILLER               PIC X.
           05 LP-KENNZEICHEN       PIC X(3).
       01 LF-POSITION.
           05 LS-SATZART           PIC X.
           05 FILLER               PIC X.
           05 LS-PERSON            PIC 9(5).
           05 FILLER               PIC X.
           05 LS-KONTO             PIC 9(5).
           05 FILLER               PIC X.
           05 LS-ART               PIC X.
           05 FILLER               PIC X.
           05 LS-FG-NR             PIC 9(5).
           05 FILLER               PIC X.
           05 LS-WAEHRUNG          PIC X(3).
           05 FILLER               PIC X.
           05 LS-SALDO             PIC -9(9).99.
           05 FILLER               PIC X.
           05 LS-ZINS              PIC -9(7).99.
           05 FILLER               PIC X.
           05 LS-ANTEIL            PIC 9(3).99.
           05 FILLER               PIC X.
           05 LS-EUR               PIC -9(11).99.
           05 FILLER               PIC X.
           05 LS-KENNZEICHEN       PIC X(3).
           05 FILLER               PIC X.
           05 LS-STATUS            PIC X.
       01 LF-ENDE.
           05 LT-SATZART           PIC X.
           05 FILLER               PIC X.
           05 LT-EINLEGER          PIC 9(7).
           05 FILLER               PIC X.
           05 LT-POSITIONEN        PIC 9(7).
           05 FILLER               PIC X.
           05 LT-EINLAGEN          PIC -9(13).99.
           05 FILLER               PIC X.
           05 LT-GEDECKT           PIC -9(13).99.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-FG-STATUS         PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 WS-INHABER-STATUS    PIC XX.
       01 WS-PF-STATUS         PIC XX.
       01 WS-KURSE-STATUS      PIC XX.
       01 WS-ZINSPARAM-STATUS  PIC XX.
       01 WS-PARAMETER-STATUS  PIC XX.
       01 WS-LIEFER-STATUS     PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 IH-EOF-FLAGGE        PIC X VALUE 'N'.
       01 PF-EOF-FLAGGE        PIC X VALUE 'N'.
       01 INHABER-OFFEN        PIC X VALUE 'N'.
       01 PFAENDUNG-OFFEN      PIC X VALUE 'N'.
       01 PERSONEN-OFFEN       PIC X VALUE 'N'.
       01 ADRESSEN-OFFEN       PIC X VALUE 'N'.
       01 INHABER-GEFUNDEN     PIC X VALUE 'N'.
       01 WS-HEUTE             PIC 9(8).
       01 WS-HEUTE-TEILE REDEFINES WS-HEUTE.
           05 WS-HEUTE-JJJJMM  PIC 9(6).
           05 WS-HEUTE-TT      PIC 99.
       01 WS-LIEFER-NAME       PIC X(60).
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).

      *> Deckungsgrenze je Einleger in EUR
       01 DECKUNG              PIC 9(9)V99 VALUE 100000.00.
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

      *> Habenzins-Stufen aus zinsparameter.dat (nur HABEN-Zeilen,
      *> Aufbau wie im MONTHEND).
       01 HABEN-ANZAHL         PIC 9 VALUE 1.
       01 HABEN-TABELLE.
           05 HABEN-STUFE OCCURS 5 TIMES.
               10 HABEN-SATZ      PIC 9V9999.
               10 HABEN-GRENZE    PIC 9(7)V99.
       01 STUFEN-INDEX         PIC 9.
       01 ZINSSATZ             PIC 9V9999.
       01 P-ART-TEXT           PIC X(10).
       01 P-SATZ-TEXT          PIC X(15).
       01 P-GRENZE-TEXT        PIC X(15).
       01 MONATS-ERSTER        PIC 9(8).
       01 FOLGEMONAT-ERSTER    PIC 9(8).
       01 MONATS-TAGE          PIC 99.
       01 ZINS-TAGE            PIC 9(5).
       01 TAGESZAHL-VON        PIC 9(7).
       01 TAGESZAHL-BIS        PIC 9(7).

      *> Aktuelle Position vor der Aufteilung auf die Inhaber
       01 POS-KONTO            PIC 9(5).
       01 POS-ART              PIC X.
       01 POS-FG-NR            PIC 9(5).
       01 POS-WAEHRUNG         PIC X(3).
       01 POS-SALDO            PIC S9(9)V99.
       01 POS-ZINS             PIC S9(7)V99.
       01 POS-KENNZEICHEN      PIC X(3).
       01 POS-STATUS           PIC X.
       01 POS-WERT             PIC S9(9)V99.
       01 POS-EUR              PIC S9(11)V99.

      *> Positionen des aktuellen Einlegers; der Satz P steht in der
      *> Lieferdatei vor seinen Positionen.
       01 AKT-PERSON           PIC 9(5).
       01 AKT-EINLAGEN         PIC S9(11)V99.
       01 AKT-GEDECKT          PIC S9(11)V99.
       01 AKT-KENNZEICHEN      PIC X(3).
       01 PUFFER-ANZAHL        PIC 9(3) VALUE 0.
       01 PUFFER-MAX           PIC 9(3) VALUE 200.
       01 PUFFER-TABELLE.
           05 PUFFER-SATZ OCCURS 200 TIMES PIC X(61).
       01 P-INDEX              PIC 9(3).
       01 SORT-EOF-FLAGGE      PIC X VALUE 'N'.

       01 ANZAHL-EINLEGER      PIC 9(7) VALUE 0.
       01 ANZAHL-POSITIONEN    PIC 9(7) VALUE 0.
       01 ANZAHL-KONTEN        PIC 9(7) VALUE 0.
       01 ANZAHL-FESTGELDER    PIC 9(7) VALUE 0.
       01 ANZAHL-UEBER-GRENZE  PIC 9(7) VALUE 0.
       01 ANZAHL-PFAENDUNG     PIC 9(7) VALUE 0.
       01 ANZAHL-EINGEFROREN   PIC 9(7) VALUE 0.
       01 ANZAHL-NACHLASS      PIC 9(7) VALUE 0.
       01 ANZAHL-OHNE-ADRESSE  PIC 9(7) VALUE 0.
       01 ANZAHL-OHNE-STEUERID PIC 9(7) VALUE 0.
       01 ANZAHL-OHNE-PERSON   PIC 9(7) VALUE 0.
       01 ANZAHL-OHNE-KONTO    PIC 9(7) VALUE 0.
       01 ANZAHL-ABGESCHNITTEN PIC 9(7) VALUE 0.
       01 SUMME-EINLAGEN       PIC S9(13)V99 VALUE 0.
       01 SUMME-GEDECKT        PIC S9(13)V99 VALUE 0.
       01 SUMME-UNGEDECKT      PIC S9(13)V99 VALUE 0.
       01 MASK-SUMME           PIC -Z(12)9.99.
       01 MASK-DECKUNG         PIC Z(8)9.99.
       01 MASK-DATUM           PIC 9999/99/99.
       01 AUSGABE-ZEILE        PIC X(90).

       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- EINLEGERDATEI EINLAGENSICHERUNG ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE 0 TO ANZAHL-EINLEGER ANZAHL-POSITIONEN ANZAHL-KONTEN
               ANZAHL-FESTGELDER ANZAHL-UEBER-GRENZE ANZAHL-PFAENDUNG
               ANZAHL-EINGEFROREN ANZAHL-NACHLASS ANZAHL-OHNE-ADRESSE
               ANZAHL-OHNE-STEUERID ANZAHL-OHNE-PERSON
               ANZAHL-OHNE-KONTO ANZAHL-ABGESCHNITTEN
               SUMME-EINLAGEN SUMME-GEDECKT SUMME-UNGEDECKT
           PERFORM PARAMETER-LADEN
           PERFORM KURSE-LADEN
           PERFORM ZINSPARAMETER-LADEN
           PERFORM ZINSTAGE-ERMITTELN

           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "EINLAGENSICHERUNG" TO WS-FP-PROGRAMM
               MOVE "OPEN INPUT KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Einlegerdatei nicht erstellt" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
               GOBACK
           END-IF

      *> Ohne Inhaber- oder Pfaendungsdatei gibt es nur
      *> Hauptinhaber bzw. keine Pfaendungen.
           MOVE 'N' TO INHABER-OFFEN
           OPEN INPUT INHABER-DATEI
           IF WS-INHABER-STATUS = "00"
               MOVE 'J' TO INHABER-OFFEN
           END-IF
           MOVE 'N' TO PFAENDUNG-OFFEN
           OPEN INPUT PFAENDUNG-DATEI
           IF WS-PF-STATUS = "00"
               MOVE 'J' TO PFAENDUNG-OFFEN
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
           PERFORM FESTGELDER-ERFASSEN
           CLOSE POSITION-DATEI

           CLOSE KUNDEN-DATEI
           IF INHABER-OFFEN = 'J'
               CLOSE INHABER-DATEI
           END-IF
           IF PFAENDUNG-OFFEN = 'J'
               CLOSE PFAENDUNG-DATEI
           END-IF

           SORT SORT-ARBEITSDATEI
               ON ASCENDING KEY SRT-PERSON SRT-KONTO SRT-ART SRT-FG-NR
               USING POSITION-DATEI GIVING SORTIERT-DATEI

           MOVE SPACES TO WS-LIEFER-NAME
           STRING "einlagensicherung-" WS-HEUTE ".dat"
               DELIMITED BY SIZE INTO WS-LIEFER-NAME
           OPEN OUTPUT LIEFER-DATEI
           IF WS-LIEFER-STATUS NOT = "00"
               DISPLAY "Fehler: Lieferdatei konnte nicht angelegt "
                   "werden (Status " WS-LIEFER-STATUS ")."
           ELSE
               PERFORM LIEFERDATEI-ERSTELLEN
               CLOSE LIEFER-DATEI
               PERFORM KONTROLLBERICHT-ERSTELLEN
               DISPLAY "Lieferdatei: " FUNCTION TRIM(WS-LIEFER-NAME)
           END-IF
           CALL "SYSTEM" USING "rm -f einlagen.wrk einlagen.sorted"

           DISPLAY ANZAHL-EINLEGER " Einleger, " ANZAHL-POSITIONEN
               " Positionen."

           GOBACK.

      *> Girokonto bzw. Sparkonto als Position erfassen.
       KONTO-ERFASSEN.
           ADD 1 TO ANZAHL-KONTEN
           MOVE KUNDEN-NR TO POS-KONTO
           MOVE KUNDEN-KONTOART TO POS-ART
           MOVE 0 TO POS-FG-NR
           MOVE KUNDEN-KONTO TO POS-SALDO
           MOVE 0 TO POS-ZINS
           IF KUNDEN-KONTO > 0
               PERFORM ZINSSATZ-ERMITTELN
               COMPUTE POS-ZINS ROUNDED = KUNDEN-KONTO * ZINSSATZ
                   * ZINS-TAGE / MONATS-TAGE
           END-IF
           PERFORM POSITION-AUFTEILEN.

      *> Aktive Festgelder: Inhaber, Waehrung und Kennzeichen kommen
      *> vom verknuepften Girokonto.
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
                               PERFORM FESTGELD-ERFASSEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTGELD-DATEI
           END-IF.

       FESTGELD-ERFASSEN.
           MOVE FG-KUNDEN-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   ADD 1 TO ANZAHL-OHNE-KONTO
                   DISPLAY "Warnung: Festgeld " FG-NR " - Girokonto "
                       FG-KUNDEN-NR " fehlt, nicht erfasst."
               NOT INVALID KEY
                   ADD 1 TO ANZAHL-FESTGELDER
                   MOVE KUNDEN-NR TO POS-KONTO
                   MOVE 'F' TO POS-ART
                   MOVE FG-NR TO POS-FG-NR
                   MOVE FG-BETRAG TO POS-SALDO
                   PERFORM FESTGELDZINS-ERMITTELN
                   PERFORM POSITION-AUFTEILEN
           END-READ.

      *> Zins = Betrag * Satz * Tage seit Beginn / 360, hoechstens
      *> bis zur Faelligkeit.
       FESTGELDZINS-ERMITTELN.
           MOVE 0 TO POS-ZINS
           IF FG-BEGINN > 0 AND FG-BEGINN < WS-HEUTE
               COMPUTE TAGESZAHL-VON =
                   FUNCTION INTEGER-OF-DATE(FG-BEGINN)
               IF FG-FAELLIGKEIT > 0 AND FG-FAELLIGKEIT < WS-HEUTE
                   COMPUTE TAGESZAHL-BIS =
                       FUNCTION INTEGER-OF-DATE(FG-FAELLIGKEIT)
               ELSE
                   COMPUTE TAGESZAHL-BIS =
                       FUNCTION INTEGER-OF-DATE(WS-HEUTE)
               END-IF
               COMPUTE POS-ZINS ROUNDED = FG-BETRAG * FG-ZINSSATZ
                   * (TAGESZAHL-BIS - TAGESZAHL-VON) / 360
           END-IF.

      *> Waehrung, Kennzeichen und EUR-Wert der Position ermitteln
      *> (KUNDEN-EINTRAG ist das Konto bzw. verknuepfte Girokonto)
      *> und je Inhaber einen Positionssatz schreiben.
       POSITION-AUFTEILEN.
           MOVE KUNDEN-WAEHRUNG TO POS-WAEHRUNG
           MOVE KUNDEN-STATUS TO POS-STATUS
           PERFORM KENNZEICHEN-ERMITTELN
           COMPUTE POS-WERT = POS-SALDO + POS-ZINS
           IF POS-WERT < 0
               MOVE 0 TO POS-WERT
           END-IF
           EVALUATE POS-WAEHRUNG
               WHEN "USD"
                   COMPUTE POS-EUR ROUNDED = POS-WERT * KURS-USD
               WHEN "GBP"
                   COMPUTE POS-EUR ROUNDED = POS-WERT * KURS-GBP
               WHEN OTHER
                   MOVE POS-WERT TO POS-EUR
           END-EVALUATE

           MOVE 'N' TO INHABER-GEFUNDEN
           IF INHABER-OFFEN = 'J'
               MOVE 'N' TO IH-EOF-FLAGGE
               MOVE KUNDEN-NR TO IH-KUNDEN-NR
               MOVE 0 TO IH-PERSON-NR
               START INHABER-DATEI KEY IS >= IH-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO IH-EOF-FLAGGE
               END-START
               PERFORM UNTIL IH-EOF-FLAGGE = 'J'
                   READ INHABER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO IH-EOF-FLAGGE
                       NOT AT END
                           IF IH-KUNDEN-NR NOT = KUNDEN-NR
                               MOVE 'J' TO IH-EOF-FLAGGE
                           ELSE
                               MOVE 'J' TO INHABER-GEFUNDEN
                               MOVE IH-PERSON-NR TO PO-PERSON
                               MOVE IH-ANTEIL TO PO-ANTEIL
                               PERFORM POSITION-SCHREIBEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF INHABER-GEFUNDEN = 'N'
               MOVE KUNDEN-PERSONEN-NR TO PO-PERSON
               MOVE 100 TO PO-ANTEIL
               PERFORM POSITION-SCHREIBEN
           END-IF.

       POSITION-SCHREIBEN.
           MOVE POS-KONTO TO PO-KONTO
           MOVE POS-ART TO PO-ART
           MOVE POS-FG-NR TO PO-FG-NR
           MOVE POS-WAEHRUNG TO PO-WAEHRUNG
           MOVE POS-SALDO TO PO-SALDO
           MOVE POS-ZINS TO PO-ZINS
           COMPUTE PO-EUR ROUNDED = POS-EUR * PO-ANTEIL / 100
           MOVE POS-KENNZEICHEN TO PO-KENNZEICHEN
           MOVE POS-STATUS TO PO-STATUS
           WRITE POSITION-SATZ.

      *> P = aktive Pfaendung, E = eingefroren, N = Nachlass
       KENNZEICHEN-ERMITTELN.
           MOVE SPACES TO POS-KENNZEICHEN
           IF KUNDEN-STATUS = 'F'
               MOVE 'E' TO POS-KENNZEICHEN(2:1)
           END-IF
           IF KUNDEN-STATUS = 'N'
               MOVE 'N' TO POS-KENNZEICHEN(3:1)
           END-IF
           IF PFAENDUNG-OFFEN = 'J'
               MOVE 'N' TO PF-EOF-FLAGGE
               MOVE KUNDEN-NR TO PF-KUNDEN-NR
               MOVE 0 TO PF-NR
               START PFAENDUNG-DATEI KEY IS >= PF-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO PF-EOF-FLAGGE
               END-START
               PERFORM UNTIL PF-EOF-FLAGGE = 'J'
                   READ PFAENDUNG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO PF-EOF-FLAGGE
                       NOT AT END
                           IF PF-KUNDEN-NR NOT = KUNDEN-NR
                               MOVE 'J' TO PF-EOF-FLAGGE
                           ELSE
                               IF PF-STATUS = 'A'
                                   MOVE 'P' TO POS-KENNZEICHEN(1:1)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> Sortierte Positionen je Einleger sammeln und als Satz P mit
      *> nachfolgenden Saetzen K ausgeben.
       LIEFERDATEI-ERSTELLEN.
           MOVE 'N' TO PERSONEN-OFFEN
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE 'J' TO PERSONEN-OFFEN
           END-IF
           MOVE 'N' TO ADRESSEN-OFFEN
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "00"
               MOVE 'J' TO ADRESSEN-OFFEN
           END-IF

           MOVE SPACES TO LF-KOPF
           MOVE 'H' TO LK-SATZART
           MOVE WS-HEUTE TO LK-STICHTAG
           MOVE DECKUNG TO LK-DECKUNG
           MOVE "EUR" TO LK-WAEHRUNG
           WRITE LF-KOPF

           MOVE 0 TO PUFFER-ANZAHL
           MOVE 0 TO AKT-EINLAGEN
           MOVE SPACES TO AKT-KENNZEICHEN
           OPEN INPUT SORTIERT-DATEI
           MOVE 'N' TO SORT-EOF-FLAGGE
           PERFORM UNTIL SORT-EOF-FLAGGE = 'J'
               READ SORTIERT-DATEI
                   AT END
                       MOVE 'J' TO SORT-EOF-FLAGGE
                   NOT AT END
                       IF PUFFER-ANZAHL > 0
                          AND S-PERSON NOT = AKT-PERSON
                           PERFORM EINLEGER-AUSGEBEN
                       END-IF
                       MOVE S-PERSON TO AKT-PERSON
                       PERFORM POSITION-MERKEN
               END-READ
           END-PERFORM
           IF PUFFER-ANZAHL > 0
               PERFORM EINLEGER-AUSGEBEN
           END-IF
           CLOSE SORTIERT-DATEI

           MOVE SPACES TO LF-ENDE
           MOVE 'T' TO LT-SATZART
           MOVE ANZAHL-EINLEGER TO LT-EINLEGER
           MOVE ANZAHL-POSITIONEN TO LT-POSITIONEN
           MOVE SUMME-EINLAGEN TO LT-EINLAGEN
           MOVE SUMME-GEDECKT TO LT-GEDECKT
           WRITE LF-ENDE

           IF PERSONEN-OFFEN = 'J'
               CLOSE PERSONEN-DATEI
           END-IF
           IF ADRESSEN-OFFEN = 'J'
               CLOSE ADRESSEN-DATEI
           END-IF.

       POSITION-MERKEN.
           ADD S-EUR TO AKT-EINLAGEN
           IF S-KENNZEICHEN(1:1) = 'P'
               MOVE 'P' TO AKT-KENNZEICHEN(1:1)
               ADD 1 TO ANZAHL-PFAENDUNG
           END-IF
           IF S-KENNZEICHEN(2:1) = 'E'
               MOVE 'E' TO AKT-KENNZEICHEN(2:1)
               ADD 1 TO ANZAHL-EINGEFROREN
           END-IF
           IF S-KENNZEICHEN(3:1) = 'N'
               MOVE 'N' TO AKT-KENNZEICHEN(3:1)
               ADD 1 TO ANZAHL-NACHLASS
           END-IF
           IF PUFFER-ANZAHL < PUFFER-MAX
               ADD 1 TO PUFFER-ANZAHL
               MOVE S-SATZ TO PUFFER-SATZ(PUFFER-ANZAHL)
           ELSE
               ADD 1 TO ANZAHL-ABGESCHNITTEN
           END-IF.

       EINLEGER-AUSGEBEN.
           ADD 1 TO ANZAHL-EINLEGER
           IF AKT-EINLAGEN > DECKUNG
               MOVE DECKUNG TO AKT-GEDECKT
               ADD 1 TO ANZAHL-UEBER-GRENZE
           ELSE
               MOVE AKT-EINLAGEN TO AKT-GEDECKT
           END-IF
           ADD AKT-EINLAGEN TO SUMME-EINLAGEN
           ADD AKT-GEDECKT TO SUMME-GEDECKT

           MOVE SPACES TO LF-EINLEGER
           MOVE 'P' TO LP-SATZART
           MOVE AKT-PERSON TO LP-PERSON
           MOVE "(nicht im Personenstamm)" TO LP-NAME
           IF PERSONEN-OFFEN = 'J'
               MOVE AKT-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       ADD 1 TO ANZAHL-OHNE-PERSON
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO LP-NAME
               END-READ
           ELSE
               ADD 1 TO ANZAHL-OHNE-PERSON
           END-IF
           IF ADRESSEN-OFFEN = 'J'
               MOVE AKT-PERSON TO ADR-KUNDEN-NR
               READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                   INVALID KEY
                       ADD 1 TO ANZAHL-OHNE-ADRESSE
                       ADD 1 TO ANZAHL-OHNE-STEUERID
                   NOT INVALID KEY
                       MOVE ADR-STRASSE TO LP-STRASSE
                       MOVE ADR-PLZ TO LP-PLZ
                       MOVE ADR-ORT TO LP-ORT
                       MOVE ADR-STEUER-ID TO LP-STEUER-ID
                       IF ADR-STEUER-ID = SPACES
                           ADD 1 TO ANZAHL-OHNE-STEUERID
                       END-IF
               END-READ
           ELSE
               ADD 1 TO ANZAHL-OHNE-ADRESSE
               ADD 1 TO ANZAHL-OHNE-STEUERID
           END-IF
           MOVE PUFFER-ANZAHL TO LP-POSITIONEN
           MOVE AKT-EINLAGEN TO LP-EINLAGEN
           MOVE AKT-GEDECKT TO LP-GEDECKT
           MOVE AKT-KENNZEICHEN TO LP-KENNZEICHEN
           WRITE LF-EINLEGER

           PERFORM VARYING P-INDEX FROM 1 BY 1
                   UNTIL P-INDEX > PUFFER-ANZAHL
               MOVE PUFFER-SATZ(P-INDEX) TO S-SATZ
               ADD 1 TO ANZAHL-POSITIONEN
               MOVE SPACES TO LF-POSITION
               MOVE 'K' TO LS-SATZART
               MOVE S-PERSON TO LS-PERSON
               MOVE S-KONTO TO LS-KONTO
               MOVE S-ART TO LS-ART
               MOVE S-FG-NR TO LS-FG-NR
               MOVE S-WAEHRUNG TO LS-WAEHRUNG
               MOVE S-SALDO TO LS-SALDO
               MOVE S-ZINS TO LS-ZINS
               MOVE S-ANTEIL TO LS-ANTEIL
               MOVE S-EUR TO LS-EUR
               MOVE S-KENNZEICHEN TO LS-KENNZEICHEN
               MOVE S-STATUS TO LS-STATUS
               WRITE LF-POSITION
           END-PERFORM

           MOVE 0 TO PUFFER-ANZAHL
           MOVE 0 TO AKT-EINLAGEN
           MOVE SPACES TO AKT-KENNZEICHEN.

       KONTROLLBERICHT-ERSTELLEN.
           OPEN OUTPUT BERICHT-DATEI
           MOVE WS-HEUTE TO MASK-DATUM
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "KONTROLLBERICHT EINLAGENSICHERUNG - STICHTAG "
               MASK-DATUM
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE ALL "=" TO AUSGABE-ZEILE(1:60)
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "Lieferdatei               : "
               FUNCTION TRIM(WS-LIEFER-NAME)
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE DECKUNG TO MASK-DECKUNG
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "Deckungsgrenze je Einleger: " MASK-DECKUNG " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN

           MOVE SPACES TO AUSGABE-ZEILE
           STRING "Einleger                  : " ANZAHL-EINLEGER
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "Positionen (Saetze K)     : " ANZAHL-POSITIONEN
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  davon Konten / Festgelder: " ANZAHL-KONTEN
               " / " ANZAHL-FESTGELDER
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SUMME-EINLAGEN TO MASK-SUMME
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "Einlagen gesamt           : " MASK-SUMME " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SUMME-GEDECKT TO MASK-SUMME
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "Gedeckter Betrag gesamt   : " MASK-SUMME " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           COMPUTE SUMME-UNGEDECKT = SUMME-EINLAGEN - SUMME-GEDECKT
           MOVE SUMME-UNGEDECKT TO MASK-SUMME
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "Nicht gedeckt             : " MASK-SUMME " EUR ("
               ANZAHL-UEBER-GRENZE " Einleger ueber der Grenze)"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN

           MOVE "Gekennzeichnete Positionen:" TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  P Pfaendung             : " ANZAHL-PFAENDUNG
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  E eingefroren           : " ANZAHL-EINGEFROREN
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  N Nachlass              : " ANZAHL-NACHLASS
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN

           MOVE "Datenmaengel:" TO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  Einleger ohne Personensatz: " ANZAHL-OHNE-PERSON
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  Einleger ohne Anschrift   : " ANZAHL-OHNE-ADRESSE
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  Einleger ohne Steuer-ID   : "
               ANZAHL-OHNE-STEUERID
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           MOVE SPACES TO AUSGABE-ZEILE
           STRING "  Festgelder ohne Girokonto : " ANZAHL-OHNE-KONTO
               DELIMITED BY SIZE INTO AUSGABE-ZEILE
           PERFORM ZEILE-AUSGEBEN
           IF ANZAHL-ABGESCHNITTEN > 0
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "  *** Positionen ueber " PUFFER-MAX
                   " je Einleger nicht geliefert: "
                   ANZAHL-ABGESCHNITTEN
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               PERFORM ZEILE-AUSGEBEN
           END-IF

           CLOSE BERICHT-DATEI
           PERFORM BERICHT-ABLEGEN.

       ZEILE-AUSGEBEN.
           DISPLAY AUSGABE-ZEILE
           MOVE AUSGABE-ZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE.

       BERICHT-ABLEGEN.
           MOVE SPACES TO WS-BERICHT-NAME
           STRING "einlagensicherung-kontrolle-" WS-HEUTE ".txt"
               DELIMITED BY SIZE INTO WS-BERICHT-NAME
           MOVE SPACES TO WS-BERICHT-BEFEHL
           STRING "mv einlagensicherung.tmp " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BERICHT-NAME) DELIMITED BY SIZE
               INTO WS-BERICHT-BEFEHL
           CALL "SYSTEM" USING WS-BERICHT-BEFEHL
           DISPLAY "Kontrollbericht: " FUNCTION TRIM(WS-BERICHT-NAME).

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
                           IF P-NAME-TEXT = "DECKUNG"
                               MOVE FUNCTION TEST-NUMVAL(P-WERT-TEXT)
                                   TO NUMVAL-TESTRESULT
                               IF NUMVAL-TESTRESULT = 0
                                   COMPUTE DECKUNG =
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

      *> Nur die HABEN-Zeilen; fehlt die Datei, gilt die Grundstufe
      *> wie im MONTHEND.
       ZINSPARAMETER-LADEN.
           MOVE 1 TO HABEN-ANZAHL
           MOVE 0.0050 TO HABEN-SATZ(1)
           MOVE 0 TO HABEN-GRENZE(1)
           OPEN INPUT ZINSPARAM-DATEI
           IF WS-ZINSPARAM-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ ZINSPARAM-DATEI
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           PERFORM PARAMZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE ZINSPARAM-DATEI
           END-IF.

       PARAMZEILE-VERARBEITEN.
           MOVE SPACES TO P-ART-TEXT P-SATZ-TEXT P-GRENZE-TEXT
           UNSTRING ZINSPARAM-ZEILE DELIMITED BY ";"
               INTO P-ART-TEXT P-SATZ-TEXT P-GRENZE-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-ART-TEXT) TO P-ART-TEXT
           IF P-ART-TEXT = "HABEN"
               MOVE FUNCTION TEST-NUMVAL(P-SATZ-TEXT)
                   TO NUMVAL-TESTRESULT
               IF NUMVAL-TESTRESULT = 0
                   IF P-GRENZE-TEXT = SPACES
                       COMPUTE HABEN-SATZ(1) =
                           FUNCTION NUMVAL(P-SATZ-TEXT)
                   ELSE
                   IF HABEN-ANZAHL < 5
                       ADD 1 TO HABEN-ANZAHL
                       COMPUTE HABEN-SATZ(HABEN-ANZAHL) =
                           FUNCTION NUMVAL(P-SATZ-TEXT)
                       COMPUTE HABEN-GRENZE(HABEN-ANZAHL) =
                           FUNCTION NUMVAL(P-GRENZE-TEXT)
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *> Hoechste erreichte Habenstufe fuer KUNDEN-KONTO.
       ZINSSATZ-ERMITTELN.
           MOVE HABEN-SATZ(1) TO ZINSSATZ
           PERFORM VARYING STUFEN-INDEX FROM 2 BY 1
                   UNTIL STUFEN-INDEX > HABEN-ANZAHL
               IF KUNDEN-KONTO >= HABEN-GRENZE(STUFEN-INDEX)
                   MOVE HABEN-SATZ(STUFEN-INDEX) TO ZINSSATZ
               END-IF
           END-PERFORM.

      *> Aufgelaufene Tage im laufenden Monat bis zum Vortag und
      *> Tage des Monats (Zinsperiode des MONTHEND).
       ZINSTAGE-ERMITTELN.
           COMPUTE ZINS-TAGE = WS-HEUTE-TT - 1
           COMPUTE MONATS-ERSTER = WS-HEUTE-JJJJMM * 100 + 1
           IF WS-HEUTE-JJJJMM(5:2) = "12"
               COMPUTE FOLGEMONAT-ERSTER =
                   (WS-HEUTE-JJJJMM + 89) * 100 + 1
           ELSE
               COMPUTE FOLGEMONAT-ERSTER =
                   (WS-HEUTE-JJJJMM + 1) * 100 + 1
           END-IF
           COMPUTE MONATS-TAGE =
               FUNCTION INTEGER-OF-DATE(FOLGEMONAT-ERSTER)
               - FUNCTION INTEGER-OF-DATE(MONATS-ERSTER).
