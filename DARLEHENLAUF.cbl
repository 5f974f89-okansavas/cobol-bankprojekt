      *> wandert das Darlehen in den Rueckstandsbericht und wird am
      *> naechsten Tag erneut versucht. Die letzte Rate glattet die
      *> Restschuld; danach wird das Darlehen beendet.
      *>
      *> Mahnwesen: Jedes Darlehen im Rueckstand fuehrt einen
      *> Mahnsatz in darlehen-mahnungen.dat (DARLEHEN-MAHNUNG.CPY)
      *> mit Anzahl und Betrag der offenen Raten und der Mahnstufe.
      *> Bei jedem Lauf werden alle faelligen Raten nachgeholt,
      *> soweit das Konto traegt. Die Stufen kommen aus
      *> mahnparameter.dat (eine Zeile je Eintrag, Felder durch
      *> Semikolon getrennt):
      *>   STUFE;1;14;5.00      Stufe 1 ab 14 Tagen Rueckstand,
      *>                        Mahngebuehr 5.00
      *>   STUFE;2;30;10.00
      *>   STUFE;3;60;15.00     hoechste Stufe = letzte Mahnung
      *>   VERZUGSZINS;0.0500   Verzugszins p.a. auf den Rueckstand
      *>   KUENDIGUNG;14        Tage nach der letzten Mahnung bis
      *>                        zur Kuendigung
      *> Fehlt die Datei, gelten diese Werte als Standard. Mit jeder
      *> neuen Stufe geht ein Mahnschreiben (Adressblock aus
      *> adressen.dat) nach briefe/, Mahngebuehr und aufgelaufene
      *> Verzugszinsen werden dem Girokonto belastet (Buchungen
      *> MAHNGEBUEHR und VERZUGSZINSEN). Bleibt der Rueckstand nach
      *> der letzten Stufe bestehen, wird das Darlehen gekuendigt
      *> (DL-STATUS 'K'): die gesamte Restschuld ist faellig und
      *> wird ab dann taeglich im Ganzen einzuziehen versucht.
      *> Ist der Rueckstand ausgeglichen, wird der Mahnsatz als
      *> erledigt markiert. Die Arbeitsliste nach Mahnstufen
      *> liefert MAHNLISTE.
      *>
      *> Aufruf mit USING Probelauf-Flagge: 'J' = Probelauf vor dem
      *> Monatsabschluss (siehe TAGESLAUF) - darlehen.dat, kunden.dat
      *> und kontobewegungen.dat bleiben unberuehrt, die heute
      *> einziehbaren Raten gehen nur an PROBELAUFBERICHT. Das
      *> Mahnverfahren (Mahnkosten, Schreiben, Kuendigung) laeuft im
      *> Probelauf nicht mit; Darlehen im Rueckstand werden nur
      *> gezaehlt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO "darlehen-rueckstand.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAHNUNG-DATEI ASSIGN TO "darlehen-mahnungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DL-NR
               FILE STATUS IS WS-MAHNUNG-STATUS.
           SELECT MAHNPARAM-DATEI ASSIGN TO "mahnparameter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAHNPARAM-STATUS.
           SELECT ADRESSEN-DATEI ASSIGN TO "adressen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT BRIEF-DATEI ASSIGN TO WS-BRIEF-PFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY BEWEGUNG.

       FD BERICHT-DATEI.
       01 BERICHT-ZEILE        PIC X(140).

       FD MAHNUNG-DATEI.
           COPY DARLEHEN-MAHNUNG.

       FD MAHNPARAM-DATEI.
       01 MAHNPARAM-ZEILE      PIC X(60).

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD BRIEF-DATEI.
       01 BRIEF-ZEILE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DL-STATUS         PIC XX.
           05 FAELLIG-JAHR     PIC 9(4).
           05 FAELLIG-MONAT    PIC 9(2).
           05 FAELLIG-TAG      PIC 9(2).
       01 FAELLIG-DATUM REDEFINES FAELLIG-ZERLEGT PIC 9(8).
       01 WS-MONATSENDE        PIC 9(2).
       01 WS-SCHALTJAHR-QUOT   PIC 9(4).
       01 WS-SCHALTJAHR-REST   PIC 9(4).

      *> Mahnwesen
       01 WS-MAHNUNG-STATUS    PIC XX.
       01 WS-MAHNPARAM-STATUS  PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 WS-BRIEF-STATUS      PIC XX.
       01 MAHNUNG-OK           PIC X VALUE 'N'.
       01 MAHNSATZ-VORHANDEN   PIC X VALUE 'N'.
       01 KUNDE-GEFUNDEN       PIC X VALUE 'N'.
       01 ADRESSE-GEFUNDEN     PIC X VALUE 'N'.
       01 PARAM-EOF-FLAGGE     PIC X VALUE 'N'.
       01 STUFEN-GELESEN       PIC X VALUE 'N'.
       01 P-ART-TEXT           PIC X(12).
       01 P-WERT1-TEXT         PIC X(15).
       01 P-WERT2-TEXT         PIC X(15).
       01 P-WERT3-TEXT         PIC X(15).
       01 NUMVAL-TESTRESULT    PIC S9(4).
       01 P-STUFE              PIC 9(3).
      *> Mahnstufen aus mahnparameter.dat; die hoechste belegte
      *> Stufe ist die letzte Mahnung vor der Kuendigung.
       01 MAHNSTUFEN-ANZAHL    PIC 9 VALUE 0.
       01 MAHNSTUFEN-TABELLE.
           05 MAHNSTUFE OCCURS 5 TIMES.
               10 MS-TAGE          PIC 9(3).
               10 MS-GEBUEHR       PIC 9(5)V99.
       01 VERZUGSZINS-SATZ     PIC 9V9999 VALUE 0.0500.
       01 KUENDIGUNGSFRIST     PIC 9(3) VALUE 14.
       01 RATEN-ANZAHL         PIC 9(3).
       01 RUECKSTAND-BETRAG    PIC 9(8)V99.
       01 TAGE-RUECKSTAND      PIC 9(5).
       01 TAGE-SEIT-MAHNUNG    PIC 9(5).
       01 ZINSTAGE             PIC 9(5).
       01 ZINS-ZUWACHS         PIC 9(7)V9(4).
       01 GESAMTKOSTEN         PIC 9(7)V99.
       01 MAHNGEBUEHR          PIC 9(5)V99.
       01 VERZUGSZINS          PIC 9(7)V99.
       01 KUENDIGUNG-DATUM     PIC 9(8).
       01 ANZAHL-MAHNUNGEN     PIC 9(5) VALUE 0.
       01 ANZAHL-GEKUENDIGT    PIC 9(5) VALUE 0.
       01 ANZAHL-ERLEDIGT      PIC 9(5) VALUE 0.
       01 MASK-BETRAG          PIC Z(6)9.99.
       01 MASK-DATUM           PIC 9999/99/99.
       01 WS-BRIEF-PFAD        PIC X(80).

       01 WS-BERICHT-DATUM     PIC 9(8).
       01 WS-BERICHT-NAME      PIC X(60).
       01 WS-BERICHT-BEFEHL    PIC X(90).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

      *> Probelauf: Buchungen nur an PROBELAUFBERICHT melden. Die
      *> im Probelauf schon "eingezogenen" Raten eines Darlehens
      *> mindern das Verfuegbare fuer die naechste nachgeholte Rate.
       01 PB-FUNKTION          PIC X.
       01 PB-SCHRITT           PIC X(12) VALUE "darlehen".
       01 PB-KUNDEN-NR         PIC 9(5).
       01 PB-NIEDERLASSUNG     PIC X(4).
       01 PB-ART               PIC X(16).
       01 PB-BETRAG            PIC S9(7)V99.
       01 PROBE-BELASTUNG      PIC 9(8)V99 VALUE 0.

      *> Satzzahl fuer die Laufhistorie (LAUFZAEHLER).
       01 LZ-FUNKTION          PIC X VALUE 'S'.
       01 LZ-ABBRUCH           PIC X VALUE 'A'.
       01 LZ-ANZAHL            PIC 9(9).

      *> Buchungsperiodensperre (siehe PERIODENPRUEF).
       01 BP-FUNKTION          PIC X VALUE 'B'.
       01 BP-PROGRAMM          PIC X(20) VALUE "DARLEHENLAUF".
       01 BP-DATUM             PIC 9(8).
       01 BP-GESPERRT          PIC X.

       LINKAGE SECTION.
       01 LP-PROBELAUF         PIC X.

       PROCEDURE DIVISION USING LP-PROBELAUF.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- DARLEHENSRATEN EINZIEHEN ---"
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           IF LP-PROBELAUF NOT = 'J'
      *> Keine Buchung in einen abgeschlossenen Monat.
               MOVE WS-HEUTE TO BP-DATUM
               CALL "PERIODENPRUEF" USING BP-FUNKTION BP-PROGRAMM
                   BP-DATUM BP-GESPERRT
               IF BP-GESPERRT = 'J'
                   MOVE 0 TO LZ-ANZAHL
                   CALL "LAUFZAEHLER" USING LZ-ABBRUCH LZ-ANZAHL
                   GOBACK
               END-IF
           END-IF
           MOVE 0 TO ANZAHL-EINGEZOGEN ANZAHL-RUECKSTAND
               ANZAHL-MAHNUNGEN ANZAHL-GEKUENDIGT ANZAHL-ERLEDIGT
           MOVE 'N' TO MAHNUNG-OK
           CALL "SYSTEM" USING "mkdir -p briefe"
           PERFORM MAHNPARAMETER-LADEN

           IF LP-PROBELAUF = 'J'
               DISPLAY "PROBELAUF - es wird nichts gebucht."
               PERFORM PROBELAUF-EROEFFNEN
               OPEN INPUT DARLEHEN-DATEI
           ELSE
               OPEN I-O DARLEHEN-DATEI
           END-IF
           IF WS-DL-STATUS = "35"
               DISPLAY "Hinweis: Keine Darlehen vorhanden."
           ELSE
               DISPLAY "Fehler: darlehen.dat konnte nicht geoeffnet "
                   "werden (Status " WS-DL-STATUS ")."
           ELSE
               IF LP-PROBELAUF = 'J'
                   OPEN INPUT KUNDEN-DATEI
               ELSE
                   OPEN I-O KUNDEN-DATEI
               END-IF
               IF WS-KUNDEN-STATUS NOT = "00"
                   MOVE "DARLEHENLAUF" TO WS-FP-PROGRAMM
                   MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
                       WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                       "werden (Status " WS-KUNDEN-STATUS ")."
               ELSE
               IF LP-PROBELAUF = 'J'
                   PERFORM ALLE-DARLEHEN-VERARBEITEN
                   CLOSE KUNDEN-DATEI
                   DISPLAY ANZAHL-EINGEZOGEN
                       " Raten waeren einzuziehen, "
                       ANZAHL-RUECKSTAND " Darlehen im Rueckstand."
               ELSE
                   OPEN OUTPUT BERICHT-DATEI
                   MOVE "RUECKSTANDSBERICHT DARLEHEN"
                   WRITE BERICHT-ZEILE
                   MOVE SPACES TO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
                   PERFORM MAHNDATEI-OEFFNEN
                   PERFORM ALLE-DARLEHEN-VERARBEITEN
                   IF MAHNUNG-OK = 'J'
                       CLOSE MAHNUNG-DATEI
                   END-IF
                   CLOSE BERICHT-DATEI
                   CLOSE KUNDEN-DATEI
                   PERFORM BERICHT-ABLEGEN
                   DISPLAY ANZAHL-EINGEZOGEN " Raten eingezogen, "
                       ANZAHL-RUECKSTAND " im Rueckstand."
                   DISPLAY ANZAHL-MAHNUNGEN " Mahnschreiben, "
                       ANZAHL-GEKUENDIGT " Kuendigungen, "
                       ANZAHL-ERLEDIGT " Rueckstaende ausgeglichen."
               END-IF
               END-IF
               CLOSE DARLEHEN-DATEI
           END-IF
           END-IF

           IF LP-PROBELAUF = 'J'
               MOVE 'A' TO PB-FUNKTION
               PERFORM PROBELAUF-MELDEN
           END-IF

           MOVE ANZAHL-EINGEZOGEN TO LZ-ANZAHL
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ANZAHL

           GOBACK.

       BERICHT-ABLEGEN.
                   NOT AT END
                       IF DL-STATUS = 'A'
                           AND DL-NAECHSTE-RATE <= WS-HEUTE
                           PERFORM RATEN-EINZIEHEN
                       ELSE
                       IF DL-STATUS = 'K'
                           PERFORM GESAMTFORDERUNG-EINZIEHEN
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Alle faelligen Raten nachholen, solange das Konto traegt -
      *> so baut sich ein Rueckstand ab, sobald wieder Deckung da
      *> ist. Bleibt eine Rate offen, laeuft das Mahnverfahren.
       RATEN-EINZIEHEN.
           MOVE 'J' TO RATE-OK-FLAGGE
           MOVE 0 TO PROBE-BELASTUNG
           PERFORM UNTIL RATE-OK-FLAGGE = 'N'
                   OR DL-STATUS NOT = 'A'
                   OR DL-NAECHSTE-RATE > WS-HEUTE
               PERFORM RATE-EINZIEHEN
           END-PERFORM

           IF LP-PROBELAUF = 'J'
               IF RATE-OK-FLAGGE = 'N'
                   ADD 1 TO ANZAHL-RUECKSTAND
               END-IF
           ELSE
               PERFORM MAHNSATZ-LESEN
               IF RATE-OK-FLAGGE = 'N'
                   PERFORM RUECKSTAND-VERARBEITEN
               ELSE
                   IF MAHNSATZ-VORHANDEN = 'J' AND DM-STATUS = 'O'
                       PERFORM MAHNVERFAHREN-ERLEDIGEN
                   END-IF
               END-IF
           END-IF.

       RATE-EINZIEHEN.
           MOVE 'J' TO RATE-OK-FLAGGE
           MOVE SPACES TO ABLEHNUNGSGRUND
               ELSE
                   PERFORM FAELLIGKEIT-WEITERSCHIEBEN
               END-IF
      *> Im Probelauf bleibt der fortgeschriebene Stand nur im
      *> Speicher, damit nachgeholte Raten richtig zerlegt werden.
               IF LP-PROBELAUF NOT = 'J'
                   REWRITE DARLEHEN-EINTRAG
                   IF WS-DL-STATUS NOT = "00"
                       MOVE "DARLEHENLAUF" TO WS-FP-PROGRAMM
                       MOVE "REWRITE DARLEHEN-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Darlehensstand konnte nicht gespeichert "
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-DL-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: Darlehen " DL-NR
                           " konnte nicht gespeichert werden (Status "
                           WS-DL-STATUS ")."
                   END-IF
               END-IF
           END-IF.

      *> Zinsanteil = Restschuld * Monatszins; die Tilgung ergibt

           IF RATE-OK-FLAGGE = 'J'
               COMPUTE WS-VERFUEGBAR = KUNDEN-KONTO - RATENBETRAG
                   + KUNDEN-UEBERZIEHUNGSLIMIT - PROBE-BELASTUNG
               IF WS-VERFUEGBAR < 0
                   MOVE 'N' TO RATE-OK-FLAGGE
                   MOVE "Guthaben samt Ueberziehungslimit reicht nicht"
               END-IF
           END-IF

           IF RATE-OK-FLAGGE = 'J' AND LP-PROBELAUF = 'J'
               ADD RATENBETRAG TO PROBE-BELASTUNG
               PERFORM PROBEBUCHUNGEN-MELDEN
           ELSE
           IF RATE-OK-FLAGGE = 'J'
               MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
               SUBTRACT RATENBETRAG FROM KUNDEN-KONTO
                   COMPUTE BUCHUNG-BETRAG = TILGUNGSANTEIL * -1
                   COMPUTE NEUER-SALDO = KUNDEN-KONTO + ZINSANTEIL
                   PERFORM BUCHUNG-SCHREIBEN
                   IF ZINSANTEIL > 0
                       MOVE "DARLEHENSZINS" TO BUCHUNG-ART
                       COMPUTE BUCHUNG-BETRAG = ZINSANTEIL * -1
                       MOVE KUNDEN-KONTO TO NEUER-SALDO
                       PERFORM BUCHUNG-SCHREIBEN
                   END-IF
               END-IF
           END-IF
           END-IF.

      *> Probelauf: dieselben Buchungen wie GIROKONTO-BELASTEN, aber
      *> nur an den Bericht gemeldet.
       PROBEBUCHUNGEN-MELDEN.
           MOVE 'B' TO PB-FUNKTION
           MOVE DL-KUNDEN-NR TO PB-KUNDEN-NR
           MOVE KUNDEN-NIEDERLASSUNG TO PB-NIEDERLASSUNG
           MOVE "TILGUNG" TO PB-ART
           COMPUTE PB-BETRAG = TILGUNGSANTEIL * -1
           PERFORM PROBELAUF-MELDEN
           IF ZINSANTEIL > 0
               MOVE "DARLEHENSZINS" TO PB-ART
               COMPUTE PB-BETRAG = ZINSANTEIL * -1
               PERFORM PROBELAUF-MELDEN
           END-IF.

       PROBELAUF-EROEFFNEN.
           MOVE 0 TO PB-KUNDEN-NR PB-BETRAG
           MOVE SPACES TO PB-NIEDERLASSUNG
           MOVE 'E' TO PB-FUNKTION
           PERFORM PROBELAUF-MELDEN
           MOVE 'V' TO PB-FUNKTION
           MOVE "TILGUNG" TO PB-ART
           PERFORM PROBELAUF-MELDEN
           MOVE "DARLEHENSZINS" TO PB-ART
           PERFORM PROBELAUF-MELDEN.

       PROBELAUF-MELDEN.
           CALL "PROBELAUFBERICHT" USING PB-FUNKTION PB-SCHRITT
               PB-KUNDEN-NR PB-NIEDERLASSUNG PB-ART PB-BETRAG.

      *> Schiebt DL-NAECHSTE-RATE um einen Monat weiter; der Tag
      *> wird wie in DAUERAUSFUEHREN auf das Monatsende gekappt.
       FAELLIGKEIT-WEITERSCHIEBEN.
           MOVE DL-NAECHSTE-RATE TO FAELLIG-DATUM
           PERFORM MONAT-WEITERZAEHLEN
           MOVE FAELLIG-DATUM TO DL-NAECHSTE-RATE.

       MONAT-WEITERZAEHLEN.
           ADD 1 TO FAELLIG-MONAT
           IF FAELLIG-MONAT > 12
               SUBTRACT 12 FROM FAELLIG-MONAT

           IF FAELLIG-TAG > WS-MONATSENDE
               MOVE WS-MONATSENDE TO FAELLIG-TAG
           END-IF.

       BUCHUNG-SCHREIBEN.
           OPEN I-O BEWEGUNGEN-DATEI
               MOVE "SYS " TO BEWEGUNG-MITARBEITER
               MOVE 1 TO BEWEGUNG-KURS
               MOVE 0 TO BEWEGUNG-KURS-DATUM
               MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
               WRITE BEWEGUNG-EINTRAG
      *> Zwei Buchungen desselben Kunden in derselben Hundertstel-
      *> sekunde: Zeit hochzaehlen, bis der Schluessel frei ist.
               END-IF
               CLOSE BEWEGUNGEN-DATEI
           END-IF.

      *> Mahnstufen, Verzugszins und Kuendigungsfrist einlesen. Ohne
      *> Datei oder ohne STUFE-Zeilen gelten drei Standardstufen.
       MAHNPARAMETER-LADEN.
           MOVE 0 TO MAHNSTUFEN-ANZAHL
           MOVE ZEROES TO MAHNSTUFEN-TABELLE
           MOVE 'N' TO STUFEN-GELESEN
           OPEN INPUT MAHNPARAM-DATEI
           IF WS-MAHNPARAM-STATUS NOT = "00"
               DISPLAY "Hinweis: mahnparameter.dat nicht gefunden "
                   "- Standard: Stufen nach 14/30/60 Tagen."
           ELSE
               MOVE 'N' TO PARAM-EOF-FLAGGE
               PERFORM UNTIL PARAM-EOF-FLAGGE = 'J'
                   READ MAHNPARAM-DATEI
                       AT END
                           MOVE 'J' TO PARAM-EOF-FLAGGE
                       NOT AT END
                           PERFORM MAHNPARAMZEILE-VERARBEITEN
                   END-READ
               END-PERFORM
               CLOSE MAHNPARAM-DATEI
           END-IF

           IF STUFEN-GELESEN = 'N'
               MOVE 3 TO MAHNSTUFEN-ANZAHL
               MOVE 14 TO MS-TAGE(1)
               MOVE 5.00 TO MS-GEBUEHR(1)
               MOVE 30 TO MS-TAGE(2)
               MOVE 10.00 TO MS-GEBUEHR(2)
               MOVE 60 TO MS-TAGE(3)
               MOVE 15.00 TO MS-GEBUEHR(3)
           END-IF.

       MAHNPARAMZEILE-VERARBEITEN.
           MOVE SPACES TO P-ART-TEXT P-WERT1-TEXT P-WERT2-TEXT
               P-WERT3-TEXT
           UNSTRING MAHNPARAM-ZEILE DELIMITED BY ";"
               INTO P-ART-TEXT P-WERT1-TEXT P-WERT2-TEXT P-WERT3-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(P-ART-TEXT) TO P-ART-TEXT
           MOVE FUNCTION TEST-NUMVAL(P-WERT1-TEXT)
               TO NUMVAL-TESTRESULT
           IF NUMVAL-TESTRESULT = 0
               EVALUATE P-ART-TEXT
                   WHEN "STUFE"
                       PERFORM MAHNSTUFE-UEBERNEHMEN
                   WHEN "VERZUGSZINS"
                       COMPUTE VERZUGSZINS-SATZ =
                           FUNCTION NUMVAL(P-WERT1-TEXT)
                   WHEN "KUENDIGUNG"
                       COMPUTE KUENDIGUNGSFRIST =
                           FUNCTION NUMVAL(P-WERT1-TEXT)
               END-EVALUATE
           END-IF.

       MAHNSTUFE-UEBERNEHMEN.
           COMPUTE P-STUFE = FUNCTION NUMVAL(P-WERT1-TEXT)
           IF P-STUFE < 1 OR P-STUFE > 5
               DISPLAY "Hinweis: Mahnstufe " P-STUFE
                   " in mahnparameter.dat ignoriert (erlaubt 1-5)."
           ELSE
               MOVE 'J' TO STUFEN-GELESEN
               IF FUNCTION TEST-NUMVAL(P-WERT2-TEXT) = 0
                   COMPUTE MS-TAGE(P-STUFE) =
                       FUNCTION NUMVAL(P-WERT2-TEXT)
               END-IF
               IF FUNCTION TEST-NUMVAL(P-WERT3-TEXT) = 0
                   COMPUTE MS-GEBUEHR(P-STUFE) =
                       FUNCTION NUMVAL(P-WERT3-TEXT)
               END-IF
               IF P-STUFE > MAHNSTUFEN-ANZAHL
                   MOVE P-STUFE TO MAHNSTUFEN-ANZAHL
               END-IF
           END-IF.

       MAHNDATEI-OEFFNEN.
           MOVE 'N' TO MAHNUNG-OK
           OPEN I-O MAHNUNG-DATEI
           IF WS-MAHNUNG-STATUS = "35"
               OPEN OUTPUT MAHNUNG-DATEI
               CLOSE MAHNUNG-DATEI
               OPEN I-O MAHNUNG-DATEI
           END-IF
           IF WS-MAHNUNG-STATUS = "00"
               MOVE 'J' TO MAHNUNG-OK
           ELSE
               MOVE "DARLEHENLAUF" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O MAHNUNG-DATEI" TO WS-FP-VORGANG
               MOVE "Mahnwesen fuer diesen Lauf ausgesetzt"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM WS-FP-VORGANG
                   WS-MAHNUNG-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: darlehen-mahnungen.dat konnte nicht "
                   "geoeffnet werden (Status " WS-MAHNUNG-STATUS
                   "). Es werden keine Mahnungen erstellt."
           END-IF.

       MAHNSATZ-LESEN.
           MOVE 'N' TO MAHNSATZ-VORHANDEN
           IF MAHNUNG-OK = 'J'
               MOVE DL-NR TO DM-DL-NR
               READ MAHNUNG-DATEI KEY IS DM-DL-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO MAHNSATZ-VORHANDEN
               END-READ
           END-IF.

       MAHNSATZ-SPEICHERN.
           IF MAHNSATZ-VORHANDEN = 'J'
               REWRITE MAHNUNG-EINTRAG
           ELSE
               WRITE MAHNUNG-EINTRAG
               MOVE 'J' TO MAHNSATZ-VORHANDEN
           END-IF
           IF WS-MAHNUNG-STATUS NOT = "00"
               MOVE "DARLEHENLAUF" TO WS-FP-PROGRAMM
               MOVE "WRITE MAHNUNG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Mahnsatz konnte nicht gespeichert werden"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-MAHNUNG-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Mahnsatz fuer Darlehen " DL-NR
                   " konnte nicht gespeichert werden (Status "
                   WS-MAHNUNG-STATUS ")."
           END-IF.

      *> Rate nicht einziehbar: Rueckstand fortschreiben, bei
      *> Erreichen der naechsten Stufe mahnen, nach der letzten Stufe
      *> und Ablauf der Kuendigungsfrist das Darlehen kuendigen.
       RUECKSTAND-VERARBEITEN.
           PERFORM RUECKSTAND-ERMITTELN

           IF MAHNUNG-OK = 'J'
               IF MAHNSATZ-VORHANDEN = 'N' OR DM-STATUS = 'E'
                   MOVE DL-NR TO DM-DL-NR
                   MOVE DL-KUNDEN-NR TO DM-KUNDEN-NR
                   MOVE 0 TO DM-STUFE DM-LETZTE-MAHNUNG DM-GEBUEHREN
                       DM-ZINS-OFFEN DM-RUECKSTAND
                   MOVE DL-NAECHSTE-RATE TO DM-ZINS-BIS
                   MOVE 'O' TO DM-STATUS
               END-IF

               PERFORM VERZUGSZINS-AUFLAUFEN
               MOVE RATEN-ANZAHL TO DM-RATEN-RUECKSTAND
               MOVE RUECKSTAND-BETRAG TO DM-RUECKSTAND
               MOVE DL-NAECHSTE-RATE TO DM-RUECKSTAND-SEIT

               IF DM-STUFE < MAHNSTUFEN-ANZAHL
                   IF TAGE-RUECKSTAND >= MS-TAGE(DM-STUFE + 1)
                       PERFORM MAHNSTUFE-ERHOEHEN
                   END-IF
               ELSE
                   IF DM-STUFE > 0 AND DM-LETZTE-MAHNUNG > 0
                       COMPUTE TAGE-SEIT-MAHNUNG =
                           FUNCTION INTEGER-OF-DATE(WS-HEUTE)
                           - FUNCTION INTEGER-OF-DATE(DM-LETZTE-MAHNUNG)
                       IF TAGE-SEIT-MAHNUNG >= KUENDIGUNGSFRIST
                           PERFORM DARLEHEN-KUENDIGEN
                       END-IF
                   END-IF
               END-IF

               PERFORM MAHNSATZ-SPEICHERN
           END-IF

           ADD 1 TO ANZAHL-RUECKSTAND
           MOVE RUECKSTAND-BETRAG TO MASK-BETRAG
           MOVE DL-NAECHSTE-RATE TO MASK-DATUM
           MOVE SPACES TO BERICHT-ZEILE
           IF DL-STATUS = 'K'
               STRING "DARLEHEN " DL-NR " KONTO " DL-KUNDEN-NR
                   " GEKUENDIGT - RESTSCHULD FAELLIG, RUECKSTAND "
                   MASK-BETRAG " SEIT " MASK-DATUM ": "
                   FUNCTION TRIM(ABLEHNUNGSGRUND)
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
           ELSE
               STRING "DARLEHEN " DL-NR " KONTO " DL-KUNDEN-NR
                   " STUFE " DM-STUFE " RATEN " RATEN-ANZAHL
                   " RUECKSTAND " MASK-BETRAG " SEIT " MASK-DATUM ": "
                   FUNCTION TRIM(ABLEHNUNGSGRUND)
                   DELIMITED BY SIZE INTO BERICHT-ZEILE
           END-IF
           WRITE BERICHT-ZEILE.

      *> Zaehlt die seit DL-NAECHSTE-RATE faellig gewordenen Raten.
      *> Der Rueckstand ist hoechstens die Restschuld samt dem Zins
      *> der laufenden Rate.
       RUECKSTAND-ERMITTELN.
           MOVE 0 TO RATEN-ANZAHL
           MOVE DL-NAECHSTE-RATE TO FAELLIG-DATUM
           PERFORM UNTIL FAELLIG-DATUM > WS-HEUTE
               ADD 1 TO RATEN-ANZAHL
               PERFORM MONAT-WEITERZAEHLEN
           END-PERFORM
           IF DL-RATEN-OFFEN > 0 AND RATEN-ANZAHL > DL-RATEN-OFFEN
               MOVE DL-RATEN-OFFEN TO RATEN-ANZAHL
           END-IF

           COMPUTE RUECKSTAND-BETRAG = RATEN-ANZAHL * DL-RATE
           IF RUECKSTAND-BETRAG > DL-RESTSCHULD + ZINSANTEIL
               COMPUTE RUECKSTAND-BETRAG = DL-RESTSCHULD + ZINSANTEIL
           END-IF

           COMPUTE TAGE-RUECKSTAND =
               FUNCTION INTEGER-OF-DATE(WS-HEUTE)
               - FUNCTION INTEGER-OF-DATE(DL-NAECHSTE-RATE).

      *> Verzugszins auf den bisherigen Rueckstand vom letzten
      *> Zinstag bis heute (act/365) in DM-ZINS-OFFEN sammeln.
       VERZUGSZINS-AUFLAUFEN.
           MOVE 0 TO ZINSTAGE
           IF DM-ZINS-BIS > 0 AND DM-ZINS-BIS < WS-HEUTE
               COMPUTE ZINSTAGE =
                   FUNCTION INTEGER-OF-DATE(WS-HEUTE)
                   - FUNCTION INTEGER-OF-DATE(DM-ZINS-BIS)
           END-IF
           COMPUTE ZINS-ZUWACHS ROUNDED =
               DM-RUECKSTAND * VERZUGSZINS-SATZ * ZINSTAGE / 365
           ADD ZINS-ZUWACHS TO DM-ZINS-OFFEN
           MOVE WS-HEUTE TO DM-ZINS-BIS.

       MAHNSTUFE-ERHOEHEN.
           ADD 1 TO DM-STUFE
           MOVE MS-GEBUEHR(DM-STUFE) TO MAHNGEBUEHR
           COMPUTE VERZUGSZINS ROUNDED = DM-ZINS-OFFEN
           PERFORM MAHNKOSTEN-BELASTEN
           MOVE WS-HEUTE TO DM-LETZTE-MAHNUNG
           PERFORM MAHNSCHREIBEN-ERSTELLEN
           ADD 1 TO ANZAHL-MAHNUNGEN
           DISPLAY "Darlehen " DL-NR ": Mahnstufe " DM-STUFE
               " erreicht.".

      *> Mahngebuehr und faellige Verzugszinsen belasten das
      *> Girokonto auch ohne Deckung - sie erhoehen den Sollsaldo
      *> und werden nicht vom Ueberziehungslimit abhaengig gemacht.
       MAHNKOSTEN-BELASTEN.
           PERFORM KUNDE-LESEN
           COMPUTE GESAMTKOSTEN = MAHNGEBUEHR + VERZUGSZINS
           IF KUNDE-GEFUNDEN = 'J' AND GESAMTKOSTEN > 0
               MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
               SUBTRACT GESAMTKOSTEN FROM KUNDEN-KONTO
               REWRITE KUNDEN-EINTRAG
               IF WS-KUNDEN-STATUS NOT = "00"
                   MOVE "DARLEHENLAUF" TO WS-FP-PROGRAMM
                   MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Mahnkosten nicht belastet" TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Mahnkosten fuer Darlehen " DL-NR
                       " konnten nicht belastet werden (Status "
                       WS-KUNDEN-STATUS ")."
               ELSE
                   MOVE "DARLEHENLAUF" TO WS-JRN-PROGRAMM
                   MOVE "REWRITE" TO WS-JRN-AKTION
                   MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
                   CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                       WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
                   IF MAHNGEBUEHR > 0
                       MOVE "MAHNGEBUEHR" TO BUCHUNG-ART
                       COMPUTE BUCHUNG-BETRAG = MAHNGEBUEHR * -1
                       COMPUTE NEUER-SALDO = KUNDEN-KONTO + VERZUGSZINS
                       PERFORM BUCHUNG-SCHREIBEN
                   END-IF
                   IF VERZUGSZINS > 0
                       MOVE "VERZUGSZINSEN" TO BUCHUNG-ART
                       COMPUTE BUCHUNG-BETRAG = VERZUGSZINS * -1
                       MOVE KUNDEN-KONTO TO NEUER-SALDO
                       PERFORM BUCHUNG-SCHREIBEN
                   END-IF
                   ADD GESAMTKOSTEN TO DM-GEBUEHREN
                   SUBTRACT VERZUGSZINS FROM DM-ZINS-OFFEN
               END-IF
           END-IF.

       KUNDE-LESEN.
           MOVE 'N' TO KUNDE-GEFUNDEN
           MOVE DL-KUNDEN-NR TO KUNDEN-NR
           READ KUNDEN-DATEI KEY IS KUNDEN-NR
               INVALID KEY
                   MOVE SPACES TO KUNDEN-NAME
               NOT INVALID KEY
                   MOVE 'J' TO KUNDE-GEFUNDEN
           END-READ.

      *> Letzte Stufe ohne Ausgleich: Kuendigung, die gesamte
      *> Restschuld wird faellig und als Rueckstand gefuehrt.
       DARLEHEN-KUENDIGEN.
           MOVE 'K' TO DL-STATUS
           REWRITE DARLEHEN-EINTRAG
           IF WS-DL-STATUS NOT = "00"
               MOVE 'A' TO DL-STATUS
               MOVE "DARLEHENLAUF" TO WS-FP-PROGRAMM
               MOVE "REWRITE DARLEHEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Kuendigung nicht gespeichert" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-DL-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Kuendigung von Darlehen " DL-NR
                   " konnte nicht gespeichert werden (Status "
                   WS-DL-STATUS ")."
           ELSE
               MOVE 'K' TO DM-STATUS
               MOVE DL-RESTSCHULD TO DM-RUECKSTAND
               MOVE WS-HEUTE TO KUENDIGUNG-DATUM
               PERFORM KUNDE-LESEN
               PERFORM KUENDIGUNGSSCHREIBEN-ERSTELLEN
               ADD 1 TO ANZAHL-GEKUENDIGT
               DISPLAY "Darlehen " DL-NR " gekuendigt - Restschuld "
                   "faellig."
           END-IF.

      *> Gekuendigtes Darlehen: jeden Tag die gesamte Restschuld
      *> einzuziehen versuchen; gelingt es, ist das Darlehen beendet.
       GESAMTFORDERUNG-EINZIEHEN.
           MOVE 'J' TO RATE-OK-FLAGGE
           MOVE 0 TO PROBE-BELASTUNG
           MOVE SPACES TO ABLEHNUNGSGRUND
           MOVE 0 TO ZINSANTEIL
           MOVE DL-RESTSCHULD TO TILGUNGSANTEIL
           MOVE DL-RESTSCHULD TO RATENBETRAG
           PERFORM GIROKONTO-BELASTEN
           IF LP-PROBELAUF = 'J'
               IF RATE-OK-FLAGGE = 'N'
                   ADD 1 TO ANZAHL-RUECKSTAND
               END-IF
           ELSE
               PERFORM MAHNSATZ-LESEN

               IF RATE-OK-FLAGGE = 'J'
                   MOVE 0 TO DL-RESTSCHULD DL-RATEN-OFFEN
                   MOVE 'B' TO DL-STATUS
                   REWRITE DARLEHEN-EINTRAG
                   IF WS-DL-STATUS NOT = "00"
                       MOVE "DARLEHENLAUF" TO WS-FP-PROGRAMM
                       MOVE "REWRITE DARLEHEN-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Darlehensstand konnte nicht gespeichert "
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-DL-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: Darlehen " DL-NR
                           " konnte nicht gespeichert werden (Status "
                           WS-DL-STATUS ")."
                   END-IF
                   DISPLAY "Gekuendigtes Darlehen " DL-NR
                       " vollstaendig zurueckgezahlt."
                   IF MAHNSATZ-VORHANDEN = 'J' AND DM-STATUS NOT = 'E'
                       PERFORM MAHNVERFAHREN-ERLEDIGEN
                   END-IF
               ELSE
                   IF MAHNSATZ-VORHANDEN = 'J'
                       PERFORM VERZUGSZINS-AUFLAUFEN
                       MOVE DL-RESTSCHULD TO DM-RUECKSTAND
                       PERFORM MAHNSATZ-SPEICHERN
                   END-IF
                   ADD 1 TO ANZAHL-RUECKSTAND
                   MOVE DL-RESTSCHULD TO MASK-BETRAG
                   MOVE SPACES TO BERICHT-ZEILE
                   STRING "DARLEHEN " DL-NR " KONTO " DL-KUNDEN-NR
                       " GEKUENDIGT - RESTSCHULD " MASK-BETRAG
                       " OFFEN: " FUNCTION TRIM(ABLEHNUNGSGRUND)
                       DELIMITED BY SIZE INTO BERICHT-ZEILE
                   WRITE BERICHT-ZEILE
               END-IF
           END-IF.

      *> Rueckstand ausgeglichen: bis heute aufgelaufene Verzugszinsen
      *> belasten und den Mahnsatz schliessen.
       MAHNVERFAHREN-ERLEDIGEN.
           PERFORM VERZUGSZINS-AUFLAUFEN
           MOVE 0 TO MAHNGEBUEHR
           COMPUTE VERZUGSZINS ROUNDED = DM-ZINS-OFFEN
           IF VERZUGSZINS > 0
               PERFORM MAHNKOSTEN-BELASTEN
           END-IF
           MOVE 0 TO DM-RATEN-RUECKSTAND DM-RUECKSTAND DM-ZINS-OFFEN
           MOVE 'E' TO DM-STATUS
           PERFORM MAHNSATZ-SPEICHERN
           ADD 1 TO ANZAHL-ERLEDIGT
           DISPLAY "Darlehen " DL-NR ": Rueckstand ausgeglichen.".

       MAHNSCHREIBEN-ERSTELLEN.
           MOVE SPACES TO WS-BRIEF-PFAD
           STRING "briefe/darlehen-mahnung-" DL-NR "-" DM-STUFE "-"
               WS-HEUTE ".txt" DELIMITED BY SIZE INTO WS-BRIEF-PFAD
           OPEN OUTPUT BRIEF-DATEI
           IF WS-BRIEF-STATUS NOT = "00"
               DISPLAY "Fehler: Mahnschreiben fuer Darlehen " DL-NR
                   " konnte nicht erstellt werden (Status "
                   WS-BRIEF-STATUS ")."
           ELSE
               PERFORM ADRESSBLOCK-SCHREIBEN
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               IF DM-STUFE = MAHNSTUFEN-ANZAHL
                   STRING "LETZTE MAHNUNG - Darlehen " DL-NR
                       DELIMITED BY SIZE INTO BRIEF-ZEILE
               ELSE
                   STRING DM-STUFE ". Mahnung - Darlehen " DL-NR
                       DELIMITED BY SIZE INTO BRIEF-ZEILE
               END-IF
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE DM-RUECKSTAND TO MASK-BETRAG
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Aus Ihrem Darlehen sind " DM-RATEN-RUECKSTAND
                   " Rate(n) ueber " MASK-BETRAG " EUR offen,"
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE DM-RUECKSTAND-SEIT TO MASK-DATUM
               MOVE SPACES TO BRIEF-ZEILE
               STRING "die aelteste davon faellig seit dem "
                   MASK-DATUM "." DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE MAHNGEBUEHR TO MASK-BETRAG
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Mahngebuehr: " MASK-BETRAG " EUR"
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE VERZUGSZINS TO MASK-BETRAG
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Verzugszinsen: " MASK-BETRAG " EUR"
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "Beide Betraege wurden Ihrem Girokonto belastet."
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "Bitte sorgen Sie umgehend fuer Deckung auf Ihrem "
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "Girokonto, damit die offenen Raten eingezogen "
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "werden koennen." TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               IF DM-STUFE = MAHNSTUFEN-ANZAHL
                   MOVE SPACES TO BRIEF-ZEILE
                   STRING "Geht der Rueckstand nicht binnen "
                       KUENDIGUNGSFRIST " Tagen ein, kuendigen wir"
                       DELIMITED BY SIZE INTO BRIEF-ZEILE
                   WRITE BRIEF-ZEILE
                   MOVE "das Darlehen; die gesamte Restschuld wird "
                       TO BRIEF-ZEILE
                   WRITE BRIEF-ZEILE
                   MOVE "dann sofort faellig." TO BRIEF-ZEILE
                   WRITE BRIEF-ZEILE
               END-IF
               CLOSE BRIEF-DATEI
           END-IF.

       KUENDIGUNGSSCHREIBEN-ERSTELLEN.
           MOVE SPACES TO WS-BRIEF-PFAD
           STRING "briefe/darlehen-kuendigung-" DL-NR "-" WS-HEUTE
               ".txt" DELIMITED BY SIZE INTO WS-BRIEF-PFAD
           OPEN OUTPUT BRIEF-DATEI
           IF WS-BRIEF-STATUS NOT = "00"
               DISPLAY "Fehler: Kuendigungsschreiben fuer Darlehen "
                   DL-NR " konnte nicht erstellt werden (Status "
                   WS-BRIEF-STATUS ")."
           ELSE
               PERFORM ADRESSBLOCK-SCHREIBEN
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               STRING "KUENDIGUNG - Darlehen " DL-NR
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE DM-LETZTE-MAHNUNG TO MASK-DATUM
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Trotz unserer letzten Mahnung vom " MASK-DATUM
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "ist der Ratenrueckstand nicht ausgeglichen worden."
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE KUENDIGUNG-DATUM TO MASK-DATUM
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Wir kuendigen das Darlehen hiermit zum "
                   MASK-DATUM "." DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE DL-RESTSCHULD TO MASK-BETRAG
               MOVE SPACES TO BRIEF-ZEILE
               STRING "Die gesamte Restschuld von " MASK-BETRAG
                   " EUR ist sofort faellig"
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "und wird Ihrem Girokonto belastet, sobald es "
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "Deckung aufweist." TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "Bis zur Rueckzahlung fallen Verzugszinsen an."
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               CLOSE BRIEF-DATEI
           END-IF.

       ADRESSBLOCK-SCHREIBEN.
           MOVE 'N' TO ADRESSE-GEFUNDEN
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "00"
               MOVE DL-KUNDEN-NR TO ADR-KUNDEN-NR
               READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO ADRESSE-GEFUNDEN
               END-READ
               CLOSE ADRESSEN-DATEI
           END-IF
           MOVE KUNDEN-NAME TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           IF ADRESSE-GEFUNDEN = 'J'
               MOVE ADR-STRASSE TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE SPACES TO BRIEF-ZEILE
               STRING ADR-PLZ " " ADR-ORT
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
           ELSE
               MOVE "(keine Adresse erfasst)" TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
           END-IF.
