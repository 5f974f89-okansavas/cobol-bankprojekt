       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACHLASS.

      *> Nachlassbearbeitung: erfasst den Tod eines Kunden in einem
      *> Arbeitsgang statt ueber ein Dutzend Einzelmasken. Nach
      *> Eingabe von Personennummer, Todestag und Nachlasskontakt
      *>   - wird der Nachlasskontakt in nachlass.dat abgelegt und
      *>     der Todestag in personen.dat vermerkt (kann der Kontakt
      *>     nicht gespeichert werden, bricht die Bearbeitung ab),
      *>   - gehen alle nicht geschlossenen Konten der Person in den
      *>     Status N (Nachlass): Gutschriften laufen weiter,
      *>     Verfuegungen nur mit Freigabe eines Supervisors,
      *>   - werden die Karten der Konten gesperrt (karten.dat),
      *>   - werden die Dauerauftraege zulasten der Konten
      *>     stillgelegt (dauerauftraege.dat),
      *>   - werden die Vollmachten nach Art angepasst
      *>     (vollmachten.dat): Einzahlungsvollmachten enden am
      *>     Todestag, Vollvollmachten bleiben als Vollmacht ueber
      *>     den Tod hinaus bestehen (Art T, Legitimation pruefen);
      *>     Vollmachten des Verstorbenen fuer fremde Konten enden,
      *>   - gehen die Kontoauszuege an den Nachlasskontakt
      *>     (versandart.dat, Art N),
      *>   - entsteht die Saldenbestaetigung zum Todestag fuer das
      *>     Erbschaftsteuerfinanzamt in
      *>     briefe/saldenbestaetigung-PPPPP.txt: Kontosalden am
      *>     Todestag (aktueller Saldo abzueglich der spaeter
      *>     gebuchten Umsaetze), Festgelder und Darlehen.
      *> Gemeinschaftskonten (kontoinhaber.dat), an denen der
      *> Verstorbene beteiligt war, bleiben fuer die uebrigen Inhaber
      *> aktiv - Status, Karten und Dauerauftraege bleiben unberuehrt;
      *> sie erscheinen mit dem Anteil des Erblassers in der
      *> Saldenbestaetigung.
      *> Die Saldenbestaetigung kann spaeter erneut erstellt werden.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.
           SELECT NACHLASS-DATEI ASSIGN TO "nachlass.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-PERSON-NR
               FILE STATUS IS WS-NL-STATUS.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT KARTEN-DATEI ASSIGN TO "karten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KARTE-NR
               FILE STATUS IS WS-KARTEN-STATUS.
           SELECT DAUERAUFTRAG-DATEI ASSIGN TO "dauerauftraege.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-NR
               FILE STATUS IS WS-DA-STATUS.
           SELECT VOLLMACHT-DATEI ASSIGN TO "vollmachten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-SCHLUESSEL
               FILE STATUS IS WS-VM-STATUS.
           SELECT VERSANDART-DATEI ASSIGN TO "versandart.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-KUNDEN-NR
               FILE STATUS IS WS-VERSANDART-STATUS.
           SELECT ADRESSEN-DATEI ASSIGN TO "adressen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT BEWEGUNGEN-DATEI ASSIGN TO "kontobewegungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.
           SELECT FESTGELD-DATEI ASSIGN TO "festgelder.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FG-NR
               FILE STATUS IS WS-FG-STATUS.
           SELECT DARLEHEN-DATEI ASSIGN TO "darlehen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-NR
               FILE STATUS IS WS-DL-STATUS.
           SELECT BRIEF-DATEI ASSIGN TO WS-BRIEF-PFAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERSONEN-DATEI.
           COPY PERSON.

       FD NACHLASS-DATEI.
           COPY NACHLASSKONTAKT.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD KARTEN-DATEI.
           COPY KARTE.

       FD DAUERAUFTRAG-DATEI.
           COPY DAUERAUFTRAG.

       FD VOLLMACHT-DATEI.
           COPY VOLLMACHT.

       FD VERSANDART-DATEI.
           COPY VERSAND.

       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       FD FESTGELD-DATEI.
           COPY FESTGELD.

       FD DARLEHEN-DATEI.
           COPY DARLEHEN.

       FD BRIEF-DATEI.
       01 BRIEF-ZEILE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-NL-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-IH-STATUS         PIC XX.
       01 WS-KARTEN-STATUS     PIC XX.
       01 WS-DA-STATUS         PIC XX.
       01 WS-VM-STATUS         PIC XX.
       01 WS-VERSANDART-STATUS PIC XX.
       01 WS-ADRESSEN-STATUS   PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 WS-FG-STATUS         PIC XX.
       01 WS-DL-STATUS         PIC XX.
       01 WS-BRIEF-STATUS      PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 TABELLE-FLAGGE       PIC X VALUE 'N'.
       01 EINZEL-FLAGGE        PIC X VALUE 'N'.
       01 SATZ-GEAENDERT       PIC X VALUE 'N'.
       01 TEMP-ANTWORT         PIC X.
       01 WS-HEUTE             PIC 9(8).
       01 SUCH-PERSON          PIC 9(5).
       01 PERSON-NAME-ANZ      PIC X(30).
       01 STERBEDATUM          PIC 9(8).
       01 TEMP-KONTAKT-NAME    PIC X(30).
       01 TEMP-KONTAKT-STRASSE PIC X(30).
       01 TEMP-KONTAKT-PLZ     PIC X(10).
       01 TEMP-KONTAKT-ORT     PIC X(25).

      *> Konten der verstorbenen Person
       01 NK-ANZAHL            PIC 9(3) VALUE 0.
       01 NK-TABELLE.
           05 NK-EINTRAG OCCURS 50 TIMES.
               10 NK-NR            PIC 9(5).
               10 NK-STATUS        PIC X.
               10 NK-KONTOART      PIC X.
               10 NK-WAEHRUNG      PIC X(3).
               10 NK-SALDO         PIC S9(7)V99.
               10 NK-DARLEHEN      PIC 9(3).
               10 NK-GEMEINSAM     PIC X.
               10 NK-ANTEIL        PIC 9(3)V99.
       01 NK-IDX               PIC 9(3).
      *> Gemeinschaftskonten, an denen die Person beteiligt ist
       01 GK-ANZAHL            PIC 9(3) VALUE 0.
       01 GK-TABELLE.
           05 GK-EINTRAG OCCURS 50 TIMES.
               10 GK-KONTO         PIC 9(5).
               10 GK-ANTEIL        PIC 9(3)V99.
       01 GK-IDX               PIC 9(3).
       01 GK-GEFUNDEN          PIC X VALUE 'N'.
       01 MASK-ANTEIL          PIC ZZ9.99.
       01 PRUEF-KONTO          PIC 9(5).

       01 ANZAHL-KONTEN        PIC 9(3) VALUE 0.
       01 ANZAHL-KARTEN        PIC 9(5) VALUE 0.
       01 ANZAHL-DAUERAUFTRAEGE PIC 9(5) VALUE 0.
       01 ANZAHL-VM-BEENDET    PIC 9(5) VALUE 0.
       01 ANZAHL-VM-UEBER-TOD  PIC 9(5) VALUE 0.
       01 ANZAHL-VERSAND       PIC 9(3) VALUE 0.

       01 UMSATZ-NACH-TOD      PIC S9(9)V99.
       01 TILGUNG-NACH-TOD     PIC 9(9)V99.
       01 SALDO-TODESTAG       PIC S9(9)V99.
       01 RESTSCHULD-TODESTAG  PIC 9(9)V99.
       01 ANZAHL-POSTEN        PIC 9(3).
       01 MASK-SALDO           PIC -(8)9.99.
       01 MASK-BETRAG          PIC Z(8)9.99.
       01 MASK-DATUM           PIC 9999/99/99.
       01 MASK-DATUM2          PIC 9999/99/99.
       01 KONTOART-ANZ         PIC X(10).
       01 WS-BRIEF-PFAD        PIC X(80).

       01 WS-JRN-PROGRAMM      PIC X(20).
       01 WS-JRN-AKTION        PIC X(8).
       01 WS-JRN-ALT           PIC X(80).
       01 WS-JRN-NEU           PIC X(80).
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wird im Nachlasssatz als Erfasser vermerkt.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- NACHLASSBEARBEITUNG ---"
               DISPLAY "1 - Sterbefall erfassen"
               DISPLAY "2 - Saldenbestaetigung zum Todestag erneut "
                   "erstellen"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM STERBEFALL-ERFASSEN
                   WHEN 2
                       PERFORM BESTAETIGUNG-WIEDERHOLEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       STERBEFALL-ERFASSEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Personennummer des Verstorbenen: "
           ACCEPT SUCH-PERSON
           PERFORM PERSON-LESEN
           IF ABBRUCH-FLAGGE = 'N' AND PERSON-STERBEDATUM NOT = 0
               MOVE 'J' TO ABBRUCH-FLAGGE
               MOVE PERSON-STERBEDATUM TO MASK-DATUM
               DISPLAY "Fehler: Sterbefall ist bereits erfasst "
                   "(Todestag " MASK-DATUM ")."
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Todestag JJJJMMTT: "
               ACCEPT STERBEDATUM
               IF FUNCTION TEST-DATE-YYYYMMDD(STERBEDATUM) NOT = 0
                       OR STERBEDATUM > WS-HEUTE
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Todestag ungueltig."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Nachlasskontakt (Erbe, Testamentsvoll"
                   "strecker) - Name: "
               ACCEPT TEMP-KONTAKT-NAME
               IF FUNCTION TRIM(TEMP-KONTAKT-NAME) = SPACES
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Nachlasskontakt darf nicht leer "
                       "sein."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Strasse: "
               ACCEPT TEMP-KONTAKT-STRASSE
               DISPLAY "PLZ: "
               ACCEPT TEMP-KONTAKT-PLZ
               DISPLAY "Ort: "
               ACCEPT TEMP-KONTAKT-ORT
               PERFORM KONTEN-ERMITTELN
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Konten der Person: " NK-ANZAHL
               PERFORM VARYING NK-IDX FROM 1 BY 1
                       UNTIL NK-IDX > NK-ANZAHL
                   MOVE NK-SALDO(NK-IDX) TO MASK-SALDO
                   IF NK-GEMEINSAM(NK-IDX) = 'J'
                       MOVE NK-ANTEIL(NK-IDX) TO MASK-ANTEIL
                       DISPLAY "  " NK-NR(NK-IDX) " Status "
                           NK-STATUS(NK-IDX) " " MASK-SALDO " "
                           NK-WAEHRUNG(NK-IDX) " Gemeinschaftskonto, "
                           "Anteil " MASK-ANTEIL " %"
                   ELSE
                       DISPLAY "  " NK-NR(NK-IDX) " Status "
                           NK-STATUS(NK-IDX) " " MASK-SALDO " "
                           NK-WAEHRUNG(NK-IDX)
                   END-IF
               END-PERFORM
               DISPLAY "Nachlassbearbeitung fuer " PERSON-NAME-ANZ
                   " jetzt durchfuehren (J/N)? "
               ACCEPT TEMP-ANTWORT
               MOVE FUNCTION UPPER-CASE(TEMP-ANTWORT) TO TEMP-ANTWORT
               IF TEMP-ANTWORT NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Abgebrochen."
               END-IF
           END-IF

      *> Den Nachlasskontakt zuerst speichern: ohne ihn liefe die
      *> Versandumleitung ins Leere. Schlaegt das fehl, ist noch
      *> nichts geaendert und der Sterbefall kann neu erfasst werden.
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM NACHLASSSATZ-SCHREIBEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM TODESTAG-VERMERKEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM KONTEN-UMSTELLEN
               PERFORM KARTEN-SPERREN
               PERFORM DAUERAUFTRAEGE-STILLLEGEN
               PERFORM VOLLMACHTEN-ANPASSEN
               PERFORM VERSAND-UMLEITEN
               PERFORM SALDENBESTAETIGUNG-ERSTELLEN
               DISPLAY " "
               DISPLAY "Nachlassbearbeitung abgeschlossen:"
               DISPLAY "  " ANZAHL-KONTEN " Konten auf Nachlass "
                   "umgestellt"
               DISPLAY "  " ANZAHL-KARTEN " Karten gesperrt"
               DISPLAY "  " ANZAHL-DAUERAUFTRAEGE
                   " Dauerauftraege stillgelegt"
               DISPLAY "  " ANZAHL-VM-BEENDET " Vollmachten beendet, "
                   ANZAHL-VM-UEBER-TOD " ueber den Tod hinaus "
                   "(Legitimation pruefen)"
               DISPLAY "  " ANZAHL-VERSAND " Konten: Auszuege an "
                   FUNCTION TRIM(TEMP-KONTAKT-NAME)
           END-IF.

       BESTAETIGUNG-WIEDERHOLEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           DISPLAY "Personennummer des Verstorbenen: "
           ACCEPT SUCH-PERSON
           PERFORM PERSON-LESEN
           IF ABBRUCH-FLAGGE = 'N' AND PERSON-STERBEDATUM = 0
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Fuer diese Person ist kein "
                   "Sterbefall erfasst."
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE PERSON-STERBEDATUM TO STERBEDATUM
               PERFORM KONTEN-ERMITTELN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM SALDENBESTAETIGUNG-ERSTELLEN
           END-IF.

       PERSON-LESEN.
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: personen.dat konnte nicht geoeffnet "
                   "werden (Status " WS-PERSONEN-STATUS ")."
           ELSE
               MOVE SUCH-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Person " SUCH-PERSON
                           " nicht gefunden."
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO PERSON-NAME-ANZ
                       DISPLAY "Person: " PERSON-NAME
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.

      *> Alle Konten der Person sammeln. Geschlossene Konten zaehlen
      *> nur mit, wenn sie erst nach dem Todestag geschlossen wurden
      *> (Saldo am Todestag nicht 0) - das prueft die
      *> Saldenbestaetigung.
       KONTEN-ERMITTELN.
           MOVE 0 TO NK-ANZAHL
           PERFORM GEMEINSCHAFTSKONTEN-LADEN
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ KUNDEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           PERFORM GEMEINSCHAFTSKONTO-SUCHEN
                           IF (KUNDEN-PERSONEN-NR = SUCH-PERSON
                                   OR GK-GEFUNDEN = 'J')
                                   AND NK-ANZAHL < 50
                               ADD 1 TO NK-ANZAHL
                               MOVE KUNDEN-NR TO NK-NR(NK-ANZAHL)
                               MOVE KUNDEN-STATUS
                                   TO NK-STATUS(NK-ANZAHL)
                               MOVE KUNDEN-KONTOART
                                   TO NK-KONTOART(NK-ANZAHL)
                               MOVE KUNDEN-WAEHRUNG
                                   TO NK-WAEHRUNG(NK-ANZAHL)
                               MOVE KUNDEN-KONTO
                                   TO NK-SALDO(NK-ANZAHL)
                               MOVE 0 TO NK-DARLEHEN(NK-ANZAHL)
                               IF GK-GEFUNDEN = 'J'
                                   MOVE 'J' TO NK-GEMEINSAM(NK-ANZAHL)
                                   MOVE GK-ANTEIL(GK-IDX)
                                       TO NK-ANTEIL(NK-ANZAHL)
                               ELSE
                                   MOVE 'N' TO NK-GEMEINSAM(NK-ANZAHL)
                                   MOVE 100 TO NK-ANTEIL(NK-ANZAHL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDEN-DATEI
               IF NK-ANZAHL = 0
                   DISPLAY "Hinweis: Zu dieser Person sind keine "
                       "Konten gefuehrt."
               END-IF
           END-IF.

      *> Inhabersaetze der Person: Konten mit mehreren Inhabern,
      *> an denen sie beteiligt ist, samt ihrem Anteil.
       GEMEINSCHAFTSKONTEN-LADEN.
           MOVE 0 TO GK-ANZAHL
           OPEN INPUT INHABER-DATEI
           IF WS-IH-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ INHABER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF IH-PERSON-NR = SUCH-PERSON
                                   AND GK-ANZAHL < 50
                               ADD 1 TO GK-ANZAHL
                               MOVE IH-KUNDEN-NR TO GK-KONTO(GK-ANZAHL)
                               MOVE IH-ANTEIL TO GK-ANTEIL(GK-ANZAHL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INHABER-DATEI
           END-IF.

      *> Setzt GK-GEFUNDEN, wenn KUNDEN-NR ein Gemeinschaftskonto der
      *> Person ist; GK-IDX zeigt dann auf den Eintrag.
       GEMEINSCHAFTSKONTO-SUCHEN.
           MOVE 'N' TO GK-GEFUNDEN
           PERFORM VARYING GK-IDX FROM 1 BY 1
                   UNTIL GK-IDX > GK-ANZAHL OR GK-GEFUNDEN = 'J'
               IF GK-KONTO(GK-IDX) = KUNDEN-NR
                   MOVE 'J' TO GK-GEFUNDEN
               END-IF
           END-PERFORM
           IF GK-GEFUNDEN = 'J'
               SUBTRACT 1 FROM GK-IDX
           END-IF.

      *> Setzt TABELLE-FLAGGE, wenn PRUEF-KONTO ein Konto der
      *> verstorbenen Person ist; NK-IDX zeigt dann auf den Eintrag.
      *> EINZEL-FLAGGE zusaetzlich, wenn es ihr allein gehoerte.
       KONTO-IN-TABELLE.
           MOVE 'N' TO TABELLE-FLAGGE
           MOVE 'N' TO EINZEL-FLAGGE
           PERFORM VARYING NK-IDX FROM 1 BY 1
                   UNTIL NK-IDX > NK-ANZAHL OR TABELLE-FLAGGE = 'J'
               IF NK-NR(NK-IDX) = PRUEF-KONTO
                   MOVE 'J' TO TABELLE-FLAGGE
               END-IF
           END-PERFORM
           IF TABELLE-FLAGGE = 'J'
               SUBTRACT 1 FROM NK-IDX
               IF NK-GEMEINSAM(NK-IDX) = 'N'
                   MOVE 'J' TO EINZEL-FLAGGE
               END-IF
           END-IF.

       TODESTAG-VERMERKEN.
           OPEN I-O PERSONEN-DATEI
           IF WS-PERSONEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: personen.dat konnte nicht geoeffnet "
                   "werden (Status " WS-PERSONEN-STATUS ")."
           ELSE
               MOVE SUCH-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
               END-READ
               IF ABBRUCH-FLAGGE = 'N'
                   MOVE STERBEDATUM TO PERSON-STERBEDATUM
                   REWRITE PERSON-EINTRAG
                   IF WS-PERSONEN-STATUS NOT = "00"
                       MOVE 'J' TO ABBRUCH-FLAGGE
                   END-IF
               END-IF
               IF ABBRUCH-FLAGGE = 'J'
                   MOVE "NACHLASS" TO WS-FP-PROGRAMM
                   MOVE "REWRITE PERSON-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Todestag nicht vermerkt - nichts geaendert"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-PERSONEN-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Todestag konnte nicht gespeichert "
                       "werden (Status " WS-PERSONEN-STATUS "). Es "
                       "wurde nichts geaendert."
               END-IF
               CLOSE PERSONEN-DATEI
           END-IF.

       NACHLASSSATZ-SCHREIBEN.
           OPEN I-O NACHLASS-DATEI
           IF WS-NL-STATUS = "35"
               OPEN OUTPUT NACHLASS-DATEI
               CLOSE NACHLASS-DATEI
               OPEN I-O NACHLASS-DATEI
           END-IF
           IF WS-NL-STATUS NOT = "00"
               MOVE "NACHLASS" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O NACHLASS-DATEI" TO WS-FP-VORGANG
               MOVE "Nachlasskontakt nicht gespeichert"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-NL-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: nachlass.dat konnte nicht geoeffnet "
                   "werden (Status " WS-NL-STATUS "). Es wurde nichts "
                   "geaendert."
               MOVE 'J' TO ABBRUCH-FLAGGE
           ELSE
               MOVE SUCH-PERSON          TO NL-PERSON-NR
               MOVE STERBEDATUM          TO NL-STERBEDATUM
               MOVE TEMP-KONTAKT-NAME    TO NL-KONTAKT-NAME
               MOVE TEMP-KONTAKT-STRASSE TO NL-KONTAKT-STRASSE
               MOVE TEMP-KONTAKT-PLZ     TO NL-KONTAKT-PLZ
               MOVE TEMP-KONTAKT-ORT     TO NL-KONTAKT-ORT
               MOVE WS-HEUTE             TO NL-ERFASST-DATUM
               MOVE LP-MITARBEITER-ID    TO NL-ERFASST-MA
               WRITE NACHLASS-EINTRAG
               IF WS-NL-STATUS = "22"
                   REWRITE NACHLASS-EINTRAG
               END-IF
               IF WS-NL-STATUS NOT = "00"
                   MOVE "NACHLASS" TO WS-FP-PROGRAMM
                   MOVE "WRITE NACHLASS-EINTRAG" TO WS-FP-VORGANG
                   MOVE "Nachlasskontakt nicht gespeichert"
                       TO WS-FP-MELDUNG
                   CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                       WS-FP-VORGANG WS-NL-STATUS WS-FP-MELDUNG
                   DISPLAY "Fehler: Nachlasskontakt konnte nicht "
                       "gespeichert werden (Status " WS-NL-STATUS
                       "). Es wurde nichts geaendert."
                   MOVE 'J' TO ABBRUCH-FLAGGE
               END-IF
               CLOSE NACHLASS-DATEI
           END-IF.

       KONTEN-UMSTELLEN.
           MOVE 0 TO ANZAHL-KONTEN
           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "NACHLASS" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O KUNDEN-DATEI" TO WS-FP-VORGANG
               MOVE "Konten nicht auf Nachlass umgestellt"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS "). Konten "
                   "bitte einzeln umstellen."
           ELSE
               PERFORM VARYING NK-IDX FROM 1 BY 1
                       UNTIL NK-IDX > NK-ANZAHL
                   MOVE NK-NR(NK-IDX) TO KUNDEN-NR
                   READ KUNDEN-DATEI KEY IS KUNDEN-NR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF KUNDEN-STATUS NOT = 'G'
                                   AND KUNDEN-STATUS NOT = 'N'
                                   AND NK-GEMEINSAM(NK-IDX) = 'N'
                               PERFORM KONTO-AUF-NACHLASS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDEN-DATEI
           END-IF.

       KONTO-AUF-NACHLASS.
           MOVE KUNDEN-EINTRAG TO WS-JRN-ALT
           MOVE 'N' TO KUNDEN-STATUS
           REWRITE KUNDEN-EINTRAG
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE "NACHLASS" TO WS-FP-PROGRAMM
               MOVE "REWRITE KUNDEN-EINTRAG" TO WS-FP-VORGANG
               MOVE "Konto nicht auf Nachlass umgestellt"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-KUNDEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: Konto " KUNDEN-NR " konnte nicht "
                   "umgestellt werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               MOVE "NACHLASS" TO WS-JRN-PROGRAMM
               MOVE "REWRITE" TO WS-JRN-AKTION
               MOVE KUNDEN-EINTRAG TO WS-JRN-NEU
               CALL "KUNDENJOURNAL" USING WS-JRN-PROGRAMM
                   WS-JRN-AKTION WS-JRN-ALT WS-JRN-NEU
               MOVE 'N' TO NK-STATUS(NK-IDX)
               ADD 1 TO ANZAHL-KONTEN
           END-IF.

       KARTEN-SPERREN.
           MOVE 0 TO ANZAHL-KARTEN
           OPEN I-O KARTEN-DATEI
           IF WS-KARTEN-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ KARTEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE KARTE-KUNDEN-NR TO PRUEF-KONTO
                           PERFORM KONTO-IN-TABELLE
                           IF EINZEL-FLAGGE = 'J'
                                   AND KARTE-STATUS = 'A'
                               MOVE 'G' TO KARTE-STATUS
                               REWRITE KARTE-EINTRAG
                               IF WS-KARTEN-STATUS = "00"
                                   ADD 1 TO ANZAHL-KARTEN
                               ELSE
                                   DISPLAY "Fehler: Karte " KARTE-NR
                                       " konnte nicht gesperrt "
                                       "werden (Status "
                                       WS-KARTEN-STATUS ")."
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KARTEN-DATEI
           ELSE
           IF WS-KARTEN-STATUS NOT = "35"
               DISPLAY "Fehler: karten.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KARTEN-STATUS "). Karten "
                   "bitte ueber KARTENPFLEGE sperren."
           END-IF
           END-IF.

       DAUERAUFTRAEGE-STILLLEGEN.
           MOVE 0 TO ANZAHL-DAUERAUFTRAEGE
           OPEN I-O DAUERAUFTRAG-DATEI
           IF WS-DA-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ DAUERAUFTRAG-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE DA-QUELLE-NR TO PRUEF-KONTO
                           PERFORM KONTO-IN-TABELLE
                           IF EINZEL-FLAGGE = 'J'
                                   AND DA-STATUS = 'A'
                               MOVE 'S' TO DA-STATUS
                               REWRITE DAUERAUFTRAG-EINTRAG
                               IF WS-DA-STATUS = "00"
                                   ADD 1 TO ANZAHL-DAUERAUFTRAEGE
                               ELSE
                                   DISPLAY "Fehler: Dauerauftrag "
                                       DA-NR " konnte nicht "
                                       "stillgelegt werden (Status "
                                       WS-DA-STATUS ")."
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAUERAUFTRAG-DATEI
           ELSE
           IF WS-DA-STATUS NOT = "35"
               DISPLAY "Fehler: dauerauftraege.dat konnte nicht "
                   "geoeffnet werden (Status " WS-DA-STATUS "). "
                   "Dauerauftraege bitte ueber DAUERPFLEGE "
                   "stilllegen."
           END-IF
           END-IF.

      *> Am Todestag noch gueltige Vollmachten: Einzahlungsvollmacht
      *> endet, Vollvollmacht gilt ueber den Tod hinaus (Art T).
      *> Vollmachten des Verstorbenen fuer fremde Konten enden.
       VOLLMACHTEN-ANPASSEN.
           MOVE 0 TO ANZAHL-VM-BEENDET
           MOVE 0 TO ANZAHL-VM-UEBER-TOD
           OPEN I-O VOLLMACHT-DATEI
           IF WS-VM-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ VOLLMACHT-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF VM-GUELTIG-BIS = 0
                                   OR VM-GUELTIG-BIS > STERBEDATUM
                               PERFORM VOLLMACHT-ANPASSEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLLMACHT-DATEI
           ELSE
           IF WS-VM-STATUS NOT = "35"
               DISPLAY "Fehler: vollmachten.dat konnte nicht "
                   "geoeffnet werden (Status " WS-VM-STATUS "). "
                   "Vollmachten bitte ueber VOLLMACHTPFLEGE pruefen."
           END-IF
           END-IF.

       VOLLMACHT-ANPASSEN.
           MOVE 'N' TO SATZ-GEAENDERT
           MOVE VM-KUNDEN-NR TO PRUEF-KONTO
           PERFORM KONTO-IN-TABELLE
           IF EINZEL-FLAGGE = 'J'
               IF VM-ART = 'V'
                   MOVE 'T' TO VM-ART
                   MOVE 'J' TO SATZ-GEAENDERT
                   ADD 1 TO ANZAHL-VM-UEBER-TOD
               ELSE
               IF VM-ART = 'E'
                   MOVE STERBEDATUM TO VM-GUELTIG-BIS
                   MOVE 'J' TO SATZ-GEAENDERT
                   ADD 1 TO ANZAHL-VM-BEENDET
               END-IF
               END-IF
           ELSE
           IF VM-PERSON-NR = SUCH-PERSON
               MOVE STERBEDATUM TO VM-GUELTIG-BIS
               MOVE 'J' TO SATZ-GEAENDERT
               ADD 1 TO ANZAHL-VM-BEENDET
           END-IF
           END-IF
           IF SATZ-GEAENDERT = 'J'
               REWRITE VOLLMACHT-EINTRAG
               IF WS-VM-STATUS NOT = "00"
                   DISPLAY "Fehler: Vollmacht " VM-KUNDEN-NR "/"
                       VM-PERSON-NR " konnte nicht angepasst werden "
                       "(Status " WS-VM-STATUS ")."
               END-IF
           END-IF.

       VERSAND-UMLEITEN.
           MOVE 0 TO ANZAHL-VERSAND
           OPEN I-O VERSANDART-DATEI
           IF WS-VERSANDART-STATUS = "35"
               OPEN OUTPUT VERSANDART-DATEI
               CLOSE VERSANDART-DATEI
               OPEN I-O VERSANDART-DATEI
           END-IF
           IF WS-VERSANDART-STATUS NOT = "00"
               DISPLAY "Fehler: versandart.dat konnte nicht "
                   "geoeffnet werden (Status " WS-VERSANDART-STATUS
                   "). Auszugsversand bitte ueber VERSANDLISTE "
                   "umstellen."
           ELSE
               PERFORM VARYING NK-IDX FROM 1 BY 1
                       UNTIL NK-IDX > NK-ANZAHL
                   IF NK-STATUS(NK-IDX) = 'N'
                       MOVE NK-NR(NK-IDX) TO VS-KUNDEN-NR
                       READ VERSANDART-DATEI KEY IS VS-KUNDEN-NR
                           INVALID KEY
                               MOVE NK-NR(NK-IDX) TO VS-KUNDEN-NR
                               MOVE 'N' TO VS-ART
                               WRITE VERSAND-EINTRAG
                           NOT INVALID KEY
                               MOVE 'N' TO VS-ART
                               REWRITE VERSAND-EINTRAG
                       END-READ
                       IF WS-VERSANDART-STATUS = "00"
                           ADD 1 TO ANZAHL-VERSAND
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VERSANDART-DATEI
           END-IF.

      *> Saldenbestaetigung zum Todestag: Kontosaldo am Todestag =
      *> heutiger Saldo abzueglich aller nach dem Todestag gebuchten
      *> Umsaetze. Darlehen mit heutiger Restschuld zuzueglich der
      *> seit dem Todestag ueber das Konto gebuchten Tilgungen.
       SALDENBESTAETIGUNG-ERSTELLEN.
           CALL "SYSTEM" USING "mkdir -p briefe"
           MOVE SPACES TO WS-BRIEF-PFAD
           STRING "briefe/saldenbestaetigung-" SUCH-PERSON ".txt"
               DELIMITED BY SIZE INTO WS-BRIEF-PFAD
           OPEN OUTPUT BRIEF-DATEI
           IF WS-BRIEF-STATUS NOT = "00"
               DISPLAY "Fehler: " FUNCTION TRIM(WS-BRIEF-PFAD)
                   " konnte nicht angelegt werden (Status "
                   WS-BRIEF-STATUS ")."
           ELSE
               PERFORM BESTAETIGUNG-KOPF
               PERFORM KONTOSALDEN-SCHREIBEN
               PERFORM FESTGELDER-SCHREIBEN
               PERFORM DARLEHEN-SCHREIBEN
               MOVE SPACES TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "Zinsen fuer den Zeitraum bis zum Todestag sind "
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "in den Salden nur enthalten, soweit sie bereits "
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               MOVE "gutgeschrieben bzw. belastet waren."
                   TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
               CLOSE BRIEF-DATEI
               DISPLAY "Saldenbestaetigung: "
                   FUNCTION TRIM(WS-BRIEF-PFAD)
           END-IF.

       BESTAETIGUNG-KOPF.
           MOVE "SALDENBESTAETIGUNG ZUM TODESTAG" TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE "(Anzeige nach Paragraph 33 ErbStG)" TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE SPACES TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE SPACES TO BRIEF-ZEILE
           STRING "Erblasser  : " PERSON-NAME-ANZ " (Person "
               SUCH-PERSON ")" DELIMITED BY SIZE INTO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           OPEN INPUT ADRESSEN-DATEI
           IF WS-ADRESSEN-STATUS = "00"
               MOVE SUCH-PERSON TO ADR-KUNDEN-NR
               READ ADRESSEN-DATEI KEY IS ADR-KUNDEN-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO BRIEF-ZEILE
                       STRING "Anschrift  : " ADR-STRASSE
                           DELIMITED BY SIZE INTO BRIEF-ZEILE
                       WRITE BRIEF-ZEILE
                       MOVE SPACES TO BRIEF-ZEILE
                       STRING "             " ADR-PLZ " " ADR-ORT
                           DELIMITED BY SIZE INTO BRIEF-ZEILE
                       WRITE BRIEF-ZEILE
               END-READ
               CLOSE ADRESSEN-DATEI
           END-IF
           MOVE STERBEDATUM TO MASK-DATUM
           MOVE SPACES TO BRIEF-ZEILE
           STRING "Todestag   : " MASK-DATUM
               DELIMITED BY SIZE INTO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE WS-HEUTE TO MASK-DATUM
           MOVE SPACES TO BRIEF-ZEILE
           STRING "Erstellt am: " MASK-DATUM
               DELIMITED BY SIZE INTO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE SPACES TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE.

       KONTOSALDEN-SCHREIBEN.
           MOVE "KONTEN" TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE "KONTO  KONTOART      SALDO AM TODESTAG WAEHRUNG"
               TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE 0 TO ANZAHL-POSTEN
           PERFORM VARYING NK-IDX FROM 1 BY 1
                   UNTIL NK-IDX > NK-ANZAHL
               MOVE NK-NR(NK-IDX) TO PRUEF-KONTO
               PERFORM UMSAETZE-NACH-TOD
               COMPUTE SALDO-TODESTAG = NK-SALDO(NK-IDX)
                   - UMSATZ-NACH-TOD
               IF NK-STATUS(NK-IDX) NOT = 'G' OR SALDO-TODESTAG NOT = 0
                   IF NK-KONTOART(NK-IDX) = 'S'
                       MOVE "Sparkonto" TO KONTOART-ANZ
                   ELSE
                       MOVE "Girokonto" TO KONTOART-ANZ
                   END-IF
                   MOVE SALDO-TODESTAG TO MASK-SALDO
                   MOVE SPACES TO BRIEF-ZEILE
                   STRING NK-NR(NK-IDX) "  " KONTOART-ANZ "   "
                       MASK-SALDO "      " NK-WAEHRUNG(NK-IDX)
                       DELIMITED BY SIZE INTO BRIEF-ZEILE
                   WRITE BRIEF-ZEILE
                   IF NK-GEMEINSAM(NK-IDX) = 'J'
                       MOVE NK-ANTEIL(NK-IDX) TO MASK-ANTEIL
                       MOVE SPACES TO BRIEF-ZEILE
                       STRING "       Gemeinschaftskonto, Anteil des "
                           "Erblassers " MASK-ANTEIL " %"
                           DELIMITED BY SIZE INTO BRIEF-ZEILE
                       WRITE BRIEF-ZEILE
                   END-IF
                   ADD 1 TO ANZAHL-POSTEN
               END-IF
           END-PERFORM
           IF ANZAHL-POSTEN = 0
               MOVE "  (keine Konten)" TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
           END-IF
           MOVE SPACES TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE.

      *> Summe der nach dem Todestag gebuchten Umsaetze des Kontos
      *> PRUEF-KONTO, dazu die darin enthaltenen Tilgungen.
       UMSAETZE-NACH-TOD.
           MOVE 0 TO UMSATZ-NACH-TOD
           MOVE 0 TO TILGUNG-NACH-TOD
           OPEN INPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               MOVE PRUEF-KONTO TO BEWEGUNG-KUNDEN-NR
               MOVE STERBEDATUM TO BEWEGUNG-DATUM
               MOVE 99999999 TO BEWEGUNG-ZEIT
               START BEWEGUNGEN-DATEI KEY IS > BEWEGUNG-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ BEWEGUNGEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF BEWEGUNG-KUNDEN-NR NOT = PRUEF-KONTO
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                               ADD BEWEGUNG-BETRAG TO UMSATZ-NACH-TOD
                               IF BEWEGUNG-ART = "TILGUNG"
                                   ADD FUNCTION ABS(BEWEGUNG-BETRAG)
                                       TO TILGUNG-NACH-TOD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEWEGUNGEN-DATEI
           END-IF.

      *> Festgelder, die am Todestag angelegt waren: begonnen bis
      *> zum Todestag und noch aktiv oder erst danach faellig.
       FESTGELDER-SCHREIBEN.
           MOVE "FESTGELDER" TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE "NR     KONTO       ANLAGEBETRAG BEGINN     FAELLIG"
               TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE 0 TO ANZAHL-POSTEN
           OPEN INPUT FESTGELD-DATEI
           IF WS-FG-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ FESTGELD-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE FG-KUNDEN-NR TO PRUEF-KONTO
                           PERFORM KONTO-IN-TABELLE
                           IF TABELLE-FLAGGE = 'J'
                                   AND FG-BEGINN <= STERBEDATUM
                                   AND (FG-STATUS = 'A'
                                   OR FG-FAELLIGKEIT > STERBEDATUM)
                               MOVE FG-BETRAG TO MASK-BETRAG
                               MOVE FG-BEGINN TO MASK-DATUM
                               MOVE FG-FAELLIGKEIT TO MASK-DATUM2
                               MOVE SPACES TO BRIEF-ZEILE
                               STRING FG-NR "  " FG-KUNDEN-NR "  "
                                   MASK-BETRAG " " MASK-DATUM " "
                                   MASK-DATUM2
                                   DELIMITED BY SIZE INTO BRIEF-ZEILE
                               WRITE BRIEF-ZEILE
                               ADD 1 TO ANZAHL-POSTEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTGELD-DATEI
           END-IF
           IF ANZAHL-POSTEN = 0
               MOVE "  (keine Festgelder)" TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
           END-IF
           MOVE SPACES TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE.

      *> Laufen mehrere Darlehen ueber dasselbe Konto, laesst sich
      *> die Tilgung seit dem Todestag nicht zuordnen - dann steht
      *> die heutige Restschuld mit Vermerk in der Bestaetigung.
       DARLEHEN-SCHREIBEN.
           MOVE "DARLEHEN" TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE "NR     KONTO  RESTSCHULD AM TODESTAG"
               TO BRIEF-ZEILE
           WRITE BRIEF-ZEILE
           MOVE 0 TO ANZAHL-POSTEN
           OPEN INPUT DARLEHEN-DATEI
           IF WS-DL-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ DARLEHEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE DL-KUNDEN-NR TO PRUEF-KONTO
                           PERFORM KONTO-IN-TABELLE
                           IF TABELLE-FLAGGE = 'J'
                                   AND DL-STATUS NOT = 'B'
                               ADD 1 TO NK-DARLEHEN(NK-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DARLEHEN-DATEI

               OPEN INPUT DARLEHEN-DATEI
               MOVE 'N' TO EOF-FLAGGE
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ DARLEHEN-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           MOVE DL-KUNDEN-NR TO PRUEF-KONTO
                           PERFORM KONTO-IN-TABELLE
                           IF TABELLE-FLAGGE = 'J'
                                   AND DL-STATUS NOT = 'B'
                               PERFORM DARLEHENSZEILE-SCHREIBEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DARLEHEN-DATEI
           END-IF
           IF ANZAHL-POSTEN = 0
               MOVE "  (keine Darlehen)" TO BRIEF-ZEILE
               WRITE BRIEF-ZEILE
           END-IF.

       DARLEHENSZEILE-SCHREIBEN.
           MOVE DL-RESTSCHULD TO RESTSCHULD-TODESTAG
           MOVE SPACES TO BRIEF-ZEILE
           IF NK-DARLEHEN(NK-IDX) = 1
               PERFORM UMSAETZE-NACH-TOD
               ADD TILGUNG-NACH-TOD TO RESTSCHULD-TODESTAG
               MOVE RESTSCHULD-TODESTAG TO MASK-BETRAG
               STRING DL-NR "  " DL-KUNDEN-NR "  " MASK-BETRAG
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
           ELSE
               MOVE RESTSCHULD-TODESTAG TO MASK-BETRAG
               MOVE WS-HEUTE TO MASK-DATUM
               STRING DL-NR "  " DL-KUNDEN-NR "  " MASK-BETRAG
                   "  (Stand " MASK-DATUM ")"
                   DELIMITED BY SIZE INTO BRIEF-ZEILE
           END-IF
           WRITE BRIEF-ZEILE
           ADD 1 TO ANZAHL-POSTEN.
