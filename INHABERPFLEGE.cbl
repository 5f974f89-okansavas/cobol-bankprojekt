       IDENTIFICATION DIVISION.
       PROGRAM-ID. INHABERPFLEGE.

      *> Pflege der Gemeinschaftskonten in kontoinhaber.dat:
      *> Inhaber eines Kontos anzeigen, Mitinhaber aufnehmen und
      *> entfernen, Verfuegungsregel (Oder-/Und-Konto) und Anteile
      *> festlegen. Der Hauptinhaber bleibt die Person in
      *> KUNDEN-PERSONEN-NR und kann hier nicht entfernt werden.
      *> Neue Mitinhaber erhalten gleiche Anteile; abweichende
      *> Anteile (fuer die Zinsaufteilung in der
      *> Steuerbescheinigung) werden ueber Punkt 5 erfasst.
      *> Mitinhaber brauchen wie der Hauptinhaber eine gueltige
      *> Legitimation (LEGITIMATIONPRUEF).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT KUNDEN-DATEI ASSIGN TO "kunden.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDEN-NR
               FILE STATUS IS WS-KUNDEN-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.
           SELECT VOLLMACHT-DATEI ASSIGN TO "vollmachten.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-SCHLUESSEL
               FILE STATUS IS WS-VM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD KUNDEN-DATEI.
           COPY KUNDEN.

       FD PERSONEN-DATEI.
           COPY PERSON.

       FD VOLLMACHT-DATEI.
           COPY VOLLMACHT.

       WORKING-STORAGE SECTION.
       01 WS-IH-STATUS         PIC XX.
       01 WS-KUNDEN-STATUS     PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 WS-VM-STATUS         PIC XX.
       01 AUSWAHL              PIC 9.
       01 ENDE-FLAGGE          PIC X VALUE 'N'.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.
       01 TEMP-ANTWORT         PIC X.
       01 WS-HEUTE             PIC 9(8).
       01 SUCH-KONTO           PIC 9(5).
       01 SUCH-PERSON          PIC 9(5).
       01 PRUEF-PERSON         PIC 9(5).
       01 HAUPT-PERSON         PIC 9(5).
       01 KONTO-STATUS-ANZ     PIC X.
       01 ANZEIGE-NAME         PIC X(30).
       01 TEMP-REGEL           PIC X.
       01 TEMP-ANTEIL          PIC 9(3)V99.
       01 ANTEIL-GLEICH        PIC 9(3)V99.
       01 ANTEIL-SUMME         PIC 9(4)V99.
       01 MASK-ANTEIL          PIC ZZ9.99.
       01 ANZAHL-FEHLER        PIC 9(3).

      *> Inhaber des bearbeiteten Kontos (hoechstens 10).
       01 IT-ANZAHL            PIC 9(2) VALUE 0.
       01 IT-REGEL             PIC X VALUE 'O'.
       01 IT-TABELLE.
           05 IT-EINTRAG OCCURS 10 TIMES.
               10 IT-PERSON        PIC 9(5).
               10 IT-ANTEIL        PIC 9(3)V99.
       01 IT-IDX               PIC 9(2).
       01 IT-GEFUNDEN          PIC 9(2).

       01 LG-MODUS             PIC X.
       01 LG-ERGEBNIS          PIC X.
           COPY LEGITIMATION.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'N' TO ENDE-FLAGGE
           PERFORM UNTIL ENDE-FLAGGE = 'J'
               DISPLAY " "
               DISPLAY "--- KONTOINHABER PFLEGEN ---"
               DISPLAY "1 - Inhaber eines Kontos anzeigen"
               DISPLAY "2 - Mitinhaber aufnehmen"
               DISPLAY "3 - Mitinhaber entfernen"
               DISPLAY "4 - Verfuegungsregel aendern (Oder/Und)"
               DISPLAY "5 - Anteile festlegen"
               DISPLAY "0 - Zurueck zum Hauptmenue"
               DISPLAY "Auswahl: "
               ACCEPT AUSWAHL

               EVALUATE AUSWAHL
                   WHEN 1
                       PERFORM INHABER-ANZEIGEN
                   WHEN 2
                       PERFORM MITINHABER-AUFNEHMEN
                   WHEN 3
                       PERFORM MITINHABER-ENTFERNEN
                   WHEN 4
                       PERFORM REGEL-AENDERN
                   WHEN 5
                       PERFORM ANTEILE-FESTLEGEN
                   WHEN 0
                       MOVE 'J' TO ENDE-FLAGGE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl, bitte erneut "
                           "versuchen."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       INHABER-ANZEIGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-KONTO
           PERFORM KONTO-PRUEFEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM INHABER-LADEN
               PERFORM INHABERLISTE-ZEIGEN
           END-IF.

       INHABERLISTE-ZEIGEN.
           IF IT-ANZAHL = 0
               MOVE HAUPT-PERSON TO PRUEF-PERSON
               PERFORM PERSONENNAME-HOLEN
               DISPLAY "Einzelkonto - Inhaber: " HAUPT-PERSON " "
                   ANZEIGE-NAME
           ELSE
               IF IT-REGEL = 'U'
                   DISPLAY "Gemeinschaftskonto (Und-Konto - nur "
                       "alle Inhaber gemeinsam)"
               ELSE
                   DISPLAY "Gemeinschaftskonto (Oder-Konto - jeder "
                       "Inhaber allein)"
               END-IF
               DISPLAY "PERSON NAME                           ANTEIL"
               DISPLAY "---------------------------------------------"
               PERFORM VARYING IT-IDX FROM 1 BY 1
                       UNTIL IT-IDX > IT-ANZAHL
                   MOVE IT-PERSON(IT-IDX) TO PRUEF-PERSON
                   PERFORM PERSONENNAME-HOLEN
                   MOVE IT-ANTEIL(IT-IDX) TO MASK-ANTEIL
                   IF IT-PERSON(IT-IDX) = HAUPT-PERSON
                       DISPLAY IT-PERSON(IT-IDX) "  " ANZEIGE-NAME
                           "  " MASK-ANTEIL " %  (Hauptinhaber)"
                   ELSE
                       DISPLAY IT-PERSON(IT-IDX) "  " ANZEIGE-NAME
                           "  " MASK-ANTEIL " %"
                   END-IF
               END-PERFORM
           END-IF.

       MITINHABER-AUFNEHMEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-KONTO
           PERFORM KONTO-PRUEFEN
           IF ABBRUCH-FLAGGE = 'N' AND KONTO-STATUS-ANZ = 'G'
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: Konto ist geschlossen."
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM INHABER-LADEN
               IF IT-ANZAHL >= 10
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Hoechstzahl von 10 Inhabern "
                       "erreicht."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Personennummer des neuen Mitinhabers: "
               ACCEPT SUCH-PERSON
               PERFORM PERSON-PRUEFEN
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE 'D' TO LG-MODUS
               CALL "LEGITIMATIONPRUEF" USING SUCH-PERSON LG-MODUS
                   LG-ERGEBNIS LEGITIMATION-EINTRAG
               IF LG-ERGEBNIS NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Person " SUCH-PERSON " hat keine "
                       "gueltige Legitimation."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE SUCH-PERSON TO PRUEF-PERSON
               PERFORM INHABER-SUCHEN
               IF SUCH-PERSON = HAUPT-PERSON OR IT-GEFUNDEN > 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Person " SUCH-PERSON " ist "
                       "bereits Inhaber dieses Kontos."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               IF IT-ANZAHL = 0
                   MOVE SPACE TO TEMP-REGEL
                   PERFORM UNTIL TEMP-REGEL = 'O' OR 'U'
                       DISPLAY "Verfuegungsregel (O=Oder-Konto, "
                           "U=Und-Konto): "
                       ACCEPT TEMP-REGEL
                       MOVE FUNCTION UPPER-CASE(TEMP-REGEL)
                           TO TEMP-REGEL
                   END-PERFORM
                   MOVE 1 TO IT-ANZAHL
                   MOVE HAUPT-PERSON TO IT-PERSON(1)
                   MOVE 0 TO IT-ANTEIL(1)
               ELSE
                   MOVE IT-REGEL TO TEMP-REGEL
               END-IF
               ADD 1 TO IT-ANZAHL
               MOVE SUCH-PERSON TO IT-PERSON(IT-ANZAHL)
               MOVE 0 TO IT-ANTEIL(IT-ANZAHL)
               PERFORM ANTEILE-GLEICH-VERTEILEN
               PERFORM INHABER-SPEICHERN
               IF ANZAHL-FEHLER = 0
                   DISPLAY "Person " SUCH-PERSON " als Mitinhaber "
                       "von Konto " SUCH-KONTO " aufgenommen - "
                       "Anteile gleichmaessig verteilt."
                   PERFORM VOLLMACHT-HINWEIS
               END-IF
           END-IF.

      *> Wer bisher als Bevollmaechtigter eingetragen war, ist jetzt
      *> Inhaber - die Vollmacht ist damit ueberfluessig.
       VOLLMACHT-HINWEIS.
           OPEN INPUT VOLLMACHT-DATEI
           IF WS-VM-STATUS = "00"
               MOVE SUCH-KONTO TO VM-KUNDEN-NR
               MOVE SUCH-PERSON TO VM-PERSON-NR
               READ VOLLMACHT-DATEI KEY IS VM-SCHLUESSEL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Hinweis: Die Person hat noch eine "
                           "Vollmacht auf diesem Konto - bitte ueber "
                           "VOLLMACHTPFLEGE widerrufen."
               END-READ
               CLOSE VOLLMACHT-DATEI
           END-IF.

       MITINHABER-ENTFERNEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-KONTO
           PERFORM KONTO-PRUEFEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM INHABER-LADEN
               IF IT-ANZAHL = 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Konto " SUCH-KONTO " ist kein "
                       "Gemeinschaftskonto."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Personennummer des Mitinhabers: "
               ACCEPT SUCH-PERSON
               MOVE SUCH-PERSON TO PRUEF-PERSON
               PERFORM INHABER-SUCHEN
               IF SUCH-PERSON = HAUPT-PERSON
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Der Hauptinhaber kann nicht "
                       "entfernt werden."
               ELSE
               IF IT-GEFUNDEN = 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Person " SUCH-PERSON " ist "
                       "nicht Inhaber dieses Kontos."
               END-IF
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM PERSONENNAME-HOLEN
               DISPLAY "Mitinhaber " FUNCTION TRIM(ANZEIGE-NAME)
                   " wirklich entfernen (J/N)? "
               ACCEPT TEMP-ANTWORT
               MOVE FUNCTION UPPER-CASE(TEMP-ANTWORT) TO TEMP-ANTWORT
               IF TEMP-ANTWORT NOT = 'J'
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Abgebrochen."
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               OPEN I-O INHABER-DATEI
               IF WS-IH-STATUS NOT = "00"
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: kontoinhaber.dat konnte nicht "
                       "geoeffnet werden (Status " WS-IH-STATUS ")."
               ELSE
                   MOVE SUCH-KONTO TO IH-KUNDEN-NR
                   MOVE SUCH-PERSON TO IH-PERSON-NR
                   DELETE INHABER-DATEI
                       INVALID KEY
                           MOVE 'J' TO ABBRUCH-FLAGGE
                   END-DELETE
      *> Bleibt nur der Hauptinhaber, ist das Konto wieder ein
      *> Einzelkonto - dann auch dessen Satz loeschen.
                   IF ABBRUCH-FLAGGE = 'N' AND IT-ANZAHL = 2
                       MOVE SUCH-KONTO TO IH-KUNDEN-NR
                       MOVE HAUPT-PERSON TO IH-PERSON-NR
                       DELETE INHABER-DATEI
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   CLOSE INHABER-DATEI
                   IF ABBRUCH-FLAGGE = 'J'
                       DISPLAY "Fehler: Inhabersatz konnte nicht "
                           "geloescht werden (Status " WS-IH-STATUS
                           ")."
                   END-IF
               END-IF
           END-IF

           IF ABBRUCH-FLAGGE = 'N'
               IF IT-ANZAHL = 2
                   DISPLAY "Mitinhaber entfernt - Konto " SUCH-KONTO
                       " ist wieder Einzelkonto."
               ELSE
                   PERFORM INHABER-LADEN
                   MOVE IT-REGEL TO TEMP-REGEL
                   PERFORM ANTEILE-GLEICH-VERTEILEN
                   PERFORM INHABER-SPEICHERN
                   DISPLAY "Mitinhaber entfernt - Anteile der "
                       "uebrigen Inhaber gleichmaessig verteilt."
               END-IF
           END-IF.

       REGEL-AENDERN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-KONTO
           PERFORM KONTO-PRUEFEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM INHABER-LADEN
               IF IT-ANZAHL = 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Konto " SUCH-KONTO " ist kein "
                       "Gemeinschaftskonto."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               DISPLAY "Aktuelle Regel: " IT-REGEL
                   " (O=Oder-Konto, U=Und-Konto)"
               MOVE SPACE TO TEMP-REGEL
               PERFORM UNTIL TEMP-REGEL = 'O' OR 'U'
                   DISPLAY "Neue Regel (O/U): "
                   ACCEPT TEMP-REGEL
                   MOVE FUNCTION UPPER-CASE(TEMP-REGEL) TO TEMP-REGEL
               END-PERFORM
               PERFORM INHABER-SPEICHERN
               IF ANZAHL-FEHLER = 0
                   DISPLAY "Verfuegungsregel fuer Konto " SUCH-KONTO
                       " jetzt " TEMP-REGEL "."
               END-IF
           END-IF.

       ANTEILE-FESTLEGEN.
           MOVE 'N' TO ABBRUCH-FLAGGE
           DISPLAY "Kundennummer des Kontos eingeben: "
           ACCEPT SUCH-KONTO
           PERFORM KONTO-PRUEFEN
           IF ABBRUCH-FLAGGE = 'N'
               PERFORM INHABER-LADEN
               IF IT-ANZAHL = 0
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Konto " SUCH-KONTO " ist kein "
                       "Gemeinschaftskonto."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE 0 TO ANTEIL-SUMME
               PERFORM VARYING IT-IDX FROM 1 BY 1
                       UNTIL IT-IDX > IT-ANZAHL
                   MOVE IT-PERSON(IT-IDX) TO PRUEF-PERSON
                   PERFORM PERSONENNAME-HOLEN
                   MOVE IT-ANTEIL(IT-IDX) TO MASK-ANTEIL
                   DISPLAY "Anteil " IT-PERSON(IT-IDX) " "
                       FUNCTION TRIM(ANZEIGE-NAME) " in Prozent "
                       "(bisher " MASK-ANTEIL "): "
                   ACCEPT TEMP-ANTEIL
                   MOVE TEMP-ANTEIL TO IT-ANTEIL(IT-IDX)
                   ADD TEMP-ANTEIL TO ANTEIL-SUMME
               END-PERFORM
               IF ANTEIL-SUMME NOT = 100
                   MOVE 'J' TO ABBRUCH-FLAGGE
                   DISPLAY "Fehler: Die Anteile ergeben nicht 100 "
                       "Prozent - keine Aenderung."
               END-IF
           END-IF
           IF ABBRUCH-FLAGGE = 'N'
               MOVE IT-REGEL TO TEMP-REGEL
               PERFORM INHABER-SPEICHERN
               IF ANZAHL-FEHLER = 0
                   DISPLAY "Anteile fuer Konto " SUCH-KONTO
                       " gespeichert."
               END-IF
           END-IF.

      *> Gleiche Anteile; der Rundungsrest geht an den Hauptinhaber.
       ANTEILE-GLEICH-VERTEILEN.
           COMPUTE ANTEIL-GLEICH = 100 / IT-ANZAHL
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > IT-ANZAHL
               IF IT-PERSON(IT-IDX) = HAUPT-PERSON
                   COMPUTE IT-ANTEIL(IT-IDX) =
                       100 - ANTEIL-GLEICH * (IT-ANZAHL - 1)
               ELSE
                   MOVE ANTEIL-GLEICH TO IT-ANTEIL(IT-IDX)
               END-IF
           END-PERFORM.

      *> Inhabertabelle mit Regel TEMP-REGEL nach kontoinhaber.dat
      *> schreiben: vorhandene Saetze fortschreiben, neue anlegen.
       INHABER-SPEICHERN.
           MOVE 0 TO ANZAHL-FEHLER
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           OPEN I-O INHABER-DATEI
           IF WS-IH-STATUS = "35"
               OPEN OUTPUT INHABER-DATEI
               CLOSE INHABER-DATEI
               OPEN I-O INHABER-DATEI
           END-IF
           IF WS-IH-STATUS NOT = "00"
               MOVE 1 TO ANZAHL-FEHLER
               MOVE "INHABERPFLEGE" TO WS-FP-PROGRAMM
               MOVE "OPEN I-O INHABER-DATEI" TO WS-FP-VORGANG
               MOVE "Inhaber nicht gespeichert" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-IH-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontoinhaber.dat konnte nicht "
                   "geoeffnet werden (Status " WS-IH-STATUS ")."
           ELSE
               PERFORM VARYING IT-IDX FROM 1 BY 1
                       UNTIL IT-IDX > IT-ANZAHL
                   MOVE SUCH-KONTO TO IH-KUNDEN-NR
                   MOVE IT-PERSON(IT-IDX) TO IH-PERSON-NR
                   READ INHABER-DATEI KEY IS IH-SCHLUESSEL
                       INVALID KEY
                           MOVE SUCH-KONTO TO IH-KUNDEN-NR
                           MOVE IT-PERSON(IT-IDX) TO IH-PERSON-NR
                           MOVE IT-ANTEIL(IT-IDX) TO IH-ANTEIL
                           MOVE TEMP-REGEL TO IH-REGEL
                           MOVE WS-HEUTE TO IH-SEIT
                           WRITE INHABER-EINTRAG
                       NOT INVALID KEY
                           MOVE IT-ANTEIL(IT-IDX) TO IH-ANTEIL
                           MOVE TEMP-REGEL TO IH-REGEL
                           REWRITE INHABER-EINTRAG
                   END-READ
                   IF WS-IH-STATUS NOT = "00"
                       ADD 1 TO ANZAHL-FEHLER
                       MOVE "INHABERPFLEGE" TO WS-FP-PROGRAMM
                       MOVE "WRITE INHABER-EINTRAG" TO WS-FP-VORGANG
                       MOVE "Inhabersatz nicht gespeichert"
                           TO WS-FP-MELDUNG
                       CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                           WS-FP-VORGANG WS-IH-STATUS WS-FP-MELDUNG
                       DISPLAY "Fehler: Inhaber " IT-PERSON(IT-IDX)
                           " konnte nicht gespeichert werden "
                           "(Status " WS-IH-STATUS ")."
                   END-IF
               END-PERFORM
               CLOSE INHABER-DATEI
           END-IF.

       INHABER-LADEN.
           MOVE 0 TO IT-ANZAHL
           MOVE 'O' TO IT-REGEL
           OPEN INPUT INHABER-DATEI
           IF WS-IH-STATUS = "00"
               MOVE 'N' TO EOF-FLAGGE
               MOVE SUCH-KONTO TO IH-KUNDEN-NR
               MOVE 0 TO IH-PERSON-NR
               START INHABER-DATEI KEY IS >= IH-SCHLUESSEL
                   INVALID KEY
                       MOVE 'J' TO EOF-FLAGGE
               END-START
               PERFORM UNTIL EOF-FLAGGE = 'J'
                   READ INHABER-DATEI NEXT RECORD
                       AT END
                           MOVE 'J' TO EOF-FLAGGE
                       NOT AT END
                           IF IH-KUNDEN-NR NOT = SUCH-KONTO
                                   OR IT-ANZAHL >= 10
                               MOVE 'J' TO EOF-FLAGGE
                           ELSE
                               ADD 1 TO IT-ANZAHL
                               MOVE IH-PERSON-NR
                                   TO IT-PERSON(IT-ANZAHL)
                               MOVE IH-ANTEIL TO IT-ANTEIL(IT-ANZAHL)
                               MOVE IH-REGEL TO IT-REGEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INHABER-DATEI
           END-IF.

      *> Setzt IT-GEFUNDEN auf den Tabellenplatz von PRUEF-PERSON
      *> (0 = nicht Inhaber laut kontoinhaber.dat).
       INHABER-SUCHEN.
           MOVE 0 TO IT-GEFUNDEN
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > IT-ANZAHL
               IF IT-PERSON(IT-IDX) = PRUEF-PERSON
                   MOVE IT-IDX TO IT-GEFUNDEN
               END-IF
           END-PERFORM.

       KONTO-PRUEFEN.
           OPEN INPUT KUNDEN-DATEI
           IF WS-KUNDEN-STATUS NOT = "00"
               MOVE 'J' TO ABBRUCH-FLAGGE
               DISPLAY "Fehler: kunden.dat konnte nicht geoeffnet "
                   "werden (Status " WS-KUNDEN-STATUS ")."
           ELSE
               MOVE SUCH-KONTO TO KUNDEN-NR
               READ KUNDEN-DATEI KEY IS KUNDEN-NR
                   INVALID KEY
                       MOVE 'J' TO ABBRUCH-FLAGGE
                       DISPLAY "Fehler: Kunde " SUCH-KONTO
                           " nicht gefunden."
                   NOT INVALID KEY
                       MOVE KUNDEN-PERSONEN-NR TO HAUPT-PERSON
                       MOVE KUNDEN-STATUS TO KONTO-STATUS-ANZ
                       DISPLAY "Konto: " KUNDEN-NAME
               END-READ
               CLOSE KUNDEN-DATEI
           END-IF.

       PERSON-PRUEFEN.
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
                       IF PERSON-STERBEDATUM NOT = 0
                           MOVE 'J' TO ABBRUCH-FLAGGE
                           DISPLAY "Fehler: Person " SUCH-PERSON
                               " ist verstorben."
                       ELSE
                           DISPLAY "Mitinhaber: " PERSON-NAME
                       END-IF
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.

       PERSONENNAME-HOLEN.
           MOVE "(Person unbekannt)" TO ANZEIGE-NAME
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE PRUEF-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO ANZEIGE-NAME
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.
