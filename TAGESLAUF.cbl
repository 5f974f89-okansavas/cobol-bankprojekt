      *> Steuerung der Tagesabschluss-Kette mit Laufkontrolle:
      *>   BACKUPKUNDEN -> DAUERAUSFUEHREN -> FESTGELDLAUF ->
      *>   DARLEHENLAUF -> MONTHEND -> GEBUEHRENLAUF ->
      *>   FXBEWERTUNG -> PFAENDUNGLAUF -> SCHLIESSFACHLAUF ->
      *>   LEDGERAUDIT -> TAGESEXTRAKT -> MITARBEITERGESCHAEFTE ->
      *>   RUHENDWARNUNG -> RUHENDEKONTEN -> UEBERZUGLAUF ->
      *>   VOLLJAEHRIGLAUF -> LEGITIMATIONLAUF -> KONTENREGISTER ->
      *>   KREDITOBLIGO -> COMPLIANCE -> SORTENBERICHT ->
      *>   REKLAMATIONSBERICHT -> BESTANDSPRUEFUNG ->
      *>   KONTOWECKERLAUF -> CLEARINGEXPORT -> GLEXPORT -> RECONCILE
      *> MONTHEND, GEBUEHRENLAUF, FXBEWERTUNG, PFAENDUNGLAUF,
      *> LEGITIMATIONLAUF und KREDITOBLIGO fahren nur im Monatslauf
      *> (Zinslauf-Flagge 'J'), REKLAMATIONSBERICHT und
      *> BESTANDSPRUEFUNG nur montags.
      *> Vor jedem Schritt wird der Stand nach ablaufkontrolle.dat
      *> geschrieben (ueber LAUFKONTROLLE), nach jedem Schritt ein
      *> Satz mit Laufzeit und Satzzahl an laufhistorie.dat
      *> angehaengt (LAUFHISTORIE, Auswertung LAUFTREND); ein
      *> Schritt, der ueber LAUFZAEHLER Abbruch meldet, erscheint
      *> dort mit Ergebnis 'A'. Wird die
      *> Kette unterbrochen - Stromausfall, Terminal geschlossen - setzt
      *> der naechste Aufruf beim unterbrochenen Schritt wieder auf;
      *> bereits abgeschlossene Schritte laufen nicht erneut, und der
      *> Zinslauf setzt ueber die Kundennummer im Kontrollsatz hinter
      *> und Ergebnisfeld ('F' = fertig, 'B' = war bereits fertig) -
      *> so koennen BANKMAIN (Dialog) und BANKBATCH (Zeitsteuerung)
      *> dieselbe Kette fahren.
      *> Zinslauf-Flagge 'P' = Probelauf vor dem Monatsabschluss:
      *> FESTGELDLAUF, DARLEHENLAUF, MONTHEND, GEBUEHRENLAUF und
      *> FXBEWERTUNG rechnen wie im Monatslauf, buchen aber nichts
      *> und schreiben je Schritt probelauf-<schritt>-JJJJMMTT.txt
      *> (PROBELAUFBERICHT) mit Vergleich zum Vormonat. Die
      *> Laufkontrolle bleibt unberuehrt; Ergebnis 'P'.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HEUTE             PIC 9(8).
       01 WS-WOCHENTAG         PIC 9.
       01 LK-FUNKTION          PIC X.
       01 LK-ERGEBNIS          PIC X.
           COPY ABLAUF.
      *> Schrittnummer, ab der die Kette (wieder) aufsetzt.
       01 START-SCHRITT        PIC 99 VALUE 1.
      *> Laufhistorie je Schritt (LAUFHISTORIE/LAUFZAEHLER); der bei
      *> Wiederaufnahme unterbrochene Schritt wird mit 'W' vermerkt.
           COPY LAUFHIST.
       01 LH-RUECKMELDUNG      PIC X.
       01 LZ-FUNKTION          PIC X VALUE 'L'.
      *> 1 = der Schritt hat Abbruch gemeldet (LAUFZAEHLER 'E').
       01 LZ-ABBRUCH-MELDUNG   PIC 9(9).
       01 UNTERBROCHEN-SCHRITT PIC X(16) VALUE SPACES.
      *> Stapelmodus fuer RUHENDEKONTEN (Einfrieren laut Parameter).
       01 RUHEND-MODUS         PIC X VALUE 'B'.
      *> Stapelmodus fuer BESTANDSPRUEFUNG (Reparatur laut Parameter).
       01 BESTAND-MODUS        PIC X VALUE 'B'.
      *> An die buchenden Monatsschritte: 'J' = nur Probelauf.
       01 PROBELAUF-FLAGGE     PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LP-ZINSLAUF          PIC X.
           DISPLAY "==== TAGESABSCHLUSS ===="
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD

           IF LP-ZINSLAUF = 'P'
               PERFORM PROBELAUF-FAHREN
               MOVE 'P' TO LP-ERGEBNIS
               GOBACK
           END-IF
           MOVE 'N' TO PROBELAUF-FLAGGE

           MOVE 'L' TO LK-FUNKTION
           CALL "LAUFKONTROLLE" USING LK-FUNKTION ABLAUF-SATZ
               LK-ERGEBNIS

           MOVE 1 TO START-SCHRITT
           MOVE SPACES TO UNTERBROCHEN-SCHRITT
           IF LK-ERGEBNIS = 'J'
               IF ABLAUF-STATUS = 'F'
                   IF ABLAUF-DATUM = WS-HEUTE
                       WHEN "ZINSLAUF"     MOVE 5 TO START-SCHRITT
                       WHEN "GEBUEHREN"    MOVE 6 TO START-SCHRITT
                       WHEN "FXBEW"        MOVE 7 TO START-SCHRITT
                       WHEN "PFAENDUNG"    MOVE 8 TO START-SCHRITT
                       WHEN "SCHLIESSFACH" MOVE 9 TO START-SCHRITT
                       WHEN "AUDIT"        MOVE 10 TO START-SCHRITT
                       WHEN "EXTRAKT"      MOVE 11 TO START-SCHRITT
                       WHEN "MITARBEITER"  MOVE 12 TO START-SCHRITT
                       WHEN "WARNUNG"      MOVE 13 TO START-SCHRITT
                       WHEN "RUHEND"       MOVE 14 TO START-SCHRITT
                       WHEN "UEBERZUG"     MOVE 15 TO START-SCHRITT
                       WHEN "VOLLJAEHRIG"  MOVE 16 TO START-SCHRITT
                       WHEN "LEGITIMATION" MOVE 17 TO START-SCHRITT
                       WHEN "KONTENREGISTER"
                           MOVE 18 TO START-SCHRITT
                       WHEN "OBLIGO"       MOVE 19 TO START-SCHRITT
                       WHEN "COMPLIANCE"   MOVE 20 TO START-SCHRITT
                       WHEN "SORTEN"       MOVE 21 TO START-SCHRITT
                       WHEN "REKLAMATION"  MOVE 22 TO START-SCHRITT
                       WHEN "BESTAND"      MOVE 23 TO START-SCHRITT
                       WHEN "KONTOWECKER"  MOVE 24 TO START-SCHRITT
                       WHEN "CLEARING"     MOVE 25 TO START-SCHRITT
                       WHEN "GLEXPORT"     MOVE 26 TO START-SCHRITT
                       WHEN "RECONCILE"    MOVE 27 TO START-SCHRITT
                       WHEN OTHER          MOVE 1 TO START-SCHRITT
                   END-EVALUATE
                   MOVE ABLAUF-SCHRITT TO UNTERBROCHEN-SCHRITT
                   DISPLAY "Unterbrochener Lauf von heute erkannt - "
                       "Wiederaufnahme bei Schritt "
                       FUNCTION TRIM(ABLAUF-SCHRITT) "."
               MOVE "BACKUP" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "BACKUPKUNDEN"
               PERFORM SCHRITT-BEENDEN
           END-IF

           IF START-SCHRITT <= 2
               MOVE "DAUERAUFTRAG" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "DAUERAUSFUEHREN"
               PERFORM SCHRITT-BEENDEN
           END-IF

      *> Faellige Festgelder vor dem Zinslauf abrechnen, damit die
               MOVE "FESTGELD" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "FESTGELDLAUF" USING PROBELAUF-FLAGGE
               PERFORM SCHRITT-BEENDEN
           END-IF

           IF START-SCHRITT <= 4
               MOVE "DARLEHEN" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "DARLEHENLAUF" USING PROBELAUF-FLAGGE
               PERFORM SCHRITT-BEENDEN
           END-IF

           IF START-SCHRITT <= 5
                       MOVE 0 TO ABLAUF-LETZTE-NR
                       PERFORM STAND-SCHREIBEN
                   END-IF
                   PERFORM SCHRITT-BEGINNEN
                   CALL "MONTHEND" USING PROBELAUF-FLAGGE
                   MOVE "ZINSLAUF" TO ABLAUF-SCHRITT
                   PERFORM SCHRITT-BEENDEN
               ELSE
                   DISPLAY "Zinslauf laut Vorgabe uebersprungen."
                   MOVE "ZINSLAUF" TO LH-SCHRITT
                   PERFORM SCHRITT-UEBERSPRUNGEN
               END-IF
           END-IF

                   MOVE "GEBUEHREN" TO ABLAUF-SCHRITT
                   MOVE 0 TO ABLAUF-LETZTE-NR
                   PERFORM STAND-SCHREIBEN
                   PERFORM SCHRITT-BEGINNEN
                   CALL "GEBUEHRENLAUF" USING PROBELAUF-FLAGGE
                   PERFORM SCHRITT-BEENDEN
               ELSE
                   DISPLAY "Gebuehrenlauf laut Vorgabe uebersprungen."
                   MOVE "GEBUEHREN" TO LH-SCHRITT
                   PERFORM SCHRITT-UEBERSPRUNGEN
               END-IF
           END-IF

                   MOVE "FXBEW" TO ABLAUF-SCHRITT
                   MOVE 0 TO ABLAUF-LETZTE-NR
                   PERFORM STAND-SCHREIBEN
                   PERFORM SCHRITT-BEGINNEN
                   CALL "FXBEWERTUNG" USING PROBELAUF-FLAGGE
                   PERFORM SCHRITT-BEENDEN
               ELSE
                   DISPLAY "Neubewertung laut Vorgabe uebersprungen."
                   MOVE "FXBEW" TO LH-SCHRITT
                   PERFORM SCHRITT-UEBERSPRUNGEN
               END-IF
           END-IF

      *> Pfaendungsauskehrung nach Zinsen und Gebuehren, damit der
      *> Ueberschuss vom endgueltigen Monatssaldo berechnet wird, und
      *> vor CLEARINGEXPORT, damit die Auftraege noch heute
      *> hinausgehen.
           IF START-SCHRITT <= 8
               IF LP-ZINSLAUF = 'J'
                   MOVE "PFAENDUNG" TO ABLAUF-SCHRITT
                   MOVE 0 TO ABLAUF-LETZTE-NR
                   PERFORM STAND-SCHREIBEN
                   PERFORM SCHRITT-BEGINNEN
                   CALL "PFAENDUNGLAUF"
                   PERFORM SCHRITT-BEENDEN
               ELSE
                   DISPLAY "Pfaendungslauf laut Vorgabe "
                       "uebersprungen."
                   MOVE "PFAENDUNG" TO LH-SCHRITT
                   PERFORM SCHRITT-UEBERSPRUNGEN
               END-IF
           END-IF

      *> Faellige Schliessfachmieten taeglich, damit jeder Vertrag
      *> zu seinem Jahrestag belastet und ein Rueckstand am Folgetag
      *> erneut versucht wird.
           IF START-SCHRITT <= 9
               MOVE "SCHLIESSFACH" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "SCHLIESSFACHLAUF"
               PERFORM SCHRITT-BEENDEN
           END-IF

           IF START-SCHRITT <= 10
               MOVE "AUDIT" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "LEDGERAUDIT"
               PERFORM SCHRITT-BEENDEN
           END-IF

      *> Tagesextrakt nach den buchenden Schritten, damit die
      *> Tagesreporter (COMPLIANCE, KASSENABSCHLUSS, GLEXPORT)
      *> nicht mehr die ganze Historie lesen muessen.
           IF START-SCHRITT <= 11
               MOVE "EXTRAKT" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "TAGESEXTRAKT"
               PERFORM SCHRITT-BEENDEN
           END-IF

      *> Buchungen von Mitarbeitern auf eigenen oder verbundenen
      *> Konten fuer den Compliance-Beauftragten (liest den Extrakt).
           IF START-SCHRITT <= 12
               MOVE "MITARBEITER" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "MITARBEITERGESCHAEFTE"
               PERFORM SCHRITT-BEENDEN
           END-IF

      *> Warnschreiben vor dem Ruhend-Lauf, damit das Einfrieren
      *> erst nach erfolgter Warnung greift.
           IF START-SCHRITT <= 13
               MOVE "WARNUNG" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "RUHENDWARNUNG"
               PERFORM SCHRITT-BEENDEN
           END-IF

           IF START-SCHRITT <= 14
               MOVE "RUHEND" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "RUHENDEKONTEN" USING RUHEND-MODUS
               PERFORM SCHRITT-BEENDEN
           END-IF

           IF START-SCHRITT <= 15
               MOVE "UEBERZUG" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "UEBERZUGLAUF"
               PERFORM SCHRITT-BEENDEN
           END-IF

      *> Volljaehrigkeit taeglich (Vertretung endet am Geburtstag),
      *> Vorschau und Anschreiben nur im Monatslauf.
           IF START-SCHRITT <= 16
               MOVE "VOLLJAEHRIG" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "VOLLJAEHRIGLAUF" USING LP-ZINSLAUF
               PERFORM SCHRITT-BEENDEN
           END-IF

           IF START-SCHRITT <= 17
               IF LP-ZINSLAUF = 'J'
                   MOVE "LEGITIMATION" TO ABLAUF-SCHRITT
                   MOVE 0 TO ABLAUF-LETZTE-NR
                   PERFORM STAND-SCHREIBEN
                   PERFORM SCHRITT-BEGINNEN
                   CALL "LEGITIMATIONLAUF"
                   PERFORM SCHRITT-BEENDEN
               ELSE
                   DISPLAY "Legitimationspruefung laut Vorgabe "
                       "uebersprungen."
                   MOVE "LEGITIMATION" TO LH-SCHRITT
                   PERFORM SCHRITT-UEBERSPRUNGEN
               END-IF
           END-IF

      *> Kontenregister fuer das Kontenabrufverfahren nach allen
      *> Tagesaenderungen an Konten, Vollmachten und Vertretern.
           IF START-SCHRITT <= 18
               MOVE "KONTENREGISTER" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "KONTENREGISTER"
               PERFORM SCHRITT-BEENDEN
           END-IF

      *> Kreditnehmer-Obligo zum Monatsende, nach Zins-, Gebuehren-
      *> und Darlehenslauf.
           IF START-SCHRITT <= 19
               IF LP-ZINSLAUF = 'J'
                   MOVE "OBLIGO" TO ABLAUF-SCHRITT
                   MOVE 0 TO ABLAUF-LETZTE-NR
                   PERFORM STAND-SCHREIBEN
                   PERFORM SCHRITT-BEGINNEN
                   CALL "KREDITOBLIGO"
                   PERFORM SCHRITT-BEENDEN
               ELSE
                   DISPLAY "Kreditnehmer-Obligo laut Vorgabe "
                       "uebersprungen."
                   MOVE "OBLIGO" TO LH-SCHRITT
                   PERFORM SCHRITT-UEBERSPRUNGEN
               END-IF
           END-IF

           IF START-SCHRITT <= 20
               MOVE "COMPLIANCE" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "COMPLIANCE"
               PERFORM SCHRITT-BEENDEN
           END-IF

      *> Marge aus dem Sortengeschaeft je Filiale fuer den Tag.
           IF START-SCHRITT <= 21
               MOVE "SORTEN" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "SORTENBERICHT"
               PERFORM SCHRITT-BEENDEN
           END-IF

      *> Wochenbericht der offenen Automaten-Reklamationen am
      *> Montag, damit die Antwortfristen der Betreiber im Blick
      *> bleiben. Tag 1 der Tageszaehlung (INTEGER-OF-DATE) war ein
      *> Montag, Rest 1 = Montag (wie in BANKTAG).
           IF START-SCHRITT <= 22
               COMPUTE WS-WOCHENTAG = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-HEUTE), 7)
               IF WS-WOCHENTAG = 1
                   MOVE "REKLAMATION" TO ABLAUF-SCHRITT
                   MOVE 0 TO ABLAUF-LETZTE-NR
                   PERFORM STAND-SCHREIBEN
                   PERFORM SCHRITT-BEGINNEN
                   CALL "REKLAMATIONSBERICHT"
                   PERFORM SCHRITT-BEENDEN
               ELSE
                   DISPLAY "Reklamationsbericht nur montags - "
                       "uebersprungen."
                   MOVE "REKLAMATION" TO LH-SCHRITT
                   PERFORM SCHRITT-UEBERSPRUNGEN
               END-IF
           END-IF

      *> Woechentliche Bestandspruefung der Dateiverweise am
      *> Montag; die Reparaturen (Dauerauftraege stilllegen usw.)
      *> greifen damit vor Kontowecker und Clearing-Export.
           IF START-SCHRITT <= 23
               COMPUTE WS-WOCHENTAG = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-HEUTE), 7)
               IF WS-WOCHENTAG = 1
                   MOVE "BESTAND" TO ABLAUF-SCHRITT
                   MOVE 0 TO ABLAUF-LETZTE-NR
                   PERFORM STAND-SCHREIBEN
                   PERFORM SCHRITT-BEGINNEN
                   CALL "BESTANDSPRUEFUNG" USING BESTAND-MODUS
                   PERFORM SCHRITT-BEENDEN
               ELSE
                   DISPLAY "Bestandspruefung nur montags - "
                       "uebersprungen."
                   MOVE "BESTAND" TO LH-SCHRITT
                   PERFORM SCHRITT-UEBERSPRUNGEN
               END-IF
           END-IF

      *> Kundenbenachrichtigungen nach allen buchenden Schritten,
      *> damit Salden und Tagesumsaetze vollstaendig sind.
           IF START-SCHRITT <= 24
               MOVE "KONTOWECKER" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "KONTOWECKERLAUF"
               PERFORM SCHRITT-BEENDEN
           END-IF

           IF START-SCHRITT <= 25
               MOVE "CLEARING" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "CLEARINGEXPORT"
               PERFORM SCHRITT-BEENDEN
           END-IF

      *> Hauptbuch-Export vor der Abstimmung, damit RECONCILE gegen
      *> die frisch aus den Tagesdaten erzeugte Kontrollsumme prueft.
           IF START-SCHRITT <= 26
               MOVE "GLEXPORT" TO ABLAUF-SCHRITT
               MOVE 0 TO ABLAUF-LETZTE-NR
               PERFORM STAND-SCHREIBEN
               PERFORM SCHRITT-BEGINNEN
               CALL "GLEXPORT"
               PERFORM SCHRITT-BEENDEN
           END-IF

           MOVE "RECONCILE" TO ABLAUF-SCHRITT
           MOVE 0 TO ABLAUF-LETZTE-NR
           PERFORM STAND-SCHREIBEN
           PERFORM SCHRITT-BEGINNEN
           CALL "RECONCILE"
           PERFORM SCHRITT-BEENDEN

           MOVE "FERTIG" TO ABLAUF-SCHRITT
           MOVE 0 TO ABLAUF-LETZTE-NR
           DISPLAY "Tagesabschluss abgeschlossen."
           GOBACK.

      *> Probelauf: nur die buchenden Monatsschritte in der
      *> Reihenfolge der Kette, ohne Sicherung und Laufkontrolle.
       PROBELAUF-FAHREN.
           DISPLAY "PROBELAUF Monatsabschluss - es wird nichts "
               "gebucht."
           MOVE 'J' TO PROBELAUF-FLAGGE
           CALL "FESTGELDLAUF" USING PROBELAUF-FLAGGE
           CALL "DARLEHENLAUF" USING PROBELAUF-FLAGGE
           CALL "MONTHEND" USING PROBELAUF-FLAGGE
           CALL "GEBUEHRENLAUF" USING PROBELAUF-FLAGGE
           CALL "FXBEWERTUNG" USING PROBELAUF-FLAGGE
           MOVE 'N' TO PROBELAUF-FLAGGE
           DISPLAY "Probelauf abgeschlossen - Berichte "
               "probelauf-*.txt.".

      *> Laufhistorie: Startzeit merken und eine liegengebliebene
      *> Satzzahl eines frueheren Schritts verwerfen.
       SCHRITT-BEGINNEN.
           ACCEPT LH-START FROM TIME
           MOVE 'L' TO LZ-FUNKTION
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LH-ANZAHL.

      *> Meldet der Schritt einen Abbruch (LAUFZAEHLER 'A'), wird
      *> er mit 'A' vermerkt; die Kette laeuft weiter, damit die
      *> uebrigen Schritte ihre Tagesarbeit erledigen.
       SCHRITT-BEENDEN.
           ACCEPT LH-ENDE FROM TIME
           MOVE 'E' TO LZ-FUNKTION
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LZ-ABBRUCH-MELDUNG
           MOVE 'L' TO LZ-FUNKTION
           CALL "LAUFZAEHLER" USING LZ-FUNKTION LH-ANZAHL
           MOVE ABLAUF-SCHRITT TO LH-SCHRITT
           IF LZ-ABBRUCH-MELDUNG = 1
               MOVE 'A' TO LH-ERGEBNIS
               DISPLAY "Warnung: Schritt "
                   FUNCTION TRIM(ABLAUF-SCHRITT)
                   " wurde abgebrochen - siehe Meldungen oben."
           ELSE
           IF ABLAUF-SCHRITT = UNTERBROCHEN-SCHRITT
               MOVE 'W' TO LH-ERGEBNIS
           ELSE
               MOVE 'F' TO LH-ERGEBNIS
           END-IF
           END-IF
           PERFORM HISTORIE-SCHREIBEN.

      *> Laut Vorgabe nicht gefahrener Schritt (LH-SCHRITT vorher
      *> gesetzt) - ohne Laufzeit und Satzzahl.
       SCHRITT-UEBERSPRUNGEN.
           ACCEPT LH-START FROM TIME
           MOVE LH-START TO LH-ENDE
           MOVE 0 TO LH-ANZAHL
           MOVE 'U' TO LH-ERGEBNIS
           PERFORM HISTORIE-SCHREIBEN.

       HISTORIE-SCHREIBEN.
           MOVE WS-HEUTE TO LH-DATUM
           MOVE 0 TO LH-DAUER
           CALL "LAUFHISTORIE" USING LAUFHIST-SATZ LH-RUECKMELDUNG
           IF LH-RUECKMELDUNG NOT = 'J'
               DISPLAY "Warnung: Laufhistorie fuer Schritt "
                   FUNCTION TRIM(LH-SCHRITT)
                   " konnte nicht geschrieben werden."
           END-IF.

       STAND-SCHREIBEN.
           MOVE WS-HEUTE TO ABLAUF-DATUM
           MOVE 'L' TO ABLAUF-STATUS
