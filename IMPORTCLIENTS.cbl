      *> Liest eine kommagetrennte Extraktdatei "import.csv" ein
      *> (KUNDENNUMMER,NAME,STARTGUTHABEN,NIEDERLASSUNG,
      *> EROEFFNUNGSDATUM,UEBERZIEHUNGSLIMIT,WAEHRUNG,STRASSE,PLZ,
      *> ORT,TELEFON,EMAIL,STEUERID,AUSWEISART,AUSWEISNR,BEHOERDE,
      *> GUELTIGBIS,RISIKOKLASSE - ohne Kopfzeile; die Adress-
      *> spalten sind optional und landen in adressen.dat, die
      *> Legitimationsspalten sind Pflicht und landen in
      *> legitimation.dat, siehe LEGITIMATION.CPY)
      *> und legt jeden gueltigen Datensatz wie ADDCLIENT in kunden.dat
      *> an. WAEHRUNG ist optional; fehlt sie, wird EUR angenommen.
      *> Eine leere KUNDENNUMMER-Spalte ist zulaessig - die Nummer
           COPY KUNDEN.

       FD IMPORT-DATEI.
       01 IMPORT-ZEILE             PIC X(320).

       FD PROTOKOLL-DATEI.
       01 PROTOKOLL-ZEILE          PIC X(320).

       FD ADRESSEN-DATEI.
           COPY ADRESSE.
       01 F-TELEFON                PIC X(20).
       01 F-EMAIL                  PIC X(40).
       01 F-STEUER-ID              PIC X(15).
       01 F-AUSWEISART             PIC X.
       01 F-AUSWEIS-NR             PIC X(20).
       01 F-BEHOERDE               PIC X(30).
       01 F-GUELTIG-TEXT           PIC X(10).
       01 F-RISIKOKLASSE           PIC X.
       01 TEMP-GUELTIG-BIS         PIC 9(8).
       01 WS-HEUTE                 PIC 9(8).
       01 LG-MODUS                 PIC X.
       01 LG-ERGEBNIS              PIC X.
           COPY LEGITIMATION.
       01 WS-ADRESSEN-STATUS       PIC XX.
       01 WS-PERSONEN-STATUS       PIC XX.
       01 FIL-NAME-ANZ             PIC X(30).
           MOVE SPACES TO F-NR-TEXT F-NAME F-KONTO-TEXT
               F-NIEDERLASSUNG F-EROEFFNUNG-TEXT F-UEBERZIEHUNG-TEXT
               F-WAEHRUNG F-STRASSE F-PLZ F-ORT F-TELEFON F-EMAIL
               F-STEUER-ID F-AUSWEISART F-AUSWEIS-NR F-BEHOERDE
               F-GUELTIG-TEXT F-RISIKOKLASSE
           UNSTRING IMPORT-ZEILE DELIMITED BY ","
               INTO F-NR-TEXT F-NAME F-KONTO-TEXT
                   F-NIEDERLASSUNG F-EROEFFNUNG-TEXT
                   F-UEBERZIEHUNG-TEXT F-WAEHRUNG
                   F-STRASSE F-PLZ F-ORT F-TELEFON F-EMAIL
                   F-STEUER-ID F-AUSWEISART F-AUSWEIS-NR
                   F-BEHOERDE F-GUELTIG-TEXT F-RISIKOKLASSE
           END-UNSTRING

           PERFORM PRUEFE-NR
           IF ZEILE-OK-FLAGGE = 'J'
               PERFORM PRUEFE-SPERRLISTE
           END-IF
           IF ZEILE-OK-FLAGGE = 'J'
               PERFORM PRUEFE-LEGITIMATION
           END-IF

           IF ZEILE-OK-FLAGGE = 'J'
               PERFORM KUNDE-ANLEGEN
                   DELIMITED BY SIZE INTO ABLEHNUNGSGRUND
           END-IF.

      *> Ohne gueltige Legitimation wird kein Konto eroeffnet.
       PRUEFE-LEGITIMATION.
           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE FUNCTION UPPER-CASE(F-AUSWEISART) TO F-AUSWEISART
           MOVE FUNCTION UPPER-CASE(F-RISIKOKLASSE) TO F-RISIKOKLASSE
           MOVE 0 TO TEMP-GUELTIG-BIS
           IF F-AUSWEISART NOT = 'P' AND NOT = 'R' AND NOT = 'A'
                   AND NOT = 'H' AND NOT = 'S'
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "Legitimation fehlt (Ausweisart P/R/A/H/S)"
                   TO ABLEHNUNGSGRUND
           ELSE
           IF F-AUSWEIS-NR = SPACES OR F-BEHOERDE = SPACES
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "Ausweisnummer oder Behoerde fehlt"
                   TO ABLEHNUNGSGRUND
           ELSE
           IF F-RISIKOKLASSE NOT = 'N' AND NOT = 'M' AND NOT = 'H'
               MOVE 'N' TO ZEILE-OK-FLAGGE
               MOVE "Risikoklasse muss N, M oder H sein"
                   TO ABLEHNUNGSGRUND
           ELSE
           IF F-GUELTIG-TEXT NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(F-GUELTIG-TEXT)
                   TO NUMVAL-TESTRESULT
               IF NUMVAL-TESTRESULT NOT = 0
                   MOVE 'N' TO ZEILE-OK-FLAGGE
                   MOVE "Ausweis gueltig bis ist kein Datum"
                       TO ABLEHNUNGSGRUND
               ELSE
                   COMPUTE TEMP-GUELTIG-BIS =
                       FUNCTION NUMVAL(F-GUELTIG-TEXT)
                   IF TEMP-GUELTIG-BIS NOT = 0
                       IF FUNCTION TEST-DATE-YYYYMMDD(TEMP-GUELTIG-BIS)
                               NOT = 0
                           MOVE 'N' TO ZEILE-OK-FLAGGE
                           MOVE "Ausweis gueltig bis ist kein Datum"
                               TO ABLEHNUNGSGRUND
                       ELSE
                       IF TEMP-GUELTIG-BIS < WS-HEUTE
                           MOVE 'N' TO ZEILE-OK-FLAGGE
                           MOVE "Ausweis ist abgelaufen"
                               TO ABLEHNUNGSGRUND
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       KUNDE-ANLEGEN.
           OPEN I-O KUNDEN-DATEI
           IF WS-KUNDEN-STATUS = "35"
                       NK-ERGEBNIS
               END-IF
               PERFORM PERSON-SCHREIBEN
               PERFORM LEGITIMATION-SCHREIBEN
               PERFORM ADRESSE-SCHREIBEN
           END-IF
           CLOSE KUNDEN-DATEI.
               MOVE TEMP-NR TO PERSON-NR
               MOVE F-NAME TO PERSON-NAME
               MOVE F-NIEDERLASSUNG TO PERSON-NIEDERLASSUNG
               MOVE 0 TO PERSON-STERBEDATUM
               MOVE 0 TO PERSON-GEBURTSDATUM
               WRITE PERSON-EINTRAG
               IF WS-PERSONEN-STATUS NOT = "00"
                   MOVE "IMPORTCLIENTS" TO WS-FP-PROGRAMM
               CLOSE PERSONEN-DATEI
           END-IF.

       LEGITIMATION-SCHREIBEN.
           INITIALIZE LEGITIMATION-EINTRAG
           MOVE TEMP-NR TO LEG-PERSON-NR
           MOVE F-AUSWEISART TO LEG-AUSWEISART
           MOVE F-AUSWEIS-NR TO LEG-AUSWEIS-NR
           MOVE F-BEHOERDE TO LEG-BEHOERDE
           MOVE TEMP-GUELTIG-BIS TO LEG-GUELTIG-BIS
           MOVE F-RISIKOKLASSE TO LEG-RISIKOKLASSE
           MOVE 'S' TO LG-MODUS
           CALL "LEGITIMATIONPRUEF" USING TEMP-NR LG-MODUS
               LG-ERGEBNIS LEGITIMATION-EINTRAG
           IF LG-ERGEBNIS NOT = 'J'
               DISPLAY "Warnung: Legitimation fuer Kunde " TEMP-NR
                   " nicht gespeichert - bitte ueber "
                   "LEGITIMATIONPFLEGE nacherfassen."
           END-IF.

      *> Adressspalten (falls gefuellt) als eigenen Satz nach
      *> adressen.dat uebernehmen.
       ADRESSE-SCHREIBEN.
