       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTENABRUF.

      *> Auskunft aus dem Kontenregister (kontenregister.dat, siehe
      *> KONTENREG.CPY) fuer Anfragen im Kontenabrufverfahren:
      *> alle Konten, die eine Person haelt oder ueber die sie
      *> verfuegen kann - als Inhaber, Mitinhaber, Bevollmaechtigter
      *> oder gesetzlicher Vertreter -, einschliesslich der in den
      *> letzten zehn Jahren geschlossenen Konten. Gesucht wird nach
      *> Personennummer oder nach einem Namensbestandteil. Stand ist
      *> der letzte Tagesabschluss (KONTENREGISTER). Jedes
      *> angezeigte Konto wird im Zugriffsprotokoll vermerkt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-DATEI ASSIGN TO "kontenregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-DATEI.
           COPY KONTENREG.

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS   PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 EINGABE              PIC X(30).
       01 SUCH-ART             PIC X.
       01 SUCH-PERSON-NR       PIC 9(5).
       01 SUCH-TEXT            PIC X(30).
       01 SUCH-LAENGE          PIC 99.
       01 NAME-GROSS           PIC X(30).
       01 FUND-ANZAHL          PIC 9(3).
       01 NUMVAL-TESTRESULT    PIC S9(4).
       01 TREFFER-ANZAHL       PIC 9(5) VALUE 0.
       01 ROLLE-TEXT           PIC X(14).
       01 KONTOART-TEXT        PIC X(5).
       01 MASK-DATUM           PIC 9999/99/99.
       01 ANZEIGE-VON          PIC X(10).
       01 ANZEIGE-BIS          PIC X(10).
       01 ANZEIGE-EROEFFNUNG   PIC X(10).
       01 ANZEIGE-SCHLIESSUNG  PIC X(10).
      *> Lesender Kundenzugriff wird protokolliert (ZUGRIFFSLOG) -
      *> je angezeigtem Registereintrag ein Eintrag.
       01 ZL-PROGRAMM          PIC X(20).
       01 ZL-KUNDEN-NR         PIC 9(5).

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
      *> Mitarbeiters - wandert ins Zugriffsprotokoll.
       01 LP-MITARBEITER-ID    PIC X(4).

       PROCEDURE DIVISION USING LP-MITARBEITER-ID.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- KONTENABRUF: KONTEN EINER PERSON ---"
           DISPLAY "Personennummer oder Name (Teil) eingeben: "
           MOVE SPACES TO EINGABE
           ACCEPT EINGABE
           IF EINGABE = SPACES
               DISPLAY "Keine Eingabe - Abfrage abgebrochen."
               GOBACK
           END-IF

           MOVE FUNCTION TEST-NUMVAL(EINGABE) TO NUMVAL-TESTRESULT
           IF NUMVAL-TESTRESULT = 0
               MOVE 'P' TO SUCH-ART
               COMPUTE SUCH-PERSON-NR = FUNCTION NUMVAL(EINGABE)
           ELSE
               MOVE 'N' TO SUCH-ART
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EINGABE))
                   TO SUCH-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(EINGABE))
                   TO SUCH-LAENGE
           END-IF

           OPEN INPUT REGISTER-DATEI
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Fehler: kontenregister.dat nicht vorhanden "
                   "(Status " WS-REGISTER-STATUS ") - das Register "
                   "entsteht im Tagesabschluss."
               GOBACK
           END-IF

           DISPLAY "Konto Rolle          Person Name"
               "                           Art   "
           DISPLAY "      eroeffnet  geschlossen  berechtigt von/bis"
           DISPLAY "------------------------------------------------"
               "--------------------------"
           MOVE 0 TO TREFFER-ANZAHL
           MOVE 'N' TO EOF-FLAGGE
           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ REGISTER-DATEI
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       IF SUCH-ART = 'P'
                           IF KR-PERSON-NR = SUCH-PERSON-NR
                               PERFORM EINTRAG-ANZEIGEN
                           END-IF
                       ELSE
                           PERFORM NAME-PRUEFEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-DATEI

           DISPLAY "------------------------------------------------"
               "--------------------------"
           IF TREFFER-ANZAHL = 0
               DISPLAY "Keine Konten im Register gefunden."
           ELSE
               DISPLAY TREFFER-ANZAHL " Eintraege gefunden."
           END-IF

           GOBACK.

       NAME-PRUEFEN.
           MOVE FUNCTION UPPER-CASE(KR-NAME) TO NAME-GROSS
           MOVE 0 TO FUND-ANZAHL
           INSPECT NAME-GROSS TALLYING FUND-ANZAHL
               FOR ALL SUCH-TEXT(1:SUCH-LAENGE)
           IF FUND-ANZAHL > 0
               PERFORM EINTRAG-ANZEIGEN
           END-IF.

       EINTRAG-ANZEIGEN.
           ADD 1 TO TREFFER-ANZAHL
           EVALUATE KR-ROLLE
               WHEN 'I' MOVE "Inhaber"        TO ROLLE-TEXT
               WHEN 'M' MOVE "Mitinhaber"     TO ROLLE-TEXT
               WHEN 'B' MOVE "Bevollmaecht."  TO ROLLE-TEXT
               WHEN 'G' MOVE "Ges. Vertreter" TO ROLLE-TEXT
               WHEN OTHER MOVE KR-ROLLE       TO ROLLE-TEXT
           END-EVALUATE
           EVALUATE KR-KONTOART
               WHEN 'S' MOVE "Spar"  TO KONTOART-TEXT
               WHEN OTHER MOVE "Giro" TO KONTOART-TEXT
           END-EVALUATE
           MOVE KR-EROEFFNUNG TO MASK-DATUM
           MOVE MASK-DATUM TO ANZEIGE-EROEFFNUNG
           IF KR-SCHLIESSUNG = 0
               MOVE "offen" TO ANZEIGE-SCHLIESSUNG
           ELSE
               MOVE KR-SCHLIESSUNG TO MASK-DATUM
               MOVE MASK-DATUM TO ANZEIGE-SCHLIESSUNG
           END-IF
           MOVE KR-GUELTIG-VON TO MASK-DATUM
           MOVE MASK-DATUM TO ANZEIGE-VON
           IF KR-GUELTIG-BIS = 0
               MOVE "unbefr." TO ANZEIGE-BIS
           ELSE
               MOVE KR-GUELTIG-BIS TO MASK-DATUM
               MOVE MASK-DATUM TO ANZEIGE-BIS
           END-IF
           DISPLAY KR-KUNDEN-NR " " ROLLE-TEXT " " KR-PERSON-NR " "
               KR-NAME " " KONTOART-TEXT
           DISPLAY "      " ANZEIGE-EROEFFNUNG " " ANZEIGE-SCHLIESSUNG
               "   " ANZEIGE-VON " - " ANZEIGE-BIS

           MOVE "KONTENABRUF" TO ZL-PROGRAMM
           MOVE KR-KUNDEN-NR TO ZL-KUNDEN-NR
           CALL "ZUGRIFFSLOG" USING ZL-PROGRAMM LP-MITARBEITER-ID
               ZL-KUNDEN-NR.
