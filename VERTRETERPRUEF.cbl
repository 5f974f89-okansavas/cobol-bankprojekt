       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERTRETERPRUEF.

      *> Pruefung vor einer Verfuegung am Schalter (UPDATEBALANCE,
      *> TRANSFER, ZAHLUNGSAUSGANG) ueber ein Konto eines
      *> Minderjaehrigen. Aufruf:
      *>   CALL "VERTRETERPRUEF" USING Personennummer Betrag Ergebnis
      *> mit der Personennummer des Kontoinhabers
      *> (KUNDEN-PERSONEN-NR) und dem Betrag in Kontowaehrung.
      *> Volljaehrige und Betraege bis zur Vertretergrenze (siehe
      *> JUGENDPRUEF): Ergebnis 'J' ohne Rueckfrage. Darueber muss
      *> ein in vertreter.dat erfasster gesetzlicher Vertreter
      *> anwesend sein - der Schalter erfasst dessen
      *> Personennummer; sonst ist das Ergebnis 'N'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERTRETER-DATEI ASSIGN TO "vertreter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-PERSON-NR
               FILE STATUS IS WS-VT-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VERTRETER-DATEI.
           COPY VERTRETER.

       FD PERSONEN-DATEI.
           COPY PERSON.

       WORKING-STORAGE SECTION.
       01 WS-VT-STATUS         PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
       01 VERTRETER-GEF        PIC X VALUE 'N'.
       01 ANZEIGE-PERSON       PIC 9(5).
       01 ANZEIGE-NAME         PIC X(30).
       01 ANWESEND-NR          PIC 9(5).
       01 VERTRETER-1          PIC 9(5) VALUE 0.
       01 VERTRETER-2          PIC 9(5) VALUE 0.
       01 MASK-GRENZE          PIC Z(6)9.99.
      *> Rueckgaben von JUGENDPRUEF
       01 JP-GEBURTSDATUM      PIC 9(8).
       01 JP-ERGEBNIS          PIC X.
       01 JP-KARTENLIMIT       PIC 9(7)V99.
       01 JP-VERTRETERGRENZE   PIC 9(7)V99.

       LINKAGE SECTION.
       01 LP-PERSONEN-NR       PIC 9(5).
       01 LP-BETRAG            PIC 9(7)V99.
       01 LP-ERGEBNIS          PIC X.

       PROCEDURE DIVISION USING LP-PERSONEN-NR LP-BETRAG LP-ERGEBNIS.
       BEGIN.
           MOVE 'J' TO LP-ERGEBNIS
           CALL "JUGENDPRUEF" USING LP-PERSONEN-NR JP-GEBURTSDATUM
               JP-ERGEBNIS JP-KARTENLIMIT JP-VERTRETERGRENZE
           IF JP-ERGEBNIS NOT = 'J'
                   OR LP-BETRAG NOT > JP-VERTRETERGRENZE
               GOBACK
           END-IF

           MOVE JP-VERTRETERGRENZE TO MASK-GRENZE
           DISPLAY "Konto eines Minderjaehrigen - Verfuegung ueber "
               MASK-GRENZE " nur im Beisein eines gesetzlichen "
               "Vertreters."

           MOVE 'N' TO VERTRETER-GEF
           MOVE 0 TO VERTRETER-1
           MOVE 0 TO VERTRETER-2
           OPEN INPUT VERTRETER-DATEI
           IF WS-VT-STATUS = "00"
               MOVE LP-PERSONEN-NR TO VT-PERSON-NR
               READ VERTRETER-DATEI KEY IS VT-PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VT-STATUS = 'A'
                               AND (VT-VERTRETER-1 NOT = 0
                                   OR VT-VERTRETER-2 NOT = 0)
                           MOVE 'J' TO VERTRETER-GEF
                           MOVE VT-VERTRETER-1 TO VERTRETER-1
                           MOVE VT-VERTRETER-2 TO VERTRETER-2
                       END-IF
               END-READ
               CLOSE VERTRETER-DATEI
           END-IF

           IF VERTRETER-GEF NOT = 'J'
               MOVE 'N' TO LP-ERGEBNIS
               DISPLAY "Fehler: Keine gesetzlichen Vertreter erfasst "
                   "(VERTRETERPFLEGE) - Verfuegung abgelehnt."
               GOBACK
           END-IF

           DISPLAY "Gesetzliche Vertreter:"
           IF VERTRETER-1 NOT = 0
               MOVE VERTRETER-1 TO ANZEIGE-PERSON
               PERFORM PERSONENNAME-HOLEN
               DISPLAY "  " VERTRETER-1 " "
                   FUNCTION TRIM(ANZEIGE-NAME)
           END-IF
           IF VERTRETER-2 NOT = 0
               MOVE VERTRETER-2 TO ANZEIGE-PERSON
               PERFORM PERSONENNAME-HOLEN
               DISPLAY "  " VERTRETER-2 " "
                   FUNCTION TRIM(ANZEIGE-NAME)
           END-IF
           DISPLAY "Personennummer des anwesenden Vertreters "
               "(Legitimation pruefen, 0 = keiner anwesend): "
           MOVE 0 TO ANWESEND-NR
           ACCEPT ANWESEND-NR
           IF ANWESEND-NR = 0
                   OR (ANWESEND-NR NOT = VERTRETER-1
                       AND ANWESEND-NR NOT = VERTRETER-2)
               MOVE 'N' TO LP-ERGEBNIS
               DISPLAY "Fehler: Kein gesetzlicher Vertreter anwesend "
                   "- Verfuegung abgelehnt."
           END-IF

           GOBACK.

       PERSONENNAME-HOLEN.
           MOVE "(Person unbekannt)" TO ANZEIGE-NAME
           OPEN INPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS = "00"
               MOVE ANZEIGE-PERSON TO PERSON-NR
               READ PERSONEN-DATEI KEY IS PERSON-NR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO ANZEIGE-NAME
               END-READ
               CLOSE PERSONEN-DATEI
           END-IF.
