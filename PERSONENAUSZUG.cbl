      *> EUR umgerechnete Gesamtsumme (Kurse aus kurse.dat) und die
      *> Bewegungen der eingegebenen Periode je Konto in einem
      *> Dokument zusammen, mit Adressblock aus adressen.dat.
      *> Gemeinschaftskonten (kontoinhaber.dat), an denen die Person
      *> beteiligt ist, erscheinen mit ihrem Anteil; in die
      *> Gesamtsumme geht nur dieser Anteil ein.
      *> Ausgabe: personenauszug-NNNNN-JJJJMMTT.txt. Einzelauszuege
      *> je Konto liefern weiterhin VIEWCLIENT und KONTOAUSZUG.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KUNDEN-NR
               FILE STATUS IS WS-ADRESSEN-STATUS.
           SELECT INHABER-DATEI ASSIGN TO "kontoinhaber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-SCHLUESSEL
               FILE STATUS IS WS-IH-STATUS.
           SELECT KURSE-DATEI ASSIGN TO "kurse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KURSE-STATUS.
       FD ADRESSEN-DATEI.
           COPY ADRESSE.

       FD INHABER-DATEI.
           COPY KONTOINHABER.

       FD KURSE-DATEI.
       01 KURSE-ZEILE          PIC X(40).

       01 EUR-GESAMT           PIC S9(11)V99 VALUE 0.
       01 EUR-WERT             PIC S9(9)V99.
       01 ADRESSE-GEFUNDEN     PIC X VALUE 'N'.
       01 WS-IH-STATUS         PIC XX.
       01 PERSON-ANTEIL        PIC 9(3)V99.
       01 GEMEINSAM-FLAGGE     PIC X VALUE 'N'.
       01 ANTEIL-WERT          PIC S9(9)V99.
       01 MASK-ANTEIL          PIC ZZ9.99.
       01 MASK-KONTO           PIC -Z(6)9.99.
       01 MASK-EUR             PIC -Z(8)9.99.
       01 MASK-BETRAG          PIC -Z(6)9.99.
               GOBACK
           END-IF

           OPEN INPUT INHABER-DATEI

           ACCEPT WS-HEUTE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-AUSZUG-NAME
           STRING "personenauszug-" SUCH-PERSON-NR "-" WS-HEUTE
           IF WS-BEWEGUNGEN-STATUS NOT = "35"
               CLOSE BEWEGUNGEN-DATEI
           END-IF
           IF WS-IH-STATUS = "00"
               CLOSE INHABER-DATEI
           END-IF
           CLOSE KUNDEN-DATEI

           GOBACK.
                   AT END
                       MOVE 'J' TO KONTEN-EOF-FLAGGE
                   NOT AT END
                       PERFORM ANTEIL-ERMITTELN
                       IF PERSON-ANTEIL > 0 OR GEMEINSAM-FLAGGE = 'J'
                           ADD 1 TO KONTEN-ANZAHL
                           PERFORM KONTO-SCHREIBEN
                       END-IF
           WRITE AUSZUG-ZEILE

           PERFORM EUR-WERT-ERMITTELN
           MOVE EUR-WERT TO MASK-EUR
           MOVE SPACES TO AUSZUG-ZEILE
           STRING "           Gegenwert " MASK-EUR " EUR"
               DELIMITED BY SIZE INTO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE
           IF GEMEINSAM-FLAGGE = 'J'
               COMPUTE ANTEIL-WERT ROUNDED =
                   EUR-WERT * PERSON-ANTEIL / 100
               ADD ANTEIL-WERT TO EUR-GESAMT
               MOVE PERSON-ANTEIL TO MASK-ANTEIL
               MOVE ANTEIL-WERT TO MASK-EUR
               MOVE SPACES TO AUSZUG-ZEILE
               STRING "           Gemeinschaftskonto, Anteil "
                   MASK-ANTEIL " % = " MASK-EUR " EUR"
                   DELIMITED BY SIZE INTO AUSZUG-ZEILE
               WRITE AUSZUG-ZEILE
           ELSE
               ADD EUR-WERT TO EUR-GESAMT
           END-IF
           MOVE SPACES TO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE

           MOVE SPACES TO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE.

      *> Anteil der Person am gelesenen Konto: laut kontoinhaber.dat
      *> bei Gemeinschaftskonten, sonst 100 fuer den Inhaber und 0
      *> fuer alle anderen.
       ANTEIL-ERMITTELN.
           MOVE 'N' TO GEMEINSAM-FLAGGE
           MOVE 0 TO PERSON-ANTEIL
           IF KUNDEN-PERSONEN-NR = SUCH-PERSON-NR
               MOVE 100 TO PERSON-ANTEIL
           END-IF
           IF WS-IH-STATUS = "00"
               MOVE KUNDEN-NR TO IH-KUNDEN-NR
               MOVE SUCH-PERSON-NR TO IH-PERSON-NR
               READ INHABER-DATEI KEY IS IH-SCHLUESSEL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'J' TO GEMEINSAM-FLAGGE
                       MOVE IH-ANTEIL TO PERSON-ANTEIL
               END-READ
           END-IF.

       EUR-WERT-ERMITTELN.
           EVALUATE KUNDEN-WAEHRUNG
               WHEN "USD"
