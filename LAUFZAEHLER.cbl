       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAUFZAEHLER.

      *> Rueckmeldung der Satzzahl eines Tagesabschluss-Schritts an
      *> TAGESLAUF fuer die Laufhistorie (LAUFHIST.CPY). Aufruf:
      *>   CALL "LAUFZAEHLER" USING Funktion, Anzahl (PIC 9(9))
      *> Funktion 'S' (vom Schritt vor GOBACK): Anzahl merken -
      *> verarbeitete Konten bzw. geschriebene Buchungen.
      *> Funktion 'A' (vom Schritt vor einem Abbruch-GOBACK): Anzahl
      *> merken und den Schritt als abgebrochen kennzeichnen - der
      *> Schritt hat seine Arbeit nicht (vollstaendig) getan.
      *> Funktion 'E' (von TAGESLAUF): liefert 1, wenn der Schritt
      *> Abbruch gemeldet hat, sonst 0.
      *> Funktion 'L' (von TAGESLAUF): gemerkte Anzahl liefern und
      *> Anzahl und Abbruchkennzeichen zuruecksetzen. Meldet ein
      *> Schritt nichts, bleibt 0.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 GEMERKTE-ANZAHL      PIC 9(9) VALUE 0.
       01 ABBRUCH-FLAGGE       PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LP-FUNKTION          PIC X.
       01 LP-ANZAHL            PIC 9(9).

       PROCEDURE DIVISION USING LP-FUNKTION LP-ANZAHL.
       BEGIN.
           EVALUATE LP-FUNKTION
               WHEN 'S'
                   MOVE LP-ANZAHL TO GEMERKTE-ANZAHL
               WHEN 'A'
                   MOVE LP-ANZAHL TO GEMERKTE-ANZAHL
                   MOVE 'J' TO ABBRUCH-FLAGGE
               WHEN 'E'
                   IF ABBRUCH-FLAGGE = 'J'
                       MOVE 1 TO LP-ANZAHL
                   ELSE
                       MOVE 0 TO LP-ANZAHL
                   END-IF
               WHEN 'L'
                   MOVE GEMERKTE-ANZAHL TO LP-ANZAHL
                   MOVE 0 TO GEMERKTE-ANZAHL
                   MOVE 'N' TO ABBRUCH-FLAGGE
           END-EVALUATE

           GOBACK.
