      *>
      *> bankbatch.par (Semikolon-getrennt, fehlende Datei =
      *> Standardwerte):
      *>   ZINSLAUF;J     Zinslauf (MONTHEND) mitfahren (J/N);
      *>                  P = nur Probelauf des Monatsabschlusses,
      *>                  nichts wird gebucht (siehe TAGESLAUF)
      *>
      *> Je Stapellauf wird ein Gesamtsatz (Schritt "BANKBATCH",
      *> Laufzeit der ganzen Kette, Ergebnis F/B/P/X) an
      *> laufhistorie.dat angehaengt; die Einzelschritte schreibt
      *> TAGESLAUF selbst.
      *>
      *> Returncode fuer den Scheduler:
      *>   0 = Kette fertig (oder fuer heute bereits fertig) bzw.
      *>       Probelauf beendet
      *>   4 = Kette fertig, aber Abstimmungsbruch festgestellt
      *>   8 = Kette nicht fertig gemeldet - pruefen

       01 WS-BEFEHL            PIC X(100).
       01 ZINSLAUF-FLAGGE      PIC X VALUE 'J'.
       01 TL-ERGEBNIS          PIC X.
           COPY LAUFHIST.
       01 LH-RUECKMELDUNG      PIC X.
       01 BRUCH-GEFUNDEN       PIC X VALUE 'N'.
       01 P-NAME-TEXT          PIC X(12).
       01 P-WERT-TEXT          PIC X(12).
               DELIMITED BY SIZE INTO LOG-TEXT
           PERFORM LOG-SCHREIBEN

           ACCEPT LH-START FROM TIME
           CALL "TAGESLAUF" USING ZINSLAUF-FLAGGE TL-ERGEBNIS
           PERFORM HISTORIE-SCHREIBEN

           EVALUATE TL-ERGEBNIS
               WHEN 'F'
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM LOG-SCHREIBEN
                   MOVE 0 TO RETURN-CODE
               WHEN 'P'
                   MOVE SPACES TO LOG-TEXT
                   STRING "Probelauf beendet - Berichte "
                       "probelauf-*.txt pruefen"
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM LOG-SCHREIBEN
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Kette NICHT fertig gemeldet - pruefen"
                       TO LOG-TEXT

           GOBACK.

       HISTORIE-SCHREIBEN.
           ACCEPT LH-ENDE FROM TIME
           MOVE WS-HEUTE TO LH-DATUM
           MOVE "BANKBATCH" TO LH-SCHRITT
           MOVE 0 TO LH-DAUER LH-ANZAHL
           EVALUATE TL-ERGEBNIS
               WHEN 'F'
               WHEN 'B'
               WHEN 'P'
                   MOVE TL-ERGEBNIS TO LH-ERGEBNIS
               WHEN OTHER
                   MOVE 'X' TO LH-ERGEBNIS
           END-EVALUATE
           CALL "LAUFHISTORIE" USING LAUFHIST-SATZ LH-RUECKMELDUNG
           IF LH-RUECKMELDUNG NOT = 'J'
               MOVE "Laufhistorie konnte nicht geschrieben werden"
                   TO LOG-TEXT
               PERFORM LOG-SCHREIBEN
           END-IF.

       PARAMETER-LADEN.
           OPEN INPUT PARAMETER-DATEI
           IF WS-PARAMETER-STATUS NOT = "00"
