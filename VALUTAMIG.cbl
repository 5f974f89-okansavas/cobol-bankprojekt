       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALUTAMIG.

      *> Einmalige Uebernahme des Buchungsjournals nach der
      *> Einfuehrung des Valutadatums (BEWEGUNG-VALUTA, siehe
      *> BEWEGUNG.CPY): liest kontobewegungen.dat im alten Aufbau
      *> (104 Stellen, ohne Valuta) und baut sie im neuen Aufbau
      *> auf. Fuer Altsaetze gilt das Buchungsdatum als Valuta.
      *>
      *> Vorgehen (durch den Betrieb auszufuehren):
      *>   1. Alle Programme stoppen, damit niemand gleichzeitig bucht.
      *>   2. mv kontobewegungen.dat kontobewegungen-alt.dat
      *>   3. VALUTAMIG laufen lassen.
      *>   4. Satzzahlen vergleichen, kontobewegungen-alt.dat als
      *>      Sicherung aufbewahren.
      *>
      *> Hinweis: Die Jahresarchive kontobewegungen-JJJJ.dat und die
      *> Tagesextrakte bleiben unveraendert liegen. Ihre kuerzeren
      *> Altzeilen tragen im Valutafeld Leerstellen; alle Leser
      *> setzen in diesem Fall das Buchungsdatum ein.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-DATEI ASSIGN TO "kontobewegungen-alt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-SCHLUESSEL
               FILE STATUS IS WS-ALT-STATUS.
           SELECT BEWEGUNGEN-DATEI ASSIGN TO "kontobewegungen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEWEGUNG-SCHLUESSEL
               FILE STATUS IS WS-BEWEGUNGEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALT-DATEI.
      *> Alter Satzaufbau vor dem Valutadatum - bis auf das fehlende
      *> Endfeld identisch mit BEWEGUNG-EINTRAG.
       01 ALT-EINTRAG.
           05 ALT-SCHLUESSEL           PIC X(21).
           05 ALT-REST                 PIC X(83).

       FD BEWEGUNGEN-DATEI.
           COPY BEWEGUNG.

       WORKING-STORAGE SECTION.
       01 WS-ALT-STATUS        PIC XX.
       01 WS-BEWEGUNGEN-STATUS PIC XX.
       01 EOF-FLAGGE           PIC X VALUE 'N'.
       01 SAETZE-GELESEN       PIC 9(7) VALUE 0.
       01 SAETZE-GESCHRIEBEN   PIC 9(7) VALUE 0.
       01 SAETZE-FEHLER        PIC 9(7) VALUE 0.
       01 WS-FP-PROGRAMM       PIC X(20).
       01 WS-FP-VORGANG        PIC X(30).
       01 WS-FP-MELDUNG        PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY " "
           DISPLAY "--- UEBERNAHME BUCHUNGSJOURNAL (VALUTA) ---"

           OPEN INPUT ALT-DATEI
           IF WS-ALT-STATUS NOT = "00"
               DISPLAY "Fehler: kontobewegungen-alt.dat nicht "
                   "gefunden (Status " WS-ALT-STATUS "). Bitte das "
                   "alte Journal zuerst dorthin umbenennen."
               GOBACK
           END-IF

           OPEN OUTPUT BEWEGUNGEN-DATEI
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               MOVE "VALUTAMIG" TO WS-FP-PROGRAMM
               MOVE "OPEN OUTPUT BEWEGUNGEN-DATEI" TO WS-FP-VORGANG
               MOVE "Uebernahme nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: kontobewegungen.dat konnte nicht "
                   "angelegt werden (Status " WS-BEWEGUNGEN-STATUS
                   ")."
               CLOSE ALT-DATEI
               GOBACK
           END-IF

           PERFORM UNTIL EOF-FLAGGE = 'J'
               READ ALT-DATEI NEXT RECORD
                   AT END
                       MOVE 'J' TO EOF-FLAGGE
                   NOT AT END
                       ADD 1 TO SAETZE-GELESEN
                       PERFORM SATZ-UEBERNEHMEN
               END-READ
           END-PERFORM

           CLOSE BEWEGUNGEN-DATEI
           CLOSE ALT-DATEI

           DISPLAY SAETZE-GELESEN " Saetze gelesen, "
               SAETZE-GESCHRIEBEN " uebernommen, "
               SAETZE-FEHLER " fehlerhaft."
           IF SAETZE-FEHLER = 0
               DISPLAY "Uebernahme abgeschlossen - "
                   "kontobewegungen-alt.dat als Sicherung "
                   "aufbewahren."
           ELSE
               DISPLAY "*** ACHTUNG: Fehlerhafte Saetze - "
                   "fehlerprotokoll.txt pruefen. ***"
           END-IF

           GOBACK.

       SATZ-UEBERNEHMEN.
           MOVE ALT-EINTRAG TO BEWEGUNG-EINTRAG
           MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA
           WRITE BEWEGUNG-EINTRAG
           IF WS-BEWEGUNGEN-STATUS NOT = "00"
               ADD 1 TO SAETZE-FEHLER
               MOVE "VALUTAMIG" TO WS-FP-PROGRAMM
               MOVE "WRITE BEWEGUNG-EINTRAG" TO WS-FP-VORGANG
               MOVE "Satz konnte nicht uebernommen werden"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-BEWEGUNGEN-STATUS WS-FP-MELDUNG
           ELSE
               ADD 1 TO SAETZE-GESCHRIEBEN
           END-IF.
