       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONMIG.

      *> Einmalige Uebernahme des Personenstamms nach der Einfuehrung
      *> von Todestag und Geburtsdatum (PERSON-STERBEDATUM,
      *> PERSON-GEBURTSDATUM, siehe PERSON.CPY): liest personen.dat
      *> im alten Aufbau (39 Stellen) und baut sie im neuen Aufbau
      *> auf. Alle Altsaetze erhalten Todestag 0 und Geburtsdatum 0
      *> (nicht erfasst - Nacherfassung ueber VERTRETERPFLEGE).
      *>
      *> Vorgehen (durch den Betrieb auszufuehren):
      *>   1. Alle Programme stoppen.
      *>   2. mv personen.dat personen-alt.dat
      *>   3. PERSONMIG laufen lassen.
      *>   4. Satzzahlen vergleichen, personen-alt.dat als
      *>      Sicherung aufbewahren.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-DATEI ASSIGN TO "personen-alt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-PERSON-NR
               FILE STATUS IS WS-ALT-STATUS.
           SELECT PERSONEN-DATEI ASSIGN TO "personen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-NR
               FILE STATUS IS WS-PERSONEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALT-DATEI.
      *> Alter Satzaufbau vor Todestag und Geburtsdatum.
       01 ALT-EINTRAG.
           05 ALT-PERSON-NR            PIC 9(5).
           05 ALT-PERSON-NAME          PIC X(30).
           05 ALT-PERSON-NIEDERLASSUNG PIC X(4).

       FD PERSONEN-DATEI.
           COPY PERSON.

       WORKING-STORAGE SECTION.
       01 WS-ALT-STATUS        PIC XX.
       01 WS-PERSONEN-STATUS   PIC XX.
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
           DISPLAY "--- UEBERNAHME PERSONENSTAMM (TODESTAG, "
               "GEBURTSDATUM) ---"

           OPEN INPUT ALT-DATEI
           IF WS-ALT-STATUS NOT = "00"
               DISPLAY "Fehler: personen-alt.dat nicht gefunden "
                   "(Status " WS-ALT-STATUS "). Bitte den alten "
                   "Personenstamm zuerst dorthin umbenennen."
               GOBACK
           END-IF

           OPEN OUTPUT PERSONEN-DATEI
           IF WS-PERSONEN-STATUS NOT = "00"
               MOVE "PERSONMIG" TO WS-FP-PROGRAMM
               MOVE "OPEN OUTPUT PERSONEN-DATEI" TO WS-FP-VORGANG
               MOVE "Uebernahme nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-PERSONEN-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: personen.dat konnte nicht angelegt "
                   "werden (Status " WS-PERSONEN-STATUS ")."
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

           CLOSE PERSONEN-DATEI
           CLOSE ALT-DATEI

           DISPLAY SAETZE-GELESEN " Saetze gelesen, "
               SAETZE-GESCHRIEBEN " uebernommen, "
               SAETZE-FEHLER " fehlerhaft."
           IF SAETZE-FEHLER = 0
               DISPLAY "Uebernahme abgeschlossen - "
                   "personen-alt.dat als Sicherung aufbewahren."
           ELSE
               DISPLAY "*** ACHTUNG: Fehlerhafte Saetze - "
                   "fehlerprotokoll.txt pruefen. ***"
           END-IF

           GOBACK.

       SATZ-UEBERNEHMEN.
           MOVE ALT-PERSON-NR TO PERSON-NR
           MOVE ALT-PERSON-NAME TO PERSON-NAME
           MOVE ALT-PERSON-NIEDERLASSUNG TO PERSON-NIEDERLASSUNG
           MOVE 0 TO PERSON-STERBEDATUM
           MOVE 0 TO PERSON-GEBURTSDATUM
           WRITE PERSON-EINTRAG
           IF WS-PERSONEN-STATUS NOT = "00"
               ADD 1 TO SAETZE-FEHLER
               MOVE "PERSONMIG" TO WS-FP-PROGRAMM
               MOVE "WRITE PERSON-EINTRAG" TO WS-FP-VORGANG
               MOVE "Satz konnte nicht uebernommen werden"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-PERSONEN-STATUS WS-FP-MELDUNG
           ELSE
               ADD 1 TO SAETZE-GESCHRIEBEN
           END-IF.
