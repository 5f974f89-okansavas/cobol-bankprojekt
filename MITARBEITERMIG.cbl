       IDENTIFICATION DIVISION.
       PROGRAM-ID. MITARBEITERMIG.

      *> Einmalige Uebernahme des Mitarbeiterstamms nach der
      *> Einfuehrung der eigenen Personennummer (MA-PERSON-NR, siehe
      *> MITARBEITER.CPY): liest mitarbeiter.dat im alten Aufbau
      *> (40 Stellen) und baut sie im neuen Aufbau auf. Alle
      *> Altsaetze erhalten Personennummer 0 (nicht verknuepft -
      *> Nacherfassung ueber MITARBEITERPFLEGE).
      *>
      *> Vorgehen (durch den Betrieb auszufuehren):
      *>   1. Alle Programme stoppen.
      *>   2. mv mitarbeiter.dat mitarbeiter-alt.dat
      *>   3. MITARBEITERMIG laufen lassen.
      *>   4. Satzzahlen vergleichen, mitarbeiter-alt.dat als
      *>      Sicherung aufbewahren.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-DATEI ASSIGN TO "mitarbeiter-alt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-MA-ID
               FILE STATUS IS WS-ALT-STATUS.
           SELECT MITARBEITER-DATEI ASSIGN TO "mitarbeiter.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ID
               FILE STATUS IS WS-MA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALT-DATEI.
      *> Alter Satzaufbau vor der Personennummer.
       01 ALT-EINTRAG.
           05 ALT-MA-ID            PIC X(4).
           05 ALT-MA-NAME          PIC X(30).
           05 ALT-MA-ROLLE         PIC X.
           05 ALT-MA-PIN           PIC 9(4).
           05 ALT-MA-STATUS        PIC X.

       FD MITARBEITER-DATEI.
           COPY MITARBEITER.

       WORKING-STORAGE SECTION.
       01 WS-ALT-STATUS        PIC XX.
       01 WS-MA-STATUS         PIC XX.
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
           DISPLAY "--- UEBERNAHME MITARBEITERSTAMM (PERSONENNR.) ---"

           OPEN INPUT ALT-DATEI
           IF WS-ALT-STATUS NOT = "00"
               DISPLAY "Fehler: mitarbeiter-alt.dat nicht gefunden "
                   "(Status " WS-ALT-STATUS "). Bitte den alten "
                   "Mitarbeiterstamm zuerst dorthin umbenennen."
               GOBACK
           END-IF

           OPEN OUTPUT MITARBEITER-DATEI
           IF WS-MA-STATUS NOT = "00"
               MOVE "MITARBEITERMIG" TO WS-FP-PROGRAMM
               MOVE "OPEN OUTPUT MITARBEITER-DATEI" TO WS-FP-VORGANG
               MOVE "Uebernahme nicht moeglich" TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-MA-STATUS WS-FP-MELDUNG
               DISPLAY "Fehler: mitarbeiter.dat konnte nicht angelegt "
                   "werden (Status " WS-MA-STATUS ")."
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

           CLOSE MITARBEITER-DATEI
           CLOSE ALT-DATEI

           DISPLAY SAETZE-GELESEN " Saetze gelesen, "
               SAETZE-GESCHRIEBEN " uebernommen, "
               SAETZE-FEHLER " fehlerhaft."
           IF SAETZE-FEHLER = 0
               DISPLAY "Uebernahme abgeschlossen - "
                   "mitarbeiter-alt.dat als Sicherung aufbewahren."
           ELSE
               DISPLAY "*** ACHTUNG: Fehlerhafte Saetze - "
                   "fehlerprotokoll.txt pruefen. ***"
           END-IF

           GOBACK.

       SATZ-UEBERNEHMEN.
           MOVE ALT-MA-ID TO MA-ID
           MOVE ALT-MA-NAME TO MA-NAME
           MOVE ALT-MA-ROLLE TO MA-ROLLE
           MOVE ALT-MA-PIN TO MA-PIN
           MOVE ALT-MA-STATUS TO MA-STATUS
           MOVE 0 TO MA-PERSON-NR
           WRITE MITARBEITER-EINTRAG
           IF WS-MA-STATUS NOT = "00"
               ADD 1 TO SAETZE-FEHLER
               MOVE "MITARBEITERMIG" TO WS-FP-PROGRAMM
               MOVE "WRITE MITARBEITER-EINTRAG" TO WS-FP-VORGANG
               MOVE "Satz konnte nicht uebernommen werden"
                   TO WS-FP-MELDUNG
               CALL "FEHLERPROTOKOLL" USING WS-FP-PROGRAMM
                   WS-FP-VORGANG WS-MA-STATUS WS-FP-MELDUNG
           ELSE
               ADD 1 TO SAETZE-GESCHRIEBEN
           END-IF.
