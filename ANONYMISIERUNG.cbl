      *> Standard 10 Jahre):
      *>   - der Name im Archivsatz wird durch ANONYMISIERT ersetzt,
      *>   - haengt an der Person kein lebendes Konto mehr, werden
      *>     auch der Personensatz anonymisiert (Name,
      *>     Geburtsdatum) und die Adresssaetze (Konto- und
      *>     Personennummer) geloescht,
      *>   - die Namensfelder in den Vorher-/Nachher-Bildern des
      *>     Kundenjournals (J-ALT/J-NEU) werden geblendet, bei
      *>     Adress- und E-Mail-Bildern auch die Kontaktdaten.
      *> Ueber alles wird das Loeschprotokoll
      *> loeschprotokoll-JJJJMMTT.txt geschrieben - was wurde
      *> bereinigt und warum. Historie und Journal sind
                   NOT INVALID KEY
                       IF PERSON-NAME NOT = "ANONYMISIERT"
                           MOVE "ANONYMISIERT" TO PERSON-NAME
                           MOVE 0 TO PERSON-GEBURTSDATUM
                           REWRITE PERSON-EINTRAG
                           IF WS-PERSONEN-STATUS = "00"
                               ADD 1 TO ANZAHL-PERSONEN
               MOVE AL-KUNDEN-NR(L-INDEX) TO PRUEF-NR-X
               IF J-ALT(1:5) = PRUEF-NR-X
                   MOVE "ANONYMISIERT" TO J-ALT(6:30)
      *> Adress- und E-Mail-Bilder tragen hinter dem Namensfeld
      *> weitere Kontaktdaten (siehe KUNDEN-JOURNAL.CPY)
                   IF J-AKTION = "ADRESSE" OR J-AKTION = "EMAIL"
                       MOVE SPACES TO J-ALT(36:45)
                   END-IF
                   MOVE 'J' TO TREFFER-FLAGGE
               END-IF
               IF J-NEU(1:5) = PRUEF-NR-X
                   MOVE "ANONYMISIERT" TO J-NEU(6:30)
                   IF J-AKTION = "ADRESSE" OR J-AKTION = "EMAIL"
                       MOVE SPACES TO J-NEU(36:45)
                   END-IF
                   MOVE 'J' TO TREFFER-FLAGGE
               END-IF
           END-PERFORM
