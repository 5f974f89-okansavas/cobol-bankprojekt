               MOVE ALT-KUNDEN-NR TO PERSON-NR
               MOVE ALT-KUNDEN-NAME TO PERSON-NAME
               MOVE ALT-KUNDEN-NIEDERLASSUNG TO PERSON-NIEDERLASSUNG
               MOVE 0 TO PERSON-STERBEDATUM
               MOVE 0 TO PERSON-GEBURTSDATUM
               WRITE PERSON-EINTRAG
               IF WS-PERSONEN-STATUS NOT = "00"
                   MOVE "KUNDENMIG" TO WS-FP-PROGRAMM
