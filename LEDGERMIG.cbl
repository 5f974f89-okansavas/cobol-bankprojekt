           MOVE SPACES TO BEWEGUNG-MITARBEITER
           MOVE 1 TO BEWEGUNG-KURS
           MOVE 0 TO BEWEGUNG-KURS-DATUM
           MOVE BEWEGUNG-DATUM TO BEWEGUNG-VALUTA

           WRITE BEWEGUNG-EINTRAG
      *> Gleicher Schluessel schon vorhanden (zwei Buchungen in
