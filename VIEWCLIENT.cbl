       01 AUSZUG-ZEILE             PIC X(80).

       FD ARCHIV-DATEI.
       01 ARCHIV-ZEILE             PIC X(112).

       FD ADRESSEN-DATEI.
           COPY ADRESSE.
           05 ARCH-ART         PIC X(16).
           05 ARCH-BETRAG      PIC S9(7)V99.
           05 ARCH-SALDO       PIC S9(7)V99.
           05 FILLER           PIC X(57).

       LINKAGE SECTION.
      *> Vom aufrufenden BANKMAIN durchgereichte ID des angemeldeten
