      *> Lastschriftmandatssatz fuer mandate.dat: die vom Kunden
      *> einem Glaeubiger (Stromversorger, Versicherung, Telefon-
      *> gesellschaft) erteilte Einzugsermaechtigung fuer ein Konto.
      *> Gepflegt ueber MANDATPFLEGE; LASTSCHRIFTIMPORT bucht
      *> eingehende Lastschriften nur gegen ein aktives Mandat mit
      *> passender Glaeubiger-ID.
       01 MANDAT-EINTRAG.
           05 MD-SCHLUESSEL.
               10 MD-KUNDEN-NR         PIC 9(5).
               10 MD-REFERENZ          PIC X(35).
           05 MD-GLAEUBIGER-ID         PIC X(35).
           05 MD-GLAEUBIGER-NAME       PIC X(30).
           05 MD-UNTERSCHRIFT-DATUM    PIC 9(8).
      *> Datum der letzten gebuchten Lastschrift (0 = noch keine) -
      *> ein Mandat, das 36 Monate nicht genutzt wurde, verfaellt.
           05 MD-LETZTE-NUTZUNG        PIC 9(8).
      *> A = aktiv, W = widerrufen
           05 MD-STATUS                PIC X.
           05 MD-WIDERRUF-DATUM        PIC 9(8).
