       77 EINGABE-PIN    PIC 9(4).
      *> Dialogmodus fuer RUHENDEKONTEN (fragt, ob eingefroren wird).
       77 RUHEND-MODUS   PIC X VALUE 'D'.
      *> Dialogmodus fuer BESTANDSPRUEFUNG (fragt nach Reparatur).
       77 BESTAND-MODUS  PIC X VALUE 'D'.
      *> Im Dialoglauf wird der Zinslauf immer mitgefahren.
       77 TL-ZINSLAUF    PIC X VALUE 'J'.
       77 TL-ERGEBNIS    PIC X.
      *> Probelauf des Monatsabschlusses: rechnet, bucht aber nichts.
       77 TL-PROBELAUF   PIC X VALUE 'P'.

       PROCEDURE DIVISION.
       MAIN-PROZEDUR.
                   "Supervisor)"
               DISPLAY "49. Abrechnung Filialclearing"
               DISPLAY "50. Versandliste Kontoauszuege"
               DISPLAY "51. Mahnliste Darlehen"
               DISPLAY "52. Pfaendungen und P-Konten pflegen (nur "
                   "Supervisor)"
               DISPLAY "53. Nachlassbearbeitung (Sterbefall, nur "
                   "Supervisor)"
               DISPLAY "54. Kontoinhaber (Gemeinschaftskonten) "
                   "pflegen"
               DISPLAY "55. Minderjaehrige: Geburtsdatum und "
                   "gesetzliche Vertreter"
               DISPLAY "56. Legitimation (KYC) pflegen"
               DISPLAY "57. Freigabe Stammdatenaenderungen (nur "
                   "Supervisor)"
               DISPLAY "58. Probelauf Monatsabschluss (nur "
                   "Supervisor)"
               DISPLAY "59. Laufzeittrend Tagesabschluss"
               DISPLAY "60. Einlagensicherung: Einlegerdatei (nur "
                   "Supervisor)"
               DISPLAY "61. Kontenabruf: Konten einer Person (nur "
                   "Supervisor)"
               DISPLAY "62. Kreditnehmer-Obligo (nur Supervisor)"
               DISPLAY "63. Kundenkalkulation (nur Supervisor)"
               DISPLAY "64. Sammelauftrag importieren (Lohnliste)"
               DISPLAY "65. Lastschriftmandate pflegen"
               DISPLAY "66. Lastschriften importieren"
               DISPLAY "67. Lastschrift erstatten (Rueckgabe)"
               DISPLAY "68. Reklamation Automatenumsatz"
               DISPLAY "69. Bericht offene Reklamationen"
               DISPLAY "70. Sortengeschaeft (An-/Verkauf)"
               DISPLAY "71. Tagesbericht Sortengeschaeft"
               DISPLAY "72. Schliessfaecher"
               DISPLAY "73. Kontowecker (Benachrichtigungen)"
               DISPLAY "74. Bestandspruefung (Dateiverweise)"
               DISPLAY "75. Buchungsperioden (Monatsabschluss)"
               DISPLAY "76. Korrekturen zu abgeschl. Perioden"
               DISPLAY "Ihre Auswahl: "
               ACCEPT WAHL

                       CALL "DAUERPFLEGE"
                   WHEN 10
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "CLOSEACCOUNT" USING ANGEMELDET-ID
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 12
                       CALL "JOURNALREPORT" USING ANGEMELDET-ID
                   WHEN 13
                       CALL "EDITCLIENT" USING ANGEMELDET-ID
                   WHEN 14
                       CALL "KURSPFLEGE" USING ANGEMELDET-ID
                   WHEN 15
                   WHEN 23
                       CALL "COMPLIANCE"
                   WHEN 24
                       CALL "ADRESSPFLEGE" USING ANGEMELDET-ID
                   WHEN 25
                       CALL "GLEXPORT"
                   WHEN 26
                       CALL "FILIALCLEARINGREPORT"
                   WHEN 50
                       CALL "VERSANDLISTE" USING ANGEMELDET-ID
                   WHEN 51
                       CALL "MAHNLISTE"
                   WHEN 52
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "PFAENDUNGPFLEGE"
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 53
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "NACHLASS" USING ANGEMELDET-ID
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 54
                       CALL "INHABERPFLEGE"
                   WHEN 55
                       CALL "VERTRETERPFLEGE"
                   WHEN 56
                       CALL "LEGITIMATIONPFLEGE"
                   WHEN 57
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "AENDERUNGSFREIGABE" USING ANGEMELDET-ID
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 58
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "TAGESLAUF" USING TL-PROBELAUF
                               TL-ERGEBNIS
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 59
                       CALL "LAUFTREND"
                   WHEN 60
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "EINLAGENSICHERUNG"
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 61
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "KONTENABRUF" USING ANGEMELDET-ID
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 62
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "KREDITOBLIGO"
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 63
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "KUNDENKALKULATION"
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 64
                       CALL "SAMMELAUFTRAG" USING ANGEMELDET-ID
                   WHEN 65
                       CALL "MANDATPFLEGE"
                   WHEN 66
                       CALL "LASTSCHRIFTIMPORT"
                   WHEN 67
                       CALL "LASTSCHRIFTRUECKGABE" USING ANGEMELDET-ID
                   WHEN 68
                       CALL "REKLAMATIONPFLEGE" USING ANGEMELDET-ID
                   WHEN 69
                       CALL "REKLAMATIONSBERICHT"
                   WHEN 70
                       CALL "SORTENGESCHAEFT" USING ANGEMELDET-ID
                   WHEN 71
                       CALL "SORTENBERICHT"
                   WHEN 72
                       CALL "SCHLIESSFACHPFLEGE" USING ANGEMELDET-ID
                   WHEN 73
                       CALL "KONTOWECKERPFLEGE" USING ANGEMELDET-ID
                   WHEN 74
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "BESTANDSPRUEFUNG" USING BESTAND-MODUS
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 75
                       IF ANGEMELDET-ROLLE = 'S'
                           CALL "PERIODENPFLEGE" USING ANGEMELDET-ID
                       ELSE
                           PERFORM NUR-SUPERVISOR
                       END-IF
                   WHEN 76
                       CALL "PERIODENBERICHT"
                   WHEN OTHER
                       DISPLAY "Ungültige Auswahl, bitte erneut "
                               "versuchen."
