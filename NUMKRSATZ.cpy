      *    Satzlayout fuer die Nummernkreis-Datei NUMMERNKREIS: je
      *    Geschaeftsjahr und Belegart ("R" = Rechnung, "G" =
      *    Gutschrift/Storno, "M" = Mahnbeleg) ein Satz mit dem
      *    Nummernbereich und der zuletzt vergebenen laufenden
      *    Nummer.
      *    Die vollstaendige Rechnungsnummer (8-stellig) besteht aus
      *    den beiden Endziffern des Geschaeftsjahres und der
      *    6-stelligen laufenden Nummer (2026/000123 -> 26000123);
      *    angezeigt wird sie als "2026-000123". Die Bereiche der
      *    Belegarten desselben Jahres duerfen sich nicht
      *    ueberschneiden.
           05  NK-JAHR                   PIC 9(4).
           05  NK-TRENNER1               PIC X.
