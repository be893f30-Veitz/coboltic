      *    Stornorechnungen tragen RECH-STORNO-KENNZEICHEN "S",
      *    negative Betraege und in RECH-ORIGINAL-NUMMER die Nummer
      *    der stornierten Rechnung.
      *    RECH-BELEGART unterscheidet die Forderungsbelege: Leer-
      *    zeichen = Rechnung/Storno, "M" = Mahnbeleg (Mahngebuehr
      *    und Verzugszinsen aus dem Mahnlauf, Steuer-Code "MAHN",
      *    ohne Umsatzsteuer); Mahnbelege tragen in
      *    RECH-ORIGINAL-NUMMER die Nummer der gemahnten Rechnung.
      *    Positionssaetze aus dem Artikelstamm tragen in
      *    RECH-ARTIKELNUMMER den Schluessel aus ARTSTAMM;
      *    Freitext-Positionen und Altbestand tragen dort 000000
                                         SIGN LEADING SEPARATE.
                   15  RECHN-BRUTTOPREIS PIC S9(06)V99
                                         SIGN LEADING SEPARATE.
               10  RECH-BELEGART         PIC X(01).
               10  FILLER                PIC X(12).
           05  RECH-POSITIONSDATEN REDEFINES RECH-DATEN.
               10  RECH-ARTIKELTEXT      PIC X(30).
               10  RECH-MENGE            PIC 9(04)V99.
