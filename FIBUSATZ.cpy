      *    Das Gegenkonto ist das Debitorenkonto des Kunden
      *    (1000000 + Kundennummer), Erloes- und Steuerkonto kommen
      *    aus der Kontenzuordnung KONTEN je Steuersatz-Code.
      *    Stornorechnungen tragen negative Betraege, ebenso
      *    Skontoabzuege (Erloeskonto = Skontokonto laut KONTEN).
           05  FB-BELEGDATUM             PIC 9(8).
           05  FB-TRENNER1               PIC X.
           05  FB-BELEGNUMMER            PIC 9(8).
