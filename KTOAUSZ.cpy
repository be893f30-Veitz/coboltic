      *    Satzlayout fuer die Kontoauszugsdatei KONTOAUSZUG der Bank.
      *    Der erste Satz ist der Auszugskopf (KA-SATZART "A") mit
      *    der Auszugsnummer und dem Auszugsdatum; je Umsatz folgt
      *    ein Umsatzsatz (KA-SATZART "U") mit Buchungsdatum,
      *    Soll/Haben-Kennzeichen ("H" = Gutschrift/Zahlungseingang,
      *    "S" = Lastschrift), Betrag, der vom Auftraggeber
      *    angegebenen Kundennummer (000000 = keine Angabe), dem
      *    Auftraggeber und dem Verwendungszweck.
           05  KA-SATZART                PIC X(01).
           05  KA-TRENNER1               PIC X.
           05  KA-DATEN                  PIC X(128).
           05  KA-KOPFDATEN REDEFINES KA-DATEN.
               10  KA-AUSZUGSNUMMER      PIC X(08).
               10  KA-TRENNER2           PIC X.
               10  KA-AUSZUGSDATUM       PIC 9(08).
               10  FILLER                PIC X(111).
           05  KA-UMSATZDATEN REDEFINES KA-DATEN.
               10  KA-BUCHUNGSDATUM      PIC 9(08).
               10  KA-TRENNER3           PIC X.
               10  KA-SOLL-HABEN         PIC X(01).
               10  KA-TRENNER4           PIC X.
               10  KA-BETRAG             PIC 9(06)V99.
               10  KA-TRENNER5           PIC X.
               10  KA-KUNDENNUMMER       PIC 9(06).
               10  KA-TRENNER6           PIC X.
               10  KA-AUFTRAGGEBER       PIC X(30).
               10  KA-TRENNER7           PIC X.
               10  KA-VERWENDUNGSZWECK   PIC X(70).
