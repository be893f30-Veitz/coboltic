      *    Zahlungseingang ein Satz mit Buchungsdatum, der bezahlten
      *    Rechnungsnummer, der Kundennummer und dem Zahlbetrag.
      *    Teilzahlungen ergeben mehrere Saetze je Rechnung.
      *    ZA-ART: "Z" = Zahlungseingang, "S" = Skontoabzug (die
      *    bei Zahlung innerhalb der Skontofrist gekuerzte Differenz,
      *    die die Rechnung ausgleicht und im Fibu-Export als
      *    Erloesschmaelerung gebucht wird). Saetze aus der Zeit vor
      *    dem Skonto tragen Leerzeichen und gelten als Zahlung.
           05  ZA-DATUM                  PIC 9(8).
           05  ZA-TRENNER1               PIC X.
           05  ZA-RECHNUNGSNUMMER        PIC 9(8).
           05  ZA-TRENNER3               PIC X.
           05  ZA-BETRAG                 PIC S9(6)V99
                                         SIGN LEADING SEPARATE.
           05  ZA-TRENNER4               PIC X.
           05  ZA-ART                    PIC X.
