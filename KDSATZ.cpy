      *    Satzlayout fuer den Kundenstammsatz der indizierten Datei
      *    KDSTAMM (Schluessel KD-KUNDENNUMMER).
      *    KD-AKTIV-KENNZEICHEN: "A" = aktiv, "I" = inaktiv.
      *    Zahlungsbedingungen je Kunde: Zahlungsziel in Tagen netto
      *    (000 = Standard 14 Tage), Skontosatz mit zwei
      *    Nachkommastellen (0200 = 2,00 %) und Skontofrist in Tagen
      *    (Skontosatz 0 = kein Skonto). KD-KREDITLIMIT begrenzt
      *    offene Posten plus neue Rechnung (0 = kein Limit),
      *    KD-LIEFERSPERRE "J" sperrt die Rechnungserstellung.
      *    KD-EMAIL ist die Empfangsadresse des Kunden fuer
      *    elektronische Rechnungen (XRechnung). KD-UST-IDNR ist die
      *    Umsatzsteuer-Identifikationsnummer des Kunden mit
      *    Laenderpraefix (z.B. ATU12345678); sie ist Voraussetzung
      *    fuer steuerfreie innergemeinschaftliche Lieferungen
      *    (Reverse Charge). Die Reserve am Satzende ist fuer
      *    kuenftige Stammdatenfelder vorgesehen.
           05  KD-KUNDENNUMMER           PIC 9(06).
           05  KD-NAME                   PIC X(30).
           05  KD-STRASSE                PIC X(30).
           05  KD-ORT                    PIC X(25).
           05  KD-STEUER-CODE            PIC X(04).
           05  KD-AKTIV-KENNZEICHEN      PIC X(01).
           05  KD-ZAHLUNGSZIEL-TAGE      PIC 9(03).
           05  KD-SKONTO-PROZENT         PIC 9(02)V99.
           05  KD-SKONTO-TAGE            PIC 9(03).
           05  KD-KREDITLIMIT            PIC 9(07)V99.
           05  KD-LIEFERSPERRE           PIC X(01).
           05  KD-EMAIL                  PIC X(50).
           05  KD-UST-IDNR               PIC X(14).
           05  FILLER                    PIC X(16).
