      *    Fest hinterlegte Angaben zum eigenen Unternehmen als
      *    Rechnungssteller (Verkaeufer) fuer elektronische
      *    Rechnungen: Anschrift, Umsatzsteuer-Identifikations-
      *    nummer, Ansprechpartner und Bankverbindung. FI-EMAIL ist
      *    zugleich die elektronische Adresse des Verkaeufers.
      *    FI-LAND ist der zweistellige Laendercode nach ISO 3166.
      *    Name, Anschrift, USt-IdNr., Telefon, E-Mail und IBAN sind
      *    vor der Produktivnahme mit den Angaben des Unternehmens zu
      *    pflegen; solange USt-IdNr. oder IBAN leer sind, brechen
      *    Rechnungsdruck und XRechnung-Export ab, der XRechnung-
      *    Export auch bei fehlenden Verkaeuferangaben.
       01  FIRMEN-DATEN.
           05  FI-NAME           PIC X(40) VALUE SPACES.
           05  FI-STRASSE        PIC X(30) VALUE SPACES.
           05  FI-PLZ            PIC X(05) VALUE SPACES.
           05  FI-ORT            PIC X(25) VALUE SPACES.
           05  FI-LAND           PIC X(02) VALUE "DE".
           05  FI-UST-IDNR       PIC X(14) VALUE SPACES.
           05  FI-KONTAKT        PIC X(30) VALUE "Buchhaltung".
           05  FI-TELEFON        PIC X(20) VALUE SPACES.
           05  FI-EMAIL          PIC X(50) VALUE SPACES.
           05  FI-IBAN           PIC X(34) VALUE SPACES.
