      *    Satzlayout fuer das Aenderungsprotokoll AENDPROT der
      *    Stammdaten KDSTAMM, ARTSTAMM, KONTEN, NUMMERNKREIS und
      *    VERTRAEGE. Je Neuanlage, Aenderung oder Deaktivierung ein
      *    Satz mit Zeitstempel, Benutzer, schreibendem Programm,
      *    Datei, Satzschluessel und dem kompletten Satzinhalt vor
      *    und nach der Aenderung (im Aufbau der jeweiligen Datei,
      *    rechts mit Leerzeichen aufgefuellt; bei Neuanlage ist
      *    AP-VORHER leer). AP-SCHLUESSEL sind die ersten Stellen
      *    des Satzes: Kunden-, Artikel- oder Vertragsnummer,
      *    Steuer-Code (KONTEN) bzw. Jahr und Belegart
      *    (NUMMERNKREIS, "2026 R").
      *    AP-AKTION: "N" = Neuanlage, "A" = Aenderung, "D" =
      *    Deaktivierung, "U" = Uebernahme eines ausserhalb der
      *    Pflegeprogramme geaenderten Standes durch den
      *    Stammdatenabgleich.
           05  AP-DATUM                  PIC 9(8).
           05  AP-TRENNER1               PIC X.
           05  AP-ZEIT                   PIC 9(8).
           05  AP-TRENNER2               PIC X.
           05  AP-BENUTZER               PIC X(12).
           05  AP-TRENNER3               PIC X.
           05  AP-PROGRAMM               PIC X(24).
           05  AP-TRENNER4               PIC X.
           05  AP-DATEI                  PIC X(12).
           05  AP-TRENNER5               PIC X.
           05  AP-SCHLUESSEL             PIC X(12).
           05  AP-TRENNER6               PIC X.
           05  AP-AKTION                 PIC X.
           05  AP-TRENNER7               PIC X.
           05  AP-VORHER                 PIC X(201).
           05  AP-TRENNER8               PIC X.
           05  AP-NACHHER                PIC X(201).
