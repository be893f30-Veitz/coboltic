      *    Satzlayout fuer die Vertragsdatei VERTRAEGE (Wartungs- und
      *    Mietvertraege, die periodisch fakturiert werden).
      *    VT-INTERVALL: Abrechnungsintervall in Monaten (01 =
      *    monatlich, 03 = vierteljaehrlich, 06 = halbjaehrlich,
      *    12 = jaehrlich). Datumsfelder JJJJMMTT; VT-ENDE 0 =
      *    unbefristet. VT-NAECHSTE-FAKTURA ist der Beginn des
      *    naechsten abzurechnenden Zeitraums, VT-LETZTE-PERIODE der
      *    Beginn des zuletzt abgerechneten (0 = noch nie).
      *    VT-AKTIV-KENNZEICHEN: "A" = aktiv, "I" = inaktiv.
      *    Je Vertrag bis zu 10 Artikel aus ARTSTAMM mit Menge; es
      *    gilt der Einzelpreis laut Artikelstamm am Fakturatag.
           05  VT-VERTRAGSNUMMER         PIC 9(06).
           05  VT-KUNDENNUMMER           PIC 9(06).
           05  VT-INTERVALL              PIC 9(02).
           05  VT-BEGINN                 PIC 9(08).
           05  VT-ENDE                   PIC 9(08).
           05  VT-NAECHSTE-FAKTURA       PIC 9(08).
           05  VT-LETZTE-PERIODE         PIC 9(08).
           05  VT-AKTIV-KENNZEICHEN      PIC X(01).
           05  VT-POSITIONS-ANZAHL       PIC 9(02).
           05  VT-POSITION OCCURS 10 TIMES.
               10  VT-ARTIKELNUMMER      PIC 9(06).
               10  VT-MENGE              PIC 9(04)V99.
