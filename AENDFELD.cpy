      *    Feldbeschreibung der protokollierten Stammdateien fuer die
      *    feldweise Anzeige des Aenderungsprotokolls AENDPROT und
      *    den Stammdatenabgleich: je Feld Datei, Feldname, Position
      *    und Laenge im Satz sowie die Darstellung (AF-TYP "X" =
      *    Text, "N" = Ziffern, "B" = Betrag bzw. Menge mit zwei
      *    Nachkommastellen). AF-ABGLEICH "N" kennzeichnet Felder,
      *    die von Batchlaeufen fortgeschrieben werden (zuletzt
      *    vergebene Nummer, Fakturastand der Vertraege); sie
      *    zaehlen beim Abgleich nicht als Aenderung. Der Schluessel
      *    (erste Stellen des Satzes) ist nicht aufgefuehrt.
      *    AENDFELD-ANZAHL muss der Anzahl der Eintraege (OCCURS)
      *    entsprechen.
       01  AENDFELD-TABELLE-WERTE.
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Name          007030XJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Strasse       037030XJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "PLZ           067005XJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Ort           072025XJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Steuer-Code   097004XJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Status        101001XJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Zahlungsziel  102003NJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Skonto-Prozent105004BJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Skonto-Tage   109003NJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Kreditlimit   112009BJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Liefersperre  121001XJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "E-Mail        122050XJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "USt-IdNr      172014XJ".
           05  FILLER        PIC X(12) VALUE "KDSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Reserve       186016XJ".
           05  FILLER        PIC X(12) VALUE "ARTSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Artikeltext   007030XJ".
           05  FILLER        PIC X(12) VALUE "ARTSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Einzelpreis   037008BJ".
           05  FILLER        PIC X(12) VALUE "ARTSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Steuer-Code   045004XJ".
           05  FILLER        PIC X(12) VALUE "ARTSTAMM".
           05  FILLER        PIC X(22) VALUE
               "Status        049001XJ".
           05  FILLER        PIC X(12) VALUE "KONTEN".
           05  FILLER        PIC X(22) VALUE
               "Erloeskonto   006006NJ".
           05  FILLER        PIC X(12) VALUE "KONTEN".
           05  FILLER        PIC X(22) VALUE
               "Steuerkonto   013006NJ".
           05  FILLER        PIC X(12) VALUE "KONTEN".
           05  FILLER        PIC X(22) VALUE
               "Skontokonto   020006NJ".
           05  FILLER        PIC X(12) VALUE "NUMMERNKREIS".
           05  FILLER        PIC X(22) VALUE
               "Von-Nummer    008006NJ".
           05  FILLER        PIC X(12) VALUE "NUMMERNKREIS".
           05  FILLER        PIC X(22) VALUE
               "Bis-Nummer    015006NJ".
           05  FILLER        PIC X(12) VALUE "NUMMERNKREIS".
           05  FILLER        PIC X(22) VALUE
               "Zuletzt verg. 022006NN".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Kunde         007006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Intervall     013002NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Beginn        015008NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Ende          023008NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Naechste Fakt.031008NN".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Letzte Periode039008NN".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Status        047001XJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Positionen    048002NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos01 Artikel 050006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos01 Menge   056006BJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos02 Artikel 062006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos02 Menge   068006BJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos03 Artikel 074006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos03 Menge   080006BJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos04 Artikel 086006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos04 Menge   092006BJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos05 Artikel 098006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos05 Menge   104006BJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos06 Artikel 110006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos06 Menge   116006BJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos07 Artikel 122006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos07 Menge   128006BJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos08 Artikel 134006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos08 Menge   140006BJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos09 Artikel 146006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos09 Menge   152006BJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos10 Artikel 158006NJ".
           05  FILLER        PIC X(12) VALUE "VERTRAEGE".
           05  FILLER        PIC X(22) VALUE
               "Pos10 Menge   164006BJ".
       01  AENDFELD-TABELLE REDEFINES AENDFELD-TABELLE-WERTE.
           05  AENDFELD-EINTRAG OCCURS 52 TIMES
                                   INDEXED BY AF-IDX.
               10  AF-DATEI      PIC X(12).
               10  AF-NAME       PIC X(14).
               10  AF-POSITION   PIC 9(3).
               10  AF-LAENGE     PIC 9(3).
               10  AF-TYP        PIC X(1).
               10  AF-ABGLEICH   PIC X(1).
       01  AENDFELD-ANZAHL       PIC 9(2)  VALUE 52.
