      *    Satzlayout der Ablaufdatei (Vorgabe TAGESABLAUF) fuer die
      *    TagesablaufSteuerung. Je Schritt ein Satz in der
      *    Reihenfolge der Ausfuehrung, Schrittnummern aufsteigend:
      *    AS-GRENZE ist der hoechste Rueckgabewert, mit dem der
      *    Ablauf nach dem Schritt noch fortgesetzt wird (0 = jeder
      *    Rueckgabewert ueber 0 bricht ab), AS-BEFEHL die
      *    Befehlszeile, mit der das Programm gestartet wird.
      *    Saetze mit "*" in der ersten Stelle sind Kommentare.
           05  AS-SCHRITT                PIC 9(2).
           05  AS-SCHRITT-X REDEFINES AS-SCHRITT
                                         PIC X(2).
           05  AS-TRENNER1               PIC X.
           05  AS-PROGRAMM               PIC X(24).
           05  AS-TRENNER2               PIC X.
           05  AS-GRENZE                 PIC 9(2).
           05  AS-GRENZE-X REDEFINES AS-GRENZE
                                         PIC X(2).
           05  AS-TRENNER3               PIC X.
           05  AS-BEFEHL                 PIC X(80).
