      *    Satzlayout der Parameterdatei TAGESPARAM. Im bedienerlosen
      *    Tagesablauf (TagesablaufSteuerung) lesen die Programme die
      *    sonst am Bildschirm erfragten Angaben aus dieser Datei:
      *    je Angabe ein Satz aus Schluesselwort und Wert, z. B.
      *        FIBUEXPORT-PERIODE       VORMONAT
      *        MAHNLAUF-ZINSSATZ        9.00
      *    Saetze mit anderem Schluesselwort (auch Kommentarzeilen
      *    mit "*") werden ueberlesen. Die Schluesselwoerter sind in
      *    den Programmkoepfen beschrieben.
           05  TP-SCHLUESSEL             PIC X(24).
           05  TP-TRENNER                PIC X.
           05  TP-WERT                   PIC X(20).
