      *    Satzlayout des Ablaufjournals TAGESJOURNAL der
      *    TagesablaufSteuerung. TJ-ART:
      *        "A" = Beginn des Ablaufs (TJ-ERGEBNIS "START" bzw.
      *              "WIEDERANL" beim Wiederanlauf),
      *        "S" = Start eines Schritts,
      *        "E" = Ende eines Schritts mit Rueckgabewert,
      *        "R" = Ergebnis eines Schritts ("OK" / "ABBRUCH"),
      *        "Z" = Ende des Ablaufs ("OK" / "ABBRUCH").
      *    Ein Ablauf gilt erst mit einem "Z"-Satz "OK" als
      *    erledigt; bis dahin setzt der naechste Start nach dem
      *    letzten Schritt mit Ergebnis "OK" wieder auf.
           05  TJ-DATUM                  PIC 9(8).
           05  TJ-TRENNER1               PIC X.
           05  TJ-ZEIT                   PIC 9(8).
           05  TJ-TRENNER2               PIC X.
           05  TJ-ABLAUF                 PIC X(12).
           05  TJ-TRENNER3               PIC X.
           05  TJ-SCHRITT                PIC 9(2).
           05  TJ-TRENNER4               PIC X.
           05  TJ-PROGRAMM               PIC X(24).
           05  TJ-TRENNER5               PIC X.
           05  TJ-ART                    PIC X.
           05  TJ-TRENNER6               PIC X.
           05  TJ-RUECKGABE              PIC 9(3).
           05  TJ-TRENNER7               PIC X.
           05  TJ-ERGEBNIS               PIC X(10).
           05  TJ-TRENNER8               PIC X.
           05  TJ-TEXT                   PIC X(40).
