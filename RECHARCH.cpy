                                         SIGN LEADING SEPARATE.
                   15  AR-BRUTTOPREIS    PIC S9(06)V99
                                         SIGN LEADING SEPARATE.
               10  AR-BELEGART           PIC X(01).
               10  FILLER                PIC X(12).
           05  AR-POSITIONSDATEN REDEFINES AR-DATEN.
               10  AR-ARTIKELTEXT        PIC X(30).
               10  AR-MENGE              PIC 9(04)V99.
