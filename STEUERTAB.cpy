      *    Fest hinterlegte Steuersatz-Tabelle. Der Prozentsatz ist
      *    mit zwei Nachkommastellen abgelegt (1900 = 19,00 %).
      *    ST-ART: "S" = steuerpflichtig, "R" = steuerfreie inner-
      *    gemeinschaftliche Lieferung bzw. Reverse Charge (nur fuer
      *    Kunden mit USt-IdNr). ST-BEZEICHNUNG wird in den Auswahl-
      *    listen der Erfassungs- und Pflegeprogramme angezeigt.
      *    STEUERSATZ-ANZAHL muss der Anzahl der Eintraege (OCCURS)
      *    entsprechen.
       01  STEUERSATZ-TABELLE-WERTE.
           05  FILLER        PIC X(9)  VALUE "DE191900S".
           05  FILLER        PIC X(32) VALUE
               "Deutschland Regelsteuersatz 19%".
           05  FILLER        PIC X(9)  VALUE "DE070700S".
           05  FILLER        PIC X(32) VALUE
               "Deutschland ermaessigt 7%".
           05  FILLER        PIC X(9)  VALUE "AT202000S".
           05  FILLER        PIC X(32) VALUE
               "Oesterreich Normalsteuersatz 20%".
           05  FILLER        PIC X(9)  VALUE "CH080810S".
           05  FILLER        PIC X(32) VALUE
               "Schweiz Normalsatz 8,1%".
           05  FILLER        PIC X(9)  VALUE "EU000000R".
           05  FILLER        PIC X(32) VALUE
               "EU steuerfrei / Reverse Charge".
       01  STEUERSATZ-TABELLE REDEFINES STEUERSATZ-TABELLE-WERTE.
           05  STEUERSATZ-EINTRAG OCCURS 5 TIMES
                                   INDEXED BY ST-IDX.
               10  ST-CODE       PIC X(4).
               10  ST-PROZENT    PIC 9(2)V99.
               10  ST-ART        PIC X(1).
               10  ST-BEZEICHNUNG PIC X(32).
       01  STEUERSATZ-ANZAHL     PIC 9(2)  VALUE 5.
