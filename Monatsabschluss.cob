      *    Abschluss-Summensatz nach ABSCHLUSS und laesst in den
      *    laufenden Dateien nur die offenen Perioden zurueck.
      *    Eine bereits abgeschlossene Periode wird abgewiesen.
      *    Im Tagesablauf kommt die Periode aus TAGESPARAM,
      *    Schluessel ABSCHLUSS-PERIODE (JJJJMM oder VORMONAT).
      *    Rueckgabewert 0 = Abschluss ausgefuehrt, 12 = Abbruch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABSCHLUSS-STATUS.

           SELECT PARAMETER-DATEI ASSIGN TO "TAGESPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROTOKOLL-DATEI.
       01  ABSCHLUSS-SATZ.
           COPY "ABSCHLSATZ.cpy".

       FD  PARAMETER-DATEI.
       01  PARAMETER-SATZ.
           COPY "TPARSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 PROTOKOLL-STATUS        PIC XX VALUE SPACES.
       77 PROTOKOLL-NEU-STATUS    PIC XX VALUE SPACES.
       77 LOESCH-ANZAHL           PIC 9(4) VALUE 0.
       77 LOESCH-LFDNR            PIC 9(4) VALUE 0.

      *    Bedienerloser Lauf in der TagesablaufSteuerung
      *    (Umgebungsvariable TAGESABLAUF = "J"): die sonst am
      *    Bildschirm erfragten Angaben kommen aus TAGESPARAM.
       77 TAGESABLAUF-LAUF       PIC X VALUE SPACE.
       77 PARAMETER-STATUS       PIC XX VALUE SPACES.
       77 PARAMETER-SCHLUESSEL   PIC X(24) VALUE SPACES.
       77 PARAMETER-WERT         PIC X(20) VALUE SPACES.
       77 PARAMETER-ENDE         PIC X VALUE "N".
       77 PARAMETER-PERIODE      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           MOVE 12 TO RETURN-CODE.
           ACCEPT TAGESABLAUF-LAUF FROM ENVIRONMENT "TAGESABLAUF".
           DISPLAY "Monatsabschluss PROTOKOLL/RECHNUNGEN".
           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.
           IF TAGESABLAUF-LAUF = "J"
               MOVE "ABSCHLUSS-PERIODE" TO PARAMETER-SCHLUESSEL
               PERFORM PARAMETER-LESEN
               PERFORM PERIODE-AUS-PARAMETER
               MOVE PARAMETER-PERIODE TO ABSCHLUSS-PERIODE
           ELSE
               DISPLAY "Abzuschliessende Periode eingeben (JJJJMM): "
               ACCEPT ABSCHLUSS-PERIODE
           END-IF.
           MOVE ABSCHLUSS-PERIODE (5:2) TO PERIODEN-MONAT.
           IF ABSCHLUSS-PERIODE < 190001
                   OR PERIODEN-MONAT < 1
               DISPLAY "Ungueltige Periode " ABSCHLUSS-PERIODE "."
               STOP RUN
           END-IF.
           MOVE AKTUELLES-DATUM (1:6) TO AKTUELLE-PERIODE.
      *    Abschliessbar sind nur vollstaendig vergangene Monate;
      *    der laufende Monat erhaelt noch Buchungen.
           DISPLAY "Summe MwSt                  : " MWST-SUMME.
           DISPLAY "Summe Bruttopreis           : " BRUTTO-SUMME.
           DISPLAY "==========================================".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       ABSCHLUSS-PRUEFEN.
               STOP RUN
           END-IF.
           CLOSE ABSCHLUSS-DATEI.

      *    Liefert den Wert zu PARAMETER-SCHLUESSEL aus TAGESPARAM;
      *    fehlt der Satz, bleibt PARAMETER-WERT leer.
       PARAMETER-LESEN.
           MOVE SPACES TO PARAMETER-WERT.
           OPEN INPUT PARAMETER-DATEI.
           IF PARAMETER-STATUS NOT = "00"
               DISPLAY "Parameterdatei TAGESPARAM konnte nicht "
                       "geoeffnet werden (Status " PARAMETER-STATUS
                       ")."
               STOP RUN
           END-IF.
           MOVE "N" TO PARAMETER-ENDE.
           PERFORM PARAMETERSATZ-LESEN UNTIL PARAMETER-ENDE = "J".
           CLOSE PARAMETER-DATEI.
           DISPLAY "Parameter " PARAMETER-SCHLUESSEL ": "
                   PARAMETER-WERT.

       PARAMETERSATZ-LESEN.
           READ PARAMETER-DATEI
               AT END
                   MOVE "J" TO PARAMETER-ENDE
               NOT AT END
                   IF TP-SCHLUESSEL = PARAMETER-SCHLUESSEL
                       MOVE TP-WERT TO PARAMETER-WERT
                       MOVE "J" TO PARAMETER-ENDE
                   END-IF
           END-READ.

      *    Im Parameter steht die Periode als JJJJMM oder als
      *    LAUFEND bzw. VORMONAT, bezogen auf das Tagesdatum; jeder
      *    andere Wert ergibt eine ungueltige Periode.
       PERIODE-AUS-PARAMETER.
           MOVE AKTUELLES-DATUM (1:6) TO PARAMETER-PERIODE.
           EVALUATE TRUE
               WHEN PARAMETER-WERT = "LAUFEND"
                   CONTINUE
               WHEN PARAMETER-WERT = "VORMONAT"
                   IF PARAMETER-PERIODE (5:2) = "01"
                       SUBTRACT 89 FROM PARAMETER-PERIODE
                   ELSE
                       SUBTRACT 1 FROM PARAMETER-PERIODE
                   END-IF
               WHEN PARAMETER-WERT (1:6) IS NUMERIC
                       AND PARAMETER-WERT (7:) = SPACES
                   MOVE PARAMETER-WERT (1:6) TO PARAMETER-PERIODE
               WHEN OTHER
                   MOVE 0 TO PARAMETER-PERIODE
           END-EVALUATE.
