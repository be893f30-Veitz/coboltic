       77 GELESENE-SAETZE        PIC 9(6) VALUE 0.
       77 MONATS-SAETZE          PIC 9(6) VALUE 0.

      *    Ein Eintrag je Code der Steuersatz-Tabelle, dahinter der
      *    Sammel-Eintrag SONST an Position SUMMEN-ANZAHL.
       01  SUMMEN-TABELLE.
           05  SUMMEN-EINTRAG OCCURS 20 TIMES
                               INDEXED BY SU-IDX.
               10  SU-CODE           PIC X(5).
               10  SU-ANZAHL         PIC 9(6).
       77 GESAMT-MWST            PIC S9(10)V99 VALUE 0.
       77 GESAMT-BRUTTO          PIC S9(10)V99 VALUE 0.
       77 SUMMEN-LFDNR           PIC 9(02) VALUE 0.
       77 SUMMEN-ANZAHL          PIC 9(02) VALUE 0.

       01  BERICHTS-AUFBAU.
           05  BA-TRENNLINIE         PIC X(72) VALUE ALL "=".
           STOP RUN.

       SUMMEN-TABELLE-VORBEREITEN.
           IF STEUERSATZ-ANZAHL > 19
               DISPLAY "Steuersatz-Tabelle hat mehr als 19 Eintraege - "
                       "Summentabelle zu klein."
               STOP RUN
           END-IF.
           COMPUTE SUMMEN-ANZAHL = STEUERSATZ-ANZAHL + 1.
           PERFORM SUMMEN-EINTRAG-VORBEREITEN
               VARYING SUMMEN-LFDNR FROM 1 BY 1
               UNTIL SUMMEN-LFDNR > SUMMEN-ANZAHL.
           MOVE "SONST" TO SU-CODE (SUMMEN-ANZAHL).

       SUMMEN-EINTRAG-VORBEREITEN.
           IF SUMMEN-LFDNR < SUMMEN-ANZAHL
               MOVE ST-CODE (SUMMEN-LFDNR) TO SU-CODE (SUMMEN-LFDNR)
           END-IF.
           MOVE 0 TO SU-ANZAHL (SUMMEN-LFDNR).
           PERFORM PROTOKOLLSATZ-LESEN.

      *    Unbekannte oder leere Steuersatz-Codes laufen in den
      *    Sammel-Eintrag SONST (Position SUMMEN-ANZAHL).
       SUMMEN-EINTRAG-SUCHEN.
           SET SU-IDX TO 1.
           SEARCH SUMMEN-EINTRAG
               AT END
                   SET SU-IDX TO SUMMEN-ANZAHL
               WHEN SU-CODE (SU-IDX) (1:4) = PR-STEUER-CODE
                   AND SU-IDX < SUMMEN-ANZAHL
                   CONTINUE
           END-SEARCH.


           PERFORM SUMMENZEILE-SCHREIBEN
               VARYING SUMMEN-LFDNR FROM 1 BY 1
               UNTIL SUMMEN-LFDNR > SUMMEN-ANZAHL.

           WRITE BERICHT-ZEILE FROM BA-STRICHLINIE.
           MOVE "GESAMT" TO BA-SU-CODE.
