       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           MOVE 12 TO RETURN-CODE.
           PERFORM PROTOKOLL-LADEN.
           PERFORM RECHNUNGEN-LADEN.
           PERFORM STAPELOUT-LADEN.
           DISPLAY "Saetze STAPELOUT  : " STAPELOUT-ANZAHL.
           DISPLAY "Abweichungen      : " ABWEICHUNGS-ANZAHL.
           DISPLAY "Bericht nach ABSTIMMBERICHT geschrieben.".
      *    Rueckgabewert: 0 = abgestimmt, 4 = Abweichungen
      *    festgestellt, 12 = Abbruch.
           IF ABWEICHUNGS-ANZAHL = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PROTOKOLL-LADEN.
