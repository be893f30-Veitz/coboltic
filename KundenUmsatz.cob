      *    Rechnungsanzahl ermittelt; Stornobetraege werden getrennt
      *    ausgewiesen. Den Abschluss bildet eine Rangliste der
      *    umsatzstaerksten Kunden. Bericht nach KDUMSATZ.
      *    Mahnbelege (Belegart "M") sind kein Umsatz und werden
      *    nicht beruecksichtigt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF RECH-SATZART = "K"
                           AND RECH-BELEGART NOT = "M"
                           AND RECHNUNGSDATUM (1:4) = AUSWERTUNGS-JAHR
                       MOVE KUNDENNUMMER TO UM-KUNDENNUMMER
                       MOVE RECHNUNGSDATUM TO UM-DATUM
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF AR-SATZART = "K"
                           AND AR-BELEGART NOT = "M"
                           AND AR-RECHNUNGSDATUM (1:4)
                               = AUSWERTUNGS-JAHR
                       ADD 1 TO ARCHIV-KOEPFE
