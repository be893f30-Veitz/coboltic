      *    offenen Posten aus. Zahlungen zu ausgeglichenen
      *    Rechnungen koennen nach ZAHLARCHIV ausgelagert werden,
      *    damit die Zahlungsdatei nicht unbegrenzt waechst.
      *    Zahlt der Kunde innerhalb seiner Skontofrist den um den
      *    Skonto gekuerzten Betrag, wird die Differenz als
      *    Skontoabzug (ZA-ART "S") gebucht und die Rechnung damit
      *    ausgeglichen. Mahnbelege aus dem Mahnlauf (Belegart "M")
      *    sind wie Rechnungen bezahlbar, aber nicht skontofaehig,
      *    und werden in der Offene-Posten-Liste gekennzeichnet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "ZAHLSATZ.cpy".

       FD  ZAHLUNGS-NEU-DATEI.
       01  ZAHLUNGS-NEU-SATZ             PIC X(36).

       FD  ZAHLARCHIV-DATEI.
       01  ZAHLARCHIV-SATZ               PIC X(36).

       FD  RECHNUNGS-ARCHIV-DATEI.
       01  RECHNUNGS-ARCHIV-SATZ.
               10  ZT-RECHNUNGSNUMMER    PIC 9(8).
               10  ZT-KUNDENNUMMER       PIC 9(6).
               10  ZT-BETRAG             PIC S9(8)V99.
               10  ZT-ART                PIC X.

       77 ZAHLUNGS-ANZAHL        PIC 9(6) VALUE 0.
       77 ZAHLUNGS-LFDNR         PIC 9(6) VALUE 0.
               10  OP-BRUTTO             PIC S9(8)V99.
               10  OP-GEZAHLT            PIC S9(8)V99.
               10  OP-OFFEN              PIC S9(8)V99.
               10  OP-BELEGART           PIC X.
               10  OP-ERLEDIGT           PIC X.

       77 POSTEN-ANZAHL          PIC 9(4) VALUE 0.
       77 KP-KUNDENNUMMER        PIC 9(6) VALUE 0.
       77 KP-DATUM               PIC 9(8) VALUE 0.
       77 KP-STORNO-KENNZEICHEN  PIC X VALUE SPACE.
       77 KP-BELEGART            PIC X VALUE SPACE.
       77 KP-BRUTTO              PIC S9(6)V99 VALUE 0.

      *    Skonto zur gerade bebuchten Rechnung.
       77 SKONTO-BETRAG          PIC S9(8)V99 VALUE 0.
       77 SKONTO-DIFFERENZ       PIC S9(8)V99 VALUE 0.
       77 SKONTO-FRIST-ENDE      PIC 9(8) VALUE 0.

       77 GEZAHLTER-BETRAG       PIC S9(8)V99 VALUE 0.
       77 OFFENER-BETRAG         PIC S9(8)V99 VALUE 0.
       77 GEWAEHLTE-NUMMER       PIC 9(8) VALUE 0.
           05  ZB-TRENNER3               PIC X.
           05  ZB-BETRAG                 PIC S9(6)V99
                                         SIGN LEADING SEPARATE.
           05  ZB-TRENNER4               PIC X.
           05  ZB-ART                    PIC X.

      *    Betragseingabe wie in NettoBruttoRechner: Ziffern mit
      *    Punkt als Dezimalzeichen, max. 6 Vor- und 2 Nachkomma-
           05  FILLER                PIC X(13) VALUE "      Brutto".
           05  FILLER                PIC X(13) VALUE "     Gezahlt".
           05  FILLER                PIC X(13) VALUE "       Offen".
           05  FILLER                PIC X(8) VALUE "Belegart".

       01  LA-POSTENZEILE.
           05  LA-PO-NUMMER          PIC X(11).
           05  LA-PO-GEZAHLT         PIC ZZZ.ZZ9,99-.
           05  FILLER                PIC XX VALUE SPACES.
           05  LA-PO-OFFEN           PIC ZZZ.ZZ9,99-.
           05  FILLER                PIC X VALUE SPACE.
           05  LA-PO-ART             PIC X(9).

       01  LA-SUMMENZEILE.
           05  FILLER                PIC X(22) VALUE
                   MOVE ZA-KUNDENNUMMER
                       TO ZT-KUNDENNUMMER (ZAHLUNGS-ANZAHL)
                   MOVE ZA-BETRAG TO ZT-BETRAG (ZAHLUNGS-ANZAHL)
                   MOVE ZA-ART TO ZT-ART (ZAHLUNGS-ANZAHL)
           END-READ.

       GEZAHLT-ERMITTELN.
                       MOVE AR-RECHNUNGSNUMMER TO KP-RECHNUNGSNUMMER
                       MOVE AR-KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE AR-RECHNUNGSDATUM TO KP-DATUM
                       MOVE AR-BELEGART TO KP-BELEGART
                       MOVE AR-BRUTTOPREIS TO KP-BRUTTO
                       PERFORM POSTEN-MERKEN
                   END-IF
                       MOVE RECHNUNGSNUMMER TO KP-RECHNUNGSNUMMER
                       MOVE KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE RECHNUNGSDATUM TO KP-DATUM
                       MOVE RECH-BELEGART TO KP-BELEGART
                       MOVE RECHN-BRUTTOPREIS TO KP-BRUTTO
                       PERFORM POSTEN-MERKEN
                   END-IF
                   MOVE GEZAHLTER-BETRAG
                       TO OP-GEZAHLT (POSTEN-ANZAHL)
                   MOVE OFFENER-BETRAG TO OP-OFFEN (POSTEN-ANZAHL)
                   MOVE KP-BELEGART TO OP-BELEGART (POSTEN-ANZAHL)
                   MOVE "N" TO OP-ERLEDIGT (POSTEN-ANZAHL)
               END-IF
           END-IF.
           END-IF.

           PERFORM ZAHLDATUM-EINLESEN.
           PERFORM SKONTO-PRUEFEN THRU SKONTO-PRUEFEN-EXIT.
           PERFORM ZAHLUNGSSATZ-SCHREIBEN.

           COMPUTE OFFENER-BETRAG =
               OFFENER-BETRAG - BETRAG-WERT - SKONTO-DIFFERENZ.
           MOVE OFFENER-BETRAG TO AUF-BETRAG.
           DISPLAY "Zahlung gebucht. Restbetrag Rechnung "
                   EINGABE-RECHNUNGSNUMMER " : " AUF-BETRAG " EUR".
               NOT INVALID KEY
                   MOVE "J" TO RECHNUNG-GEFUNDEN
                   MOVE KUNDENNUMMER TO KP-KUNDENNUMMER
                   MOVE RECHNUNGSDATUM TO KP-DATUM
                   MOVE RECH-STORNO-KENNZEICHEN
                       TO KP-STORNO-KENNZEICHEN
                   MOVE RECH-BELEGART TO KP-BELEGART
                   MOVE RECHN-BRUTTOPREIS TO KP-BRUTTO
           END-READ.

                       MOVE PE-PERIODE (PERIODEN-LFDNR)
                           TO GEFUNDENE-ARCHIV-PERIODE
                       MOVE AR-KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE AR-RECHNUNGSDATUM TO KP-DATUM
                       MOVE AR-STORNO-KENNZEICHEN
                           TO KP-STORNO-KENNZEICHEN
                       MOVE AR-BELEGART TO KP-BELEGART
                       MOVE AR-BRUTTOPREIS TO KP-BRUTTO
                       MOVE "J" TO ARCHIV-LESE-ENDE
                   END-IF
               MOVE "J" TO DATUM-GUELTIG
           END-IF.

      *    Skontoabzug: hat der Kunde Skonto vereinbart, liegt das
      *    Zahldatum innerhalb der Skontofrist ab Rechnungsdatum und
      *    deckt die Zahlung den offenen Betrag bis auf hoechstens
      *    den Skontobetrag (Bruttobetrag * Skontosatz, gerundet),
      *    wird die Differenz als Skonto gebucht. Auf Mahnbelege
      *    gibt es keinen Skonto.
       SKONTO-PRUEFEN.
           MOVE 0 TO SKONTO-DIFFERENZ.
           IF BETRAG-WERT >= OFFENER-BETRAG
                   OR KP-DATUM < 19000101
                   OR KP-BELEGART = "M"
               GO TO SKONTO-PRUEFEN-EXIT
           END-IF.
           MOVE KP-KUNDENNUMMER TO KD-KUNDENNUMMER.
           READ KUNDENSTAMM-DATEI
               INVALID KEY
                   GO TO SKONTO-PRUEFEN-EXIT
           END-READ.
           IF KD-SKONTO-PROZENT IS NOT NUMERIC
                   OR KD-SKONTO-TAGE IS NOT NUMERIC
                   OR KD-SKONTO-PROZENT = 0
                   OR KD-SKONTO-TAGE = 0
               GO TO SKONTO-PRUEFEN-EXIT
           END-IF.
           COMPUTE SKONTO-BETRAG ROUNDED =
               KP-BRUTTO * KD-SKONTO-PROZENT / 100.
           COMPUTE SKONTO-FRIST-ENDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(KP-DATUM) + KD-SKONTO-TAGE).
           IF EINGABE-DATUM > SKONTO-FRIST-ENDE
                   OR BETRAG-WERT < OFFENER-BETRAG - SKONTO-BETRAG
               GO TO SKONTO-PRUEFEN-EXIT
           END-IF.
           COMPUTE SKONTO-DIFFERENZ = OFFENER-BETRAG - BETRAG-WERT.
           MOVE SKONTO-DIFFERENZ TO AUF-BETRAG.
           DISPLAY "Zahlung innerhalb der Skontofrist - Skontoabzug "
                   AUF-BETRAG " EUR wird gebucht.".

       SKONTO-PRUEFEN-EXIT.
           EXIT.

       ZAHLUNGSSATZ-SCHREIBEN.
           OPEN EXTEND ZAHLUNGS-DATEI.
           IF ZAHLUNGS-STATUS = "35"
           MOVE KP-KUNDENNUMMER TO ZA-KUNDENNUMMER.
           MOVE SPACE TO ZA-TRENNER3.
           MOVE BETRAG-WERT TO ZA-BETRAG.
           MOVE SPACE TO ZA-TRENNER4.
           MOVE "Z" TO ZA-ART.
           PERFORM ZAHLUNGSSATZ-AUSGEBEN.
           IF SKONTO-DIFFERENZ > 0
               MOVE SKONTO-DIFFERENZ TO ZA-BETRAG
               MOVE "S" TO ZA-ART
               PERFORM ZAHLUNGSSATZ-AUSGEBEN
           END-IF.
           CLOSE ZAHLUNGS-DATEI.

       ZAHLUNGSSATZ-AUSGEBEN.
           WRITE ZAHLUNGS-SATZ.
           IF ZAHLUNGS-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von ZAHLUNGEN (Status "
                       ZAHLUNGS-STATUS ")."
               STOP RUN
           END-IF.

       BETRAG-EINLESEN.
           MOVE "N" TO EINGABE-GUELTIG.
           MOVE OP-BRUTTO (POSTEN-LFDNR) TO LA-PO-BRUTTO.
           MOVE OP-GEZAHLT (POSTEN-LFDNR) TO LA-PO-GEZAHLT.
           MOVE OP-OFFEN (POSTEN-LFDNR) TO LA-PO-OFFEN.
           IF OP-BELEGART (POSTEN-LFDNR) = "M"
               MOVE "Mahnbeleg" TO LA-PO-ART
           ELSE
               MOVE SPACES TO LA-PO-ART
           END-IF.
           WRITE LISTEN-ZEILE FROM LA-POSTENZEILE.

           ADD 1 TO OFFENE-ANZAHL.
           MOVE ZT-KUNDENNUMMER (ZAHLUNGS-LFDNR) TO ZB-KUNDENNUMMER.
           MOVE SPACE TO ZB-TRENNER3.
           MOVE ZT-BETRAG (ZAHLUNGS-LFDNR) TO ZB-BETRAG.
           MOVE SPACE TO ZB-TRENNER4.
           MOVE ZT-ART (ZAHLUNGS-LFDNR) TO ZB-ART.
           IF BEWERTUNGS-POSITION > 0
                   AND BT-AUSGLEICHBAR (BEWERTUNGS-POSITION) = "J"
               MOVE ZAHLUNGS-AUFBAU TO ZAHLARCHIV-SATZ
