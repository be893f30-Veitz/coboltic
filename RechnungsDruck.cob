       77 DRUCK-STRASSE          PIC X(30) VALUE SPACES.
       77 DRUCK-PLZ              PIC X(05) VALUE SPACES.
       77 DRUCK-ORT              PIC X(25) VALUE SPACES.
       77 DRUCK-UST-IDNR         PIC X(14) VALUE SPACES.
       77 DRUCK-ZAHLUNGSZIEL     PIC 9(3) VALUE 14.
       77 DRUCK-SKONTO-PROZENT   PIC 9(2)V99 VALUE 0.
       77 DRUCK-SKONTO-TAGE      PIC 9(3) VALUE 0.

       77 GEWUENSCHTE-NUMMER     PIC 9(8) VALUE 0.
       77 GEDRUCKTE-ANZAHL       PIC 9(6) VALUE 0.
       77 STEUERSATZ-PROZENT     PIC 9(2)V99 VALUE 0.
       77 STEUER-ART             PIC X VALUE "S".

       COPY "STEUERTAB.cpy".
       COPY "FIRMA.cpy".

       77 NUMMER-ROH             PIC X(8) VALUE SPACES.
       77 NUMMER-FORMATIERT      PIC X(11) VALUE SPACES.
       77 GESP-MWST              PIC S9(6)V99 VALUE 0.
       77 GESP-BRUTTOPREIS       PIC S9(6)V99 VALUE 0.
       77 GESP-STEUER-CODE       PIC X(4) VALUE SPACES.
       77 GESP-RECHNUNGSDATUM    PIC 9(8) VALUE 0.
       77 GESP-STORNO-KENNZEICHEN PIC X VALUE SPACE.
       77 GESP-BELEGART          PIC X VALUE SPACE.
       77 GESP-STEUER-ART        PIC X VALUE "S".

      *    Zahlungsbedingungen: Faelligkeit und Skonto werden aus
      *    dem Rechnungsdatum und den Vorgaben im Kundenstamm
      *    errechnet.
       77 FRIST-DATUM            PIC 9(8) VALUE 0.
       77 SKONTO-BETRAG          PIC S9(6)V99 VALUE 0.
       77 SKONTO-ZAHLBETRAG      PIC S9(6)V99 VALUE 0.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           PERFORM FIRMENDATEN-PRUEFEN.
           PERFORM KUNDENSTAMM-OEFFNEN.

           DISPLAY "Rechnungsdruck aus Datei RECHNUNGEN".
           END-IF.
           STOP RUN.

      *    Ohne eigene USt-IdNr. und Bankverbindung darf keine
      *    Rechnung das Haus verlassen.
       FIRMENDATEN-PRUEFEN.
           IF FI-UST-IDNR = SPACES OR FI-IBAN = SPACES
               DISPLAY "Firmendaten in FIRMA.cpy unvollstaendig "
                       "(USt-IdNr. oder IBAN fehlt) - Lauf wird "
                       "abgebrochen."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       KUNDENSTAMM-OEFFNEN.
           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
           MOVE SPACES TO DRUCK-STRASSE.
           MOVE SPACES TO DRUCK-PLZ.
           MOVE SPACES TO DRUCK-ORT.
           MOVE SPACES TO DRUCK-UST-IDNR.
           MOVE 14 TO DRUCK-ZAHLUNGSZIEL.
           MOVE 0 TO DRUCK-SKONTO-PROZENT.
           MOVE 0 TO DRUCK-SKONTO-TAGE.
           MOVE KUNDENNUMMER TO KD-KUNDENNUMMER.
           READ KUNDENSTAMM-DATEI
               INVALID KEY
                   MOVE KD-STRASSE TO DRUCK-STRASSE
                   MOVE KD-PLZ TO DRUCK-PLZ
                   MOVE KD-ORT TO DRUCK-ORT
                   MOVE KD-UST-IDNR TO DRUCK-UST-IDNR
                   PERFORM ZAHLUNGSBEDINGUNG-UEBERNEHMEN
           END-READ.

      *    Kundensaetze aus der Zeit vor den Zahlungsbedingungen
      *    tragen dort Leerzeichen; es bleibt beim Standard 14 Tage
      *    netto ohne Skonto.
       ZAHLUNGSBEDINGUNG-UEBERNEHMEN.
           IF KD-ZAHLUNGSZIEL-TAGE IS NUMERIC
                   AND KD-ZAHLUNGSZIEL-TAGE > 0
               MOVE KD-ZAHLUNGSZIEL-TAGE TO DRUCK-ZAHLUNGSZIEL
           END-IF.
           IF KD-SKONTO-PROZENT IS NUMERIC
                   AND KD-SKONTO-TAGE IS NUMERIC
                   AND KD-SKONTO-TAGE > 0
               MOVE KD-SKONTO-PROZENT TO DRUCK-SKONTO-PROZENT
               MOVE KD-SKONTO-TAGE TO DRUCK-SKONTO-TAGE
           END-IF.

       RECHNUNGSSATZ-LESEN.
           READ RECHNUNGSDATEI NEXT RECORD
               AT END
           STRING "Rechnungsdatum  : " AUF-DATUM
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE DRUCK-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Unsere USt-IdNr : " FI-UST-IDNR
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE DRUCK-ZEILE FROM AUSGABE-ZEILE.
           IF RECH-STORNO-KENNZEICHEN = "S"
               MOVE RECH-ORIGINAL-NUMMER TO NUMMER-ROH
               PERFORM RECHNUNGSNUMMER-AUFBEREITEN
           STRING "Kundennummer    : " AUF-KUNDENNUMMER
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE DRUCK-ZEILE FROM AUSGABE-ZEILE.
           IF DRUCK-UST-IDNR NOT = SPACES
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "USt-IdNr Kunde  : " DRUCK-UST-IDNR
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               WRITE DRUCK-ZEILE FROM AUSGABE-ZEILE
           ELSE
               IF STEUER-ART = "R"
                   MOVE "USt-IdNr Kunde  : ** fehlt im Kundenstamm **"
                       TO AUSGABE-ZEILE
                   WRITE DRUCK-ZEILE FROM AUSGABE-ZEILE
               END-IF
           END-IF.
           WRITE DRUCK-ZEILE FROM DZ-LEERZEILE.

           WRITE DRUCK-ZEILE FROM DZ-STRICHLINIE.
           MOVE RECHN-MWST TO GESP-MWST.
           MOVE RECHN-BRUTTOPREIS TO GESP-BRUTTOPREIS.
           MOVE RECH-STEUER-CODE TO GESP-STEUER-CODE.
           MOVE RECHNUNGSDATUM TO GESP-RECHNUNGSDATUM.
           MOVE RECH-STORNO-KENNZEICHEN TO GESP-STORNO-KENNZEICHEN.
           MOVE RECH-BELEGART TO GESP-BELEGART.
           MOVE STEUER-ART TO GESP-STEUER-ART.
           MOVE "J" TO DRUCK-AKTIV.

       POSITION-DRUCKEN.
           WRITE DRUCK-ZEILE FROM DZ-BETRAGSZEILE.

           MOVE SPACES TO DZ-BETRAG-TEXT.
           EVALUATE TRUE
               WHEN GESP-BELEGART = "M"
                   MOVE "Mahnkosten - nicht umsatzsteuerbar"
                       TO DZ-BETRAG-TEXT
               WHEN GESP-STEUER-ART = "R"
                   STRING "MwSt " GESP-STEUER-CODE " - steuerfrei"
                       DELIMITED BY SIZE INTO DZ-BETRAG-TEXT
               WHEN OTHER
                   MOVE STEUERSATZ-PROZENT TO AUF-PROZENT
                   STRING "MwSt " GESP-STEUER-CODE " " AUF-PROZENT
                           " %"
                       DELIMITED BY SIZE INTO DZ-BETRAG-TEXT
           END-EVALUATE.
           MOVE GESP-MWST TO AUF-BETRAG.
           MOVE AUF-BETRAG TO DZ-BETRAG-WERT.
           WRITE DRUCK-ZEILE FROM DZ-BETRAGSZEILE.
           MOVE GESP-BRUTTOPREIS TO AUF-BETRAG.
           MOVE AUF-BETRAG TO DZ-BETRAG-WERT.
           WRITE DRUCK-ZEILE FROM DZ-BETRAGSZEILE.
           IF GESP-STORNO-KENNZEICHEN NOT = "S"
                   AND GESP-BRUTTOPREIS > 0
               PERFORM ZAHLUNGSBEDINGUNG-DRUCKEN
           END-IF.
           IF GESP-STEUER-ART = "R"
               PERFORM REVERSE-CHARGE-HINWEIS-DRUCKEN
           END-IF.
           WRITE DRUCK-ZEILE FROM DZ-TRENNLINIE.

           MOVE "N" TO DRUCK-AKTIV.
           ADD 1 TO GEDRUCKTE-ANZAHL.

      *    Faelligkeit (Rechnungsdatum + Zahlungsziel) und - bei
      *    Skonto - Skontofrist, Skontobetrag und Zahlbetrag nach
      *    Skontoabzug. Der Skontobetrag wird wie in der
      *    Zahlungserfassung aus dem Bruttobetrag gerundet. Auf
      *    Mahnbelege gibt es keinen Skonto. Zum Schluss steht
      *    unsere Bankverbindung.
       ZAHLUNGSBEDINGUNG-DRUCKEN.
           WRITE DRUCK-ZEILE FROM DZ-LEERZEILE.
           COMPUTE FRIST-DATUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(GESP-RECHNUNGSDATUM)
               + DRUCK-ZAHLUNGSZIEL).
           PERFORM FRIST-DATUM-AUFBEREITEN.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Zahlbar ohne Abzug bis " AUF-DATUM
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE DRUCK-ZEILE FROM AUSGABE-ZEILE.

           IF DRUCK-SKONTO-PROZENT > 0 AND GESP-BELEGART NOT = "M"
               COMPUTE SKONTO-BETRAG ROUNDED =
                   GESP-BRUTTOPREIS * DRUCK-SKONTO-PROZENT / 100
               COMPUTE SKONTO-ZAHLBETRAG =
                   GESP-BRUTTOPREIS - SKONTO-BETRAG
               COMPUTE FRIST-DATUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(GESP-RECHNUNGSDATUM)
                   + DRUCK-SKONTO-TAGE)
               PERFORM FRIST-DATUM-AUFBEREITEN
               MOVE DRUCK-SKONTO-PROZENT TO AUF-PROZENT
               MOVE SPACES TO DZ-BETRAG-TEXT
               STRING "Skonto " AUF-PROZENT " % bei Zahlung bis "
                       AUF-DATUM
                   DELIMITED BY SIZE INTO DZ-BETRAG-TEXT
               MOVE SKONTO-BETRAG TO AUF-BETRAG
               MOVE AUF-BETRAG TO DZ-BETRAG-WERT
               WRITE DRUCK-ZEILE FROM DZ-BETRAGSZEILE
               MOVE "Zahlbetrag bei Skontoabzug" TO DZ-BETRAG-TEXT
               MOVE SKONTO-ZAHLBETRAG TO AUF-BETRAG
               MOVE AUF-BETRAG TO DZ-BETRAG-WERT
               WRITE DRUCK-ZEILE FROM DZ-BETRAGSZEILE
           END-IF.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Bankverbindung: IBAN " FI-IBAN
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE DRUCK-ZEILE FROM AUSGABE-ZEILE.

      *    Pflichthinweis bei steuerfreier innergemeinschaftlicher
      *    Lieferung bzw. Steuerschuldnerschaft des Leistungs-
      *    empfaengers; die USt-IdNr beider Seiten steht im Kopf.
       REVERSE-CHARGE-HINWEIS-DRUCKEN.
           WRITE DRUCK-ZEILE FROM DZ-LEERZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Steuerfreie innergemeinschaftliche Lieferung nach "
                  "Par. 4 Nr. 1b UStG"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE DRUCK-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "bzw. Steuerschuldnerschaft des Leistungsempfaengers "
                  "(Reverse Charge)"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE DRUCK-ZEILE FROM AUSGABE-ZEILE.

       STEUERSATZ-ERRECHNEN.
           MOVE "S" TO STEUER-ART.
           SET ST-IDX TO 1.
           SEARCH STEUERSATZ-EINTRAG
               AT END
                   PERFORM STEUERSATZ-AUS-BETRAEGEN
               WHEN ST-CODE (ST-IDX) = RECH-STEUER-CODE
                   MOVE ST-PROZENT (ST-IDX) TO STEUERSATZ-PROZENT
                   MOVE ST-ART (ST-IDX) TO STEUER-ART
           END-SEARCH.

      *    Altbestand ohne Steuersatz-Code: Satz naeherungsweise aus
           MOVE RECHNUNGSDATUM (5:2) TO AUF-MONAT.
           MOVE RECHNUNGSDATUM (1:4) TO AUF-JAHR.

       FRIST-DATUM-AUFBEREITEN.
           MOVE FRIST-DATUM (7:2) TO AUF-TAG.
           MOVE FRIST-DATUM (5:2) TO AUF-MONAT.
           MOVE FRIST-DATUM (1:4) TO AUF-JAHR.

      *    Nummern aus den Jahres-Nummernkreisen (Endziffern des
      *    Geschaeftsjahres als Praefix, ab 20xx) werden als
      *    "JJJJ-NNNNNN" angezeigt; kleine laufende Nummern des
