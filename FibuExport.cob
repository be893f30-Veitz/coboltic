      *    Kundennummer. Stornos tragen negative Betraege. Das
      *    Exportregister EXPORTREG verhindert, dass eine Rechnung
      *    zweimal exportiert wird.
      *    Skontoabzuege (ZA-ART "S" in ZAHLUNGEN bzw. ZAHLARCHIV)
      *    mit Buchungsdatum in der Periode werden als
      *    Erloesschmaelerung auf das Skontokonto des Steuersatz-
      *    Codes der Rechnung gebucht - mit negativen Betraegen,
      *    die Umsatzsteuer wird aus dem Skonto herausgerechnet.
      *    Sie stehen mit Belegart "S" im Exportregister.
      *    Mahnbelege aus dem Mahnlauf (Steuer-Code "MAHN", ohne
      *    Umsatzsteuer) werden wie Rechnungen exportiert und
      *    buchen auf das eigene Erloeskonto der Kontenzuordnung
      *    MAHN.
      *    Im Tagesablauf kommt die Periode aus TAGESPARAM,
      *    Schluessel FIBUEXPORT-PERIODE (JJJJMM, LAUFEND oder
      *    VORMONAT). Rueckgabewert 0 = Export ausgefuehrt,
      *    12 = Abbruch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTEN-STATUS.

           SELECT ZAHLUNGS-DATEI ASSIGN TO "ZAHLUNGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZAHLUNGS-STATUS.

           SELECT ZAHLARCHIV-DATEI ASSIGN TO "ZAHLARCHIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZAHLARCHIV-STATUS.

           SELECT REGISTER-DATEI ASSIGN TO "EXPORTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIBU-STATUS.

           SELECT PARAMETER-DATEI ASSIGN TO "TAGESPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECHNUNGSDATEI.
       01  KONTEN-SATZ.
           COPY "KONTOSATZ.cpy".

       FD  ZAHLUNGS-DATEI.
       01  ZAHLUNGS-SATZ.
           COPY "ZAHLSATZ.cpy".

       FD  ZAHLARCHIV-DATEI.
      *    Ausgelagerte Zahlungen; Aufbau wie ZAHLSATZ.cpy.
       01  ZAHLARCHIV-SATZ.
           05  ZX-DATUM                  PIC 9(8).
           05  ZX-TRENNER1               PIC X.
           05  ZX-RECHNUNGSNUMMER        PIC 9(8).
           05  ZX-TRENNER2               PIC X.
           05  ZX-KUNDENNUMMER           PIC 9(6).
           05  ZX-TRENNER3               PIC X.
           05  ZX-BETRAG                 PIC S9(6)V99
                                         SIGN LEADING SEPARATE.
           05  ZX-TRENNER4               PIC X.
           05  ZX-ART                    PIC X.

      *    EX-BELEGART: Leerzeichen = Rechnung, "S" = Skontoabzug
      *    zur Rechnung.
       FD  REGISTER-DATEI.
       01  REGISTER-SATZ.
           05  EX-RECHNUNGSNUMMER        PIC 9(8).
           05  EX-TRENNER1               PIC X.
           05  EX-EXPORTDATUM            PIC 9(8).
           05  EX-TRENNER2               PIC X.
           05  EX-BELEGART               PIC X.

       FD  FIBU-DATEI.
       01  FIBU-SATZ.
           COPY "FIBUSATZ.cpy".

       FD  PARAMETER-DATEI.
       01  PARAMETER-SATZ.
           COPY "TPARSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 RECHNUNGS-STATUS        PIC XX VALUE SPACES.
       77 RECHNUNGS-ARCHIV-STATUS PIC XX VALUE SPACES.
       77 ABSCHLUSS-STATUS        PIC XX VALUE SPACES.
       77 KONTEN-STATUS           PIC XX VALUE SPACES.
       77 REGISTER-STATUS         PIC XX VALUE SPACES.
       77 ZAHLUNGS-STATUS         PIC XX VALUE SPACES.
       77 ZAHLARCHIV-STATUS       PIC XX VALUE SPACES.
       77 ARCHIV-LESE-ENDE        PIC X VALUE "N".
       77 FIBU-STATUS             PIC XX VALUE SPACES.
       77 LESE-ENDE               PIC X VALUE "N".

       77 PERIODE-ARCHIVIERT      PIC X VALUE "N".
       77 AKTUELLES-DATUM         PIC 9(8) VALUE 0.

      *    Alle archivierten Perioden laut ABSCHLUSS fuer die Suche
      *    des Kopfsatzes zu einem Skontoabzug.
       01  PERIODEN-TABELLE.
           05  PE-EINTRAG OCCURS 120 TIMES.
               10  PE-PERIODE            PIC 9(6).

       77 PERIODEN-ANZAHL         PIC 9(3) VALUE 0.
       77 PERIODEN-LFDNR          PIC 9(3) VALUE 0.
       77 PERIODE-SCHON-GEMERKT   PIC X VALUE "N".

       01  KONTEN-TABELLE.
           05  KONTEN-EINTRAG OCCURS 10 TIMES
                               INDEXED BY KO-IDX.
               10  KOT-STEUER-CODE       PIC X(04).
               10  KOT-ERLOESKONTO       PIC 9(06).
               10  KOT-STEUERKONTO       PIC 9(06).
               10  KOT-SKONTOKONTO       PIC 9(06).

       77 KONTEN-ANZAHL           PIC 9(02) VALUE 0.
       77 KONTO-GEFUNDEN          PIC X VALUE "N".
       77 GEFUNDENES-ERLOESKONTO  PIC 9(06) VALUE 0.
       77 GEFUNDENES-STEUERKONTO  PIC 9(06) VALUE 0.
       77 GEFUNDENES-SKONTOKONTO  PIC 9(06) VALUE 0.

       COPY "STEUERTAB.cpy".

       77 STEUERSATZ-PROZENT      PIC 9(2)V99 VALUE 0.
       77 RECHNUNG-GEFUNDEN       PIC X VALUE "N".
       77 SKONTO-BRUTTO           PIC S9(6)V99 VALUE 0.

       01  REGISTER-TABELLE.
           05  RG-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY RG-IDX.
               10  RG-RECHNUNGSNUMMER    PIC 9(8).
               10  RG-BELEGART           PIC X.

       77 REGISTER-ANZAHL         PIC 9(4) VALUE 0.
       77 SCHON-EXPORTIERT        PIC X VALUE "N".
       77 EP-NETTO                PIC S9(6)V99 VALUE 0.
       77 EP-MWST                 PIC S9(6)V99 VALUE 0.
       77 EP-BRUTTO               PIC S9(6)V99 VALUE 0.
       77 EP-BELEGART             PIC X VALUE SPACE.

       77 EXPORTIERTE-ANZAHL      PIC 9(6) VALUE 0.
       77 UEBERGANGENE-ANZAHL     PIC 9(6) VALUE 0.
       77 OHNE-KONTO-ANZAHL       PIC 9(6) VALUE 0.
       77 SKONTO-EXPORT-ANZAHL    PIC 9(6) VALUE 0.
       77 EXPORT-NETTO-SUMME      PIC S9(10)V99 VALUE 0.
       77 EXPORT-MWST-SUMME       PIC S9(10)V99 VALUE 0.
       77 EXPORT-BRUTTO-SUMME     PIC S9(10)V99 VALUE 0.

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
           DISPLAY "Fibu-Export aus RECHNUNGEN nach FIBUSTAPEL".
           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.
           IF TAGESABLAUF-LAUF = "J"
               MOVE "FIBUEXPORT-PERIODE" TO PARAMETER-SCHLUESSEL
               PERFORM PARAMETER-LESEN
               PERFORM PERIODE-AUS-PARAMETER
               MOVE PARAMETER-PERIODE TO EXPORT-PERIODE
           ELSE
               DISPLAY "Exportperiode eingeben (JJJJMM): "
               ACCEPT EXPORT-PERIODE
           END-IF.
           MOVE EXPORT-PERIODE (5:2) TO PERIODEN-MONAT.
           IF EXPORT-PERIODE < 190001
                   OR PERIODEN-MONAT < 1
               DISPLAY "Ungueltige Periode " EXPORT-PERIODE "."
               STOP RUN
           END-IF.

           PERFORM KONTEN-LADEN.
           PERFORM REGISTER-LADEN.
           ELSE
               PERFORM LEBENDEN-BESTAND-EXPORTIEREN
           END-IF.
           PERFORM SKONTI-EXPORTIEREN.

           CLOSE FIBU-DATEI.
           CLOSE REGISTER-DATEI.
           DISPLAY "=== Fibu-Export Periode " EXPORT-PERIODE " ===".
           DISPLAY "Exportierte Rechnungen      : "
                   EXPORTIERTE-ANZAHL.
           DISPLAY "Exportierte Skontoabzuege   : "
                   SKONTO-EXPORT-ANZAHL.
           DISPLAY "Bereits exportiert (Sperre) : "
                   UEBERGANGENE-ANZAHL.
           DISPLAY "Ohne Kontenzuordnung        : "
                   EXPORT-BRUTTO-SUMME.
           DISPLAY "Buchungsstapel nach FIBUSTAPEL geschrieben.".
           DISPLAY "==========================================".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       KONTEN-LADEN.
                           TO KOT-ERLOESKONTO (KONTEN-ANZAHL)
                       MOVE KO-STEUERKONTO
                           TO KOT-STEUERKONTO (KONTEN-ANZAHL)
                       IF KO-SKONTOKONTO IS NUMERIC
                           MOVE KO-SKONTOKONTO
                               TO KOT-SKONTOKONTO (KONTEN-ANZAHL)
                       ELSE
                           MOVE 0 TO KOT-SKONTOKONTO (KONTEN-ANZAHL)
                       END-IF
                   ELSE
                       DISPLAY "KONTEN enthaelt mehr als 10 Saetze - "
                               "Ueberlauf, Programm wird beendet."
                       TO GEFUNDENES-ERLOESKONTO
                   MOVE KOT-STEUERKONTO (KO-IDX)
                       TO GEFUNDENES-STEUERKONTO
                   MOVE KOT-SKONTOKONTO (KO-IDX)
                       TO GEFUNDENES-SKONTOKONTO
           END-SEARCH.

       REGISTER-LADEN.
                   ADD 1 TO REGISTER-ANZAHL
                   MOVE EX-RECHNUNGSNUMMER
                       TO RG-RECHNUNGSNUMMER (REGISTER-ANZAHL)
                   MOVE EX-BELEGART TO RG-BELEGART (REGISTER-ANZAHL)
           END-READ.

       REGISTER-PRUEFEN.
                       CONTINUE
                   WHEN RG-RECHNUNGSNUMMER (RG-IDX)
                           = EP-RECHNUNGSNUMMER
                           AND RG-BELEGART (RG-IDX) = EP-BELEGART
                       MOVE "J" TO SCHON-EXPORTIERT
               END-SEARCH
           END-IF.
                           AND AB-RECHNUNGS-ANZAHL > 0
                       MOVE "J" TO PERIODE-ARCHIVIERT
                   END-IF
                   IF AB-RECHNUNGS-ANZAHL > 0
                       PERFORM PERIODE-MERKEN
                   END-IF
           END-READ.

       PERIODE-MERKEN.
           MOVE "N" TO PERIODE-SCHON-GEMERKT.
           PERFORM PERIODE-VERGLEICHEN
               VARYING PERIODEN-LFDNR FROM 1 BY 1
               UNTIL PERIODEN-LFDNR > PERIODEN-ANZAHL.
           IF PERIODE-SCHON-GEMERKT = "N"
               IF PERIODEN-ANZAHL >= 120
                   DISPLAY "Perioden-Tabelle uebergelaufen "
                           "(mehr als 120 Abschluesse)."
                   STOP RUN
               END-IF
               ADD 1 TO PERIODEN-ANZAHL
               MOVE AB-PERIODE TO PE-PERIODE (PERIODEN-ANZAHL)
           END-IF.

       PERIODE-VERGLEICHEN.
           IF PE-PERIODE (PERIODEN-LFDNR) = AB-PERIODE
               MOVE "J" TO PERIODE-SCHON-GEMERKT
           END-IF.

       AUSGABEDATEIEN-OEFFNEN.
           OPEN EXTEND FIBU-DATEI.
           IF FIBU-STATUS = "35"
                       MOVE RECHN-NETTOPREIS TO EP-NETTO
                       MOVE RECHN-MWST TO EP-MWST
                       MOVE RECHN-BRUTTOPREIS TO EP-BRUTTO
                       MOVE SPACE TO EP-BELEGART
                       PERFORM RECHNUNG-EXPORTIEREN
                           THRU RECHNUNG-EXPORTIEREN-EXIT
                   END-IF
                       MOVE AR-NETTOPREIS TO EP-NETTO
                       MOVE AR-MWST TO EP-MWST
                       MOVE AR-BRUTTOPREIS TO EP-BRUTTO
                       MOVE SPACE TO EP-BELEGART
                       PERFORM RECHNUNG-EXPORTIEREN
                           THRU RECHNUNG-EXPORTIEREN-EXIT
                   END-IF
           END-READ.

      *    Exportiert einen Kopfsatz oder einen Skontoabzug
      *    (EP-BELEGART "S"): Registersperre pruefen, Konten
      *    zuordnen, Buchungszeile und Registereintrag schreiben.
       RECHNUNG-EXPORTIEREN.
           PERFORM REGISTER-PRUEFEN.
           IF SCHON-EXPORTIERT = "J"
               DISPLAY "Rechnung " EP-RECHNUNGSNUMMER
                       ": keine Kontenzuordnung zu Steuer-Code "
                       EP-STEUER-CODE " - nicht exportiert."
               IF EP-STEUER-CODE = "MAHN"
                   DISPLAY "  (Mahnbeleg - Erloeskonto fuer "
                           "Mahnkosten unter Code MAHN in der "
                           "Kontenzuordnungspflege anlegen.)"
               END-IF
               GO TO RECHNUNG-EXPORTIEREN-EXIT
           END-IF.
           IF EP-BELEGART = "S"
               IF GEFUNDENES-SKONTOKONTO = 0
                   ADD 1 TO OHNE-KONTO-ANZAHL
                   DISPLAY "Skonto zu Rechnung " EP-RECHNUNGSNUMMER
                           ": kein Skontokonto zu Steuer-Code "
                           EP-STEUER-CODE " - nicht exportiert."
                   GO TO RECHNUNG-EXPORTIEREN-EXIT
               END-IF
               MOVE GEFUNDENES-SKONTOKONTO TO GEFUNDENES-ERLOESKONTO
           END-IF.

           MOVE EP-DATUM TO FB-BELEGDATUM.
           MOVE SPACE TO FB-TRENNER1.
           MOVE EP-RECHNUNGSNUMMER TO EX-RECHNUNGSNUMMER.
           MOVE SPACE TO EX-TRENNER1.
           MOVE AKTUELLES-DATUM TO EX-EXPORTDATUM.
           MOVE SPACE TO EX-TRENNER2.
           MOVE EP-BELEGART TO EX-BELEGART.
           WRITE REGISTER-SATZ.
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von EXPORTREG (Status "
           ADD 1 TO REGISTER-ANZAHL.
           MOVE EP-RECHNUNGSNUMMER
               TO RG-RECHNUNGSNUMMER (REGISTER-ANZAHL).
           MOVE EP-BELEGART TO RG-BELEGART (REGISTER-ANZAHL).

           IF EP-BELEGART = "S"
               ADD 1 TO SKONTO-EXPORT-ANZAHL
           ELSE
               ADD 1 TO EXPORTIERTE-ANZAHL
           END-IF.
           ADD EP-NETTO TO EXPORT-NETTO-SUMME.
           ADD EP-MWST TO EXPORT-MWST-SUMME.
           ADD EP-BRUTTO TO EXPORT-BRUTTO-SUMME.

       RECHNUNG-EXPORTIEREN-EXIT.
           EXIT.

      *    Skontoabzuege der Periode aus ZAHLUNGEN und ZAHLARCHIV.
       SKONTI-EXPORTIEREN.
           OPEN INPUT RECHNUNGSDATEI.
           IF RECHNUNGS-STATUS NOT = "00"
               DISPLAY "RECHNUNGEN konnte nicht geoeffnet werden "
                       "(Status " RECHNUNGS-STATUS ")."
               STOP RUN
           END-IF.
           OPEN INPUT ZAHLUNGS-DATEI.
           IF ZAHLUNGS-STATUS = "35"
               CONTINUE
           ELSE
               IF ZAHLUNGS-STATUS NOT = "00"
                   DISPLAY "ZAHLUNGEN konnte nicht geoeffnet werden "
                           "(Status " ZAHLUNGS-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM ZAHLUNGSSATZ-LESEN
                   UNTIL LESE-ENDE = "J"
               CLOSE ZAHLUNGS-DATEI
           END-IF.
           OPEN INPUT ZAHLARCHIV-DATEI.
           IF ZAHLARCHIV-STATUS = "35"
               CONTINUE
           ELSE
               IF ZAHLARCHIV-STATUS NOT = "00"
                   DISPLAY "ZAHLARCHIV konnte nicht geoeffnet werden "
                           "(Status " ZAHLARCHIV-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM ZAHLARCHIVSATZ-LESEN
                   UNTIL LESE-ENDE = "J"
               CLOSE ZAHLARCHIV-DATEI
           END-IF.
           CLOSE RECHNUNGSDATEI.

       ZAHLUNGSSATZ-LESEN.
           READ ZAHLUNGS-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF ZA-ART = "S"
                           AND ZA-DATUM (1:6) = EXPORT-PERIODE
                       MOVE ZA-RECHNUNGSNUMMER TO EP-RECHNUNGSNUMMER
                       MOVE ZA-KUNDENNUMMER TO EP-KUNDENNUMMER
                       MOVE ZA-DATUM TO EP-DATUM
                       MOVE ZA-BETRAG TO SKONTO-BRUTTO
                       PERFORM SKONTO-EXPORTIEREN
                   END-IF
           END-READ.

       ZAHLARCHIVSATZ-LESEN.
           READ ZAHLARCHIV-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF ZX-ART = "S"
                           AND ZX-DATUM (1:6) = EXPORT-PERIODE
                       MOVE ZX-RECHNUNGSNUMMER TO EP-RECHNUNGSNUMMER
                       MOVE ZX-KUNDENNUMMER TO EP-KUNDENNUMMER
                       MOVE ZX-DATUM TO EP-DATUM
                       MOVE ZX-BETRAG TO SKONTO-BRUTTO
                       PERFORM SKONTO-EXPORTIEREN
                   END-IF
           END-READ.

      *    Der Steuersatz-Code kommt aus dem Kopfsatz der Rechnung
      *    (lebender Bestand oder Archiv); die Umsatzsteuer wird
      *    aus dem Skontobetrag herausgerechnet. Die Betraege sind
      *    negativ, weil der Skonto Erloes und Steuer mindert.
       SKONTO-EXPORTIEREN.
           MOVE "S" TO EP-BELEGART.
           PERFORM SKONTO-RECHNUNG-SUCHEN.
           IF RECHNUNG-GEFUNDEN = "N"
               ADD 1 TO OHNE-KONTO-ANZAHL
               DISPLAY "Skonto zu Rechnung " EP-RECHNUNGSNUMMER
                       ": Rechnung nicht gefunden - nicht exportiert."
           ELSE
               PERFORM SKONTO-STEUERSATZ-ERMITTELN
               COMPUTE EP-MWST ROUNDED = 0 - SKONTO-BRUTTO
                   * STEUERSATZ-PROZENT / (100 + STEUERSATZ-PROZENT)
               COMPUTE EP-BRUTTO = 0 - SKONTO-BRUTTO
               COMPUTE EP-NETTO = EP-BRUTTO - EP-MWST
               PERFORM RECHNUNG-EXPORTIEREN
                   THRU RECHNUNG-EXPORTIEREN-EXIT
           END-IF.

       SKONTO-RECHNUNG-SUCHEN.
           MOVE "N" TO RECHNUNG-GEFUNDEN.
           MOVE SPACES TO EP-STEUER-CODE.
           MOVE EP-RECHNUNGSNUMMER TO RECHNUNGSNUMMER.
           MOVE "K" TO RECH-SATZART.
           MOVE 0 TO RECH-POSITIONSNUMMER.
           READ RECHNUNGSDATEI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "J" TO RECHNUNG-GEFUNDEN
                   MOVE RECH-STEUER-CODE TO EP-STEUER-CODE
           END-READ.
           IF RECHNUNG-GEFUNDEN = "N"
               PERFORM ARCHIV-KOPF-SUCHEN
                   VARYING PERIODEN-LFDNR FROM 1 BY 1
                   UNTIL PERIODEN-LFDNR > PERIODEN-ANZAHL
                       OR RECHNUNG-GEFUNDEN = "J"
           END-IF.

       ARCHIV-KOPF-SUCHEN.
           MOVE SPACES TO RECHNUNGS-ARCHIV-NAME.
           STRING "RECHNUNGEN." PE-PERIODE (PERIODEN-LFDNR)
               DELIMITED BY SIZE INTO RECHNUNGS-ARCHIV-NAME.
           OPEN INPUT RECHNUNGS-ARCHIV-DATEI.
           IF RECHNUNGS-ARCHIV-STATUS = "35"
               CONTINUE
           ELSE
               IF RECHNUNGS-ARCHIV-STATUS NOT = "00"
                   DISPLAY "Archivdatei " RECHNUNGS-ARCHIV-NAME
                           " konnte nicht geoeffnet werden (Status "
                           RECHNUNGS-ARCHIV-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO ARCHIV-LESE-ENDE
               PERFORM ARCHIV-KOPFSATZ-PRUEFEN
                   UNTIL ARCHIV-LESE-ENDE = "J"
               CLOSE RECHNUNGS-ARCHIV-DATEI
           END-IF.

       ARCHIV-KOPFSATZ-PRUEFEN.
           READ RECHNUNGS-ARCHIV-DATEI
               AT END
                   MOVE "J" TO ARCHIV-LESE-ENDE
               NOT AT END
                   IF AR-SATZART = "K"
                           AND AR-RECHNUNGSNUMMER = EP-RECHNUNGSNUMMER
                       MOVE "J" TO RECHNUNG-GEFUNDEN
                       MOVE AR-STEUER-CODE TO EP-STEUER-CODE
                       MOVE "J" TO ARCHIV-LESE-ENDE
                   END-IF
           END-READ.

       SKONTO-STEUERSATZ-ERMITTELN.
           MOVE 0 TO STEUERSATZ-PROZENT.
           SET ST-IDX TO 1.
           SEARCH STEUERSATZ-EINTRAG
               AT END
                   CONTINUE
               WHEN ST-CODE (ST-IDX) = EP-STEUER-CODE
                   MOVE ST-PROZENT (ST-IDX) TO STEUERSATZ-PROZENT
           END-SEARCH.

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
