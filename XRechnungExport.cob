       IDENTIFICATION DIVISION.
       PROGRAM-ID. XRechnungExport.

      *    Export elektronischer Rechnungen im Format XRechnung
      *    (UBL 2.1, EN 16931): liest die Rechnungen einer gewaehlten
      *    Periode (aus der lebenden Datei RECHNUNGEN oder - nach
      *    dem Monatsabschluss - aus der Archivdatei
      *    RECHNUNGEN.JJJJMM) mit Kopf- und Positionssaetzen und
      *    schreibt je Rechnung eine XML-Datei
      *    XRECHNUNG-nnnnnnnn.xml. Kaeuferdaten, Zahlungsziel und
      *    Skonto kommen aus dem Kundenstamm KDSTAMM, die Angaben
      *    zum Verkaeufer aus FIRMA.cpy, der Steuersatz je
      *    Steuer-Code aus der Steuersatz-Tabelle.
      *    Stornorechnungen werden als Gutschrift (CreditNote, Art
      *    381) mit Verweis auf die Originalrechnung
      *    (RECH-ORIGINAL-NUMMER) und positiven Betraegen erzeugt.
      *    Mahnbelege sind keine Rechnungen und werden nicht
      *    exportiert. Steuerfreie innergemeinschaftliche Lieferungen
      *    (Reverse Charge) erhalten die Steuerkategorie AE mit
      *    Befreiungsgrund und der USt-IdNr des Kaeufers.
      *    Das Register XRECHREG verhindert, dass eine Rechnung
      *    zweimal uebermittelt wird. Rechnungen, die wegen
      *    fehlender oder unstimmiger Daten nicht erzeugt werden
      *    koennen, stehen mit dem Grund in der Liste XRECHFEHLER
      *    und werden beim naechsten Lauf erneut versucht.
      *    Rechnungen ohne Positionssaetze (Altbestand) erhalten
      *    eine Sammelposition ueber den Nettobetrag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECHNUNGSDATEI ASSIGN TO "RECHNUNGEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECH-SCHLUESSEL
               ALTERNATE RECORD KEY IS KUNDENNUMMER
                   WITH DUPLICATES
               FILE STATUS IS RECHNUNGS-STATUS.

           SELECT RECHNUNGS-ARCHIV-DATEI
               ASSIGN TO DYNAMIC RECHNUNGS-ARCHIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHNUNGS-ARCHIV-STATUS.

           SELECT ABSCHLUSS-DATEI ASSIGN TO "ABSCHLUSS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABSCHLUSS-STATUS.

           SELECT KUNDENSTAMM-DATEI ASSIGN TO "KDSTAMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KUNDENNUMMER
               FILE STATUS IS KUNDENSTAMM-STATUS.

           SELECT REGISTER-DATEI ASSIGN TO "XRECHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

           SELECT XML-DATEI ASSIGN TO DYNAMIC XML-DATEINAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XML-STATUS.

           SELECT LISTE-DATEI ASSIGN TO "XRECHFEHLER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECHNUNGSDATEI.
       01  RECHNUNGS-SATZ.
           COPY "RECHNSATZ.cpy".

       FD  RECHNUNGS-ARCHIV-DATEI.
       01  RECHNUNGS-ARCHIV-SATZ.
           COPY "RECHARCH.cpy".

       FD  ABSCHLUSS-DATEI.
       01  ABSCHLUSS-SATZ.
           COPY "ABSCHLSATZ.cpy".

       FD  KUNDENSTAMM-DATEI.
       01  KUNDENSTAMM-SATZ.
           COPY "KDSATZ.cpy".

      *    XR-DOKUMENTART: "R" = Rechnung, "G" = Gutschrift (Storno).
       FD  REGISTER-DATEI.
       01  REGISTER-SATZ.
           05  XR-RECHNUNGSNUMMER        PIC 9(8).
           05  XR-TRENNER1               PIC X.
           05  XR-EXPORTDATUM            PIC 9(8).
           05  XR-TRENNER2               PIC X.
           05  XR-DOKUMENTART            PIC X.
           05  XR-TRENNER3               PIC X.
           05  XR-DATEINAME              PIC X(30).

       FD  XML-DATEI.
       01  XML-SATZ                      PIC X(250).

       FD  LISTE-DATEI.
       01  LISTEN-ZEILE                  PIC X(72).

       WORKING-STORAGE SECTION.
       77 RECHNUNGS-STATUS        PIC XX VALUE SPACES.
       77 RECHNUNGS-ARCHIV-STATUS PIC XX VALUE SPACES.
       77 ABSCHLUSS-STATUS        PIC XX VALUE SPACES.
       77 KUNDENSTAMM-STATUS      PIC XX VALUE SPACES.
       77 REGISTER-STATUS         PIC XX VALUE SPACES.
       77 XML-STATUS              PIC XX VALUE SPACES.
       77 LISTE-STATUS            PIC XX VALUE SPACES.
       77 LESE-ENDE               PIC X VALUE "N".

       77 RECHNUNGS-ARCHIV-NAME   PIC X(20) VALUE SPACES.
       77 XML-DATEINAME           PIC X(30) VALUE SPACES.
       77 EXPORT-PERIODE          PIC 9(6) VALUE 0.
       77 PERIODEN-MONAT          PIC 9(2) VALUE 0.
       77 PERIODE-ARCHIVIERT      PIC X VALUE "N".
       77 GEWUENSCHTE-NUMMER      PIC 9(8) VALUE 0.
       77 AKTUELLES-DATUM         PIC 9(8) VALUE 0.

       COPY "STEUERTAB.cpy".

       77 STEUERSATZ-PROZENT      PIC 9(2)V99 VALUE 0.
       77 STEUER-GEFUNDEN         PIC X VALUE "N".
       77 STEUER-ART              PIC X VALUE "S".

       COPY "FIRMA.cpy".

       01  REGISTER-TABELLE.
           05  RG-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY RG-IDX.
               10  RG-RECHNUNGSNUMMER    PIC 9(8).

       77 REGISTER-ANZAHL         PIC 9(4) VALUE 0.
       77 SCHON-EXPORTIERT        PIC X VALUE "N".

      *    Gemeinsame Uebergabefelder fuer eine Rechnung aus dem
      *    lebenden Bestand oder dem Archiv: Kopfsatz und
      *    Positionen. RK-AKTIV "J" = eine Rechnung der Periode ist
      *    eroeffnet, ihre Positionssaetze werden gesammelt.
       77 RK-AKTIV                PIC X VALUE "N".
       77 RK-RECHNUNGSNUMMER      PIC 9(8) VALUE 0.
       77 RK-KUNDENNUMMER         PIC 9(6) VALUE 0.
       77 RK-DATUM                PIC 9(8) VALUE 0.
       77 RK-STEUER-CODE          PIC X(4) VALUE SPACES.
       77 RK-STORNO-KENNZEICHEN   PIC X VALUE SPACE.
       77 RK-ORIGINAL-NUMMER      PIC 9(8) VALUE 0.
       77 RK-NETTO                PIC S9(8)V99 VALUE 0.
       77 RK-MWST                 PIC S9(8)V99 VALUE 0.
       77 RK-BRUTTO               PIC S9(8)V99 VALUE 0.
       77 RK-BELEGART             PIC X VALUE SPACE.

       01  POSITIONS-TABELLE.
           05  POSITIONS-EINTRAG OCCURS 99 TIMES.
               10  POS-NUMMER            PIC 9(03).
               10  POS-ARTIKELTEXT       PIC X(30).
               10  POS-MENGE             PIC 9(04)V99.
               10  POS-EINZELPREIS       PIC 9(06)V99.
               10  POS-WERT              PIC S9(08)V99.
               10  POS-ARTIKELNUMMER     PIC 9(06).

       77 POSITIONS-ANZAHL        PIC 9(02) VALUE 0.
       77 POSITIONS-LFDNR         PIC 9(02) VALUE 0.
       77 POSITIONS-UEBERLAUF     PIC X VALUE "N".
       77 POSITIONS-SUMME         PIC S9(8)V99 VALUE 0.

      *    Zahlungsbedingungen des Kunden wie in Rechnungsdruck.
       77 ZAHLUNGSZIEL-TAGE       PIC 9(3) VALUE 14.
       77 SKONTO-PROZENT          PIC 9(2)V99 VALUE 0.
       77 SKONTO-TAGE             PIC 9(3) VALUE 0.
       77 FAELLIG-DATUM           PIC 9(8) VALUE 0.
       77 KAEUFER-LAND            PIC X(2) VALUE "DE".
       77 KAEUFER-UST-IDNR        PIC X(14) VALUE SPACES.

       77 FEHLER-GEFUNDEN         PIC X VALUE "N".
       77 FEHLER-TEXT             PIC X(45) VALUE SPACES.

      *    Elementnamen je Dokumentart (Rechnung oder Gutschrift).
       77 WURZEL-ELEMENT          PIC X(15) VALUE SPACES.
       77 DOKUMENT-ELEMENT        PIC X(10) VALUE SPACES.
       77 ARTCODE-ELEMENT         PIC X(25) VALUE SPACES.
       77 ZEILEN-ELEMENT          PIC X(20) VALUE SPACES.
       77 MENGEN-ELEMENT          PIC X(25) VALUE SPACES.
       77 DOKUMENTART-CODE        PIC X(3) VALUE SPACES.
       77 DOKUMENTART             PIC X VALUE SPACE.
       77 KATEGORIE-ELEMENT       PIC X(30) VALUE SPACES.

      *    Aufbau einer XML-Zeile: XE-TAG ist der Elementname,
      *    XE-ATTRIBUT (mit fuehrendem Leerzeichen) ein optionales
      *    Attribut, XE-WERT der Inhalt. Die Sonderzeichen & < >
      *    im Inhalt werden maskiert.
       77 XML-PUFFER              PIC X(250) VALUE SPACES.
       77 XML-ZEIGER              PIC 9(3) VALUE 1.
       77 XML-EINRUECKUNG         PIC 9(2) VALUE 0.
       77 XE-TAG                  PIC X(40) VALUE SPACES.
       77 XE-ATTRIBUT             PIC X(40) VALUE SPACES.
       77 XE-WERT                 PIC X(80) VALUE SPACES.
       77 XE-LAENGE               PIC 9(2) VALUE 0.
       77 XE-POS                  PIC 9(2) VALUE 0.
       77 XE-ZEICHEN              PIC X VALUE SPACE.

      *    Zahlen im XML mit Punkt als Dezimalzeichen und ohne
      *    fuehrende Leerzeichen.
       77 XB-BETRAG               PIC S9(8)V99 VALUE 0.
       77 XB-DATUM                PIC 9(8) VALUE 0.
       77 AUF-XML-BETRAG          PIC -(8)9.99.
       77 AUF-XML-MENGE           PIC Z(3)9.99.
       77 AUF-XML-PROZENT         PIC Z9.99.
       77 AUF-XML-ZAHL            PIC X(12) VALUE SPACES.
       77 ZAHL-LEER               PIC 9(2) VALUE 0.
       77 AUF-XML-TAGE            PIC ZZ9.

       01  AUFBEREITETE-FELDER.
           05  AUF-DATUM.
               10  AUF-TAG           PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-MONAT         PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-JAHR          PIC X(4).

       01  LISTEN-AUFBAU.
           05  LA-TRENNLINIE         PIC X(72) VALUE ALL "=".
           05  LA-STRICHLINIE        PIC X(72) VALUE ALL "-".

       01  LA-SPALTENTITEL.
           05  FILLER                PIC X(27) VALUE
               "Rechnung Kunde  Datum      ".
           05  FILLER                PIC X(45) VALUE
               "Grund".

       01  LA-FEHLERZEILE.
           05  LA-RECHNUNGSNUMMER    PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-KUNDENNUMMER       PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-DATUM              PIC X(10).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-GRUND              PIC X(45).

       77 AUSGABE-ZEILE           PIC X(72) VALUE SPACES.

       77 RECHNUNGS-ANZAHL        PIC 9(6) VALUE 0.
       77 GUTSCHRIFTS-ANZAHL      PIC 9(6) VALUE 0.
       77 UEBERGANGENE-ANZAHL     PIC 9(6) VALUE 0.
       77 MAHNBELEG-ANZAHL        PIC 9(6) VALUE 0.
       77 FEHLER-ANZAHL           PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           DISPLAY "XRechnung-Export aus RECHNUNGEN".
           PERFORM FIRMENDATEN-PRUEFEN.
           DISPLAY "Periode eingeben (JJJJMM): ".
           ACCEPT EXPORT-PERIODE.
           MOVE EXPORT-PERIODE (5:2) TO PERIODEN-MONAT.
           IF EXPORT-PERIODE < 190001
                   OR PERIODEN-MONAT < 1
                   OR PERIODEN-MONAT > 12
               DISPLAY "Ungueltige Periode " EXPORT-PERIODE "."
               STOP RUN
           END-IF.
           DISPLAY "Rechnungsnummer (0 = alle der Periode): ".
           ACCEPT GEWUENSCHTE-NUMMER.
           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.

           PERFORM REGISTER-LADEN.
           PERFORM PERIODE-ARCHIVIERT-PRUEFEN.
           PERFORM KUNDENSTAMM-OEFFNEN.
           PERFORM AUSGABEDATEIEN-OEFFNEN.
           PERFORM LISTENKOPF-SCHREIBEN.

           IF PERIODE-ARCHIVIERT = "J"
               PERFORM ARCHIV-EXPORTIEREN
           ELSE
               PERFORM LEBENDEN-BESTAND-EXPORTIEREN
           END-IF.

           PERFORM LISTENENDE-SCHREIBEN.
           CLOSE LISTE-DATEI.
           CLOSE REGISTER-DATEI.
           CLOSE KUNDENSTAMM-DATEI.

           DISPLAY "=== XRechnung-Export Periode " EXPORT-PERIODE
                   " ===".
           DISPLAY "Erzeugte Rechnungen         : " RECHNUNGS-ANZAHL.
           DISPLAY "Erzeugte Gutschriften       : "
                   GUTSCHRIFTS-ANZAHL.
           DISPLAY "Bereits uebermittelt        : "
                   UEBERGANGENE-ANZAHL.
           DISPLAY "Mahnbelege (kein Export)    : " MAHNBELEG-ANZAHL.
           DISPLAY "Nicht exportiert (Fehler)   : " FEHLER-ANZAHL.
           IF FEHLER-ANZAHL > 0
               DISPLAY "Gruende siehe Liste XRECHFEHLER."
           END-IF.
           DISPLAY "==========================================".
           STOP RUN.

      *    XRechnung verlangt Name, Anschrift, USt-IdNr., elektronische
      *    Adresse und Kontakt des Verkaeufers; ohne sie wuerde jede
      *    Datei beim Empfaenger abgewiesen.
       FIRMENDATEN-PRUEFEN.
           IF FI-UST-IDNR = SPACES OR FI-IBAN = SPACES
                   OR FI-NAME = SPACES OR FI-STRASSE = SPACES
                   OR FI-PLZ = SPACES OR FI-ORT = SPACES
                   OR FI-EMAIL = SPACES OR FI-TELEFON = SPACES
                   OR FI-KONTAKT = SPACES
               DISPLAY "Firmendaten in FIRMA.cpy unvollstaendig "
                       "(Name, Anschrift, USt-IdNr., IBAN, E-Mail, "
                       "Ansprechpartner oder Telefon fehlt) - Lauf "
                       "wird abgebrochen."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-LADEN.
           MOVE 0 TO REGISTER-ANZAHL.
           OPEN INPUT REGISTER-DATEI.
           IF REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               IF REGISTER-STATUS NOT = "00"
                   DISPLAY "XRECHREG konnte nicht geoeffnet werden "
                           "(Status " REGISTER-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM REGISTERSATZ-LADEN
                   UNTIL LESE-ENDE = "J"
               CLOSE REGISTER-DATEI
           END-IF.

       REGISTERSATZ-LADEN.
           READ REGISTER-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF REGISTER-ANZAHL >= 5000
                       DISPLAY "XRECHREG-Tabelle uebergelaufen "
                               "(mehr als 5000 Saetze)."
                       STOP RUN
                   END-IF
                   ADD 1 TO REGISTER-ANZAHL
                   MOVE XR-RECHNUNGSNUMMER
                       TO RG-RECHNUNGSNUMMER (REGISTER-ANZAHL)
           END-READ.

       REGISTER-PRUEFEN.
           MOVE "N" TO SCHON-EXPORTIERT.
           IF REGISTER-ANZAHL > 0
               SET RG-IDX TO 1
               SEARCH RG-EINTRAG
                   AT END
                       CONTINUE
                   WHEN RG-RECHNUNGSNUMMER (RG-IDX)
                           = RK-RECHNUNGSNUMMER
                       MOVE "J" TO SCHON-EXPORTIERT
               END-SEARCH
           END-IF.

       PERIODE-ARCHIVIERT-PRUEFEN.
           MOVE "N" TO PERIODE-ARCHIVIERT.
           OPEN INPUT ABSCHLUSS-DATEI.
           IF ABSCHLUSS-STATUS = "35"
               CONTINUE
           ELSE
               IF ABSCHLUSS-STATUS NOT = "00"
                   DISPLAY "ABSCHLUSS konnte nicht geoeffnet werden "
                           "(Status " ABSCHLUSS-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM ABSCHLUSSSATZ-LESEN
                   UNTIL LESE-ENDE = "J"
               CLOSE ABSCHLUSS-DATEI
           END-IF.

       ABSCHLUSSSATZ-LESEN.
           READ ABSCHLUSS-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF AB-PERIODE = EXPORT-PERIODE
                           AND AB-RECHNUNGS-ANZAHL > 0
                       MOVE "J" TO PERIODE-ARCHIVIERT
                   END-IF
           END-READ.

       KUNDENSTAMM-OEFFNEN.
           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
               DISPLAY "Kundenstamm KDSTAMM konnte nicht geoeffnet "
                       "werden (Status " KUNDENSTAMM-STATUS ")."
               STOP RUN
           END-IF.

       AUSGABEDATEIEN-OEFFNEN.
           OPEN EXTEND REGISTER-DATEI.
           IF REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-DATEI
           END-IF.
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "XRECHREG konnte nicht geoeffnet werden "
                       "(Status " REGISTER-STATUS ")."
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTE-DATEI.
           IF LISTE-STATUS NOT = "00"
               DISPLAY "XRECHFEHLER konnte nicht geoeffnet werden "
                       "(Status " LISTE-STATUS ")."
               STOP RUN
           END-IF.

       LEBENDEN-BESTAND-EXPORTIEREN.
           OPEN INPUT RECHNUNGSDATEI.
           IF RECHNUNGS-STATUS NOT = "00"
               DISPLAY "RECHNUNGEN konnte nicht geoeffnet werden "
                       "(Status " RECHNUNGS-STATUS ")."
               STOP RUN
           END-IF.
           MOVE "N" TO RK-AKTIV.
           MOVE "N" TO LESE-ENDE.
           PERFORM LEBENDEN-SATZ-LESEN
               UNTIL LESE-ENDE = "J".
           IF RK-AKTIV = "J"
               PERFORM RECHNUNG-ABSCHLIESSEN
           END-IF.
           CLOSE RECHNUNGSDATEI.

      *    Ein Kopfsatz der Periode eroeffnet die Rechnung, die
      *    folgenden Positionssaetze werden gesammelt, der naechste
      *    Kopfsatz (oder das Dateiende) schliesst sie ab.
       LEBENDEN-SATZ-LESEN.
           READ RECHNUNGSDATEI NEXT RECORD
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF RECH-SATZART = "K"
                       IF RK-AKTIV = "J"
                           PERFORM RECHNUNG-ABSCHLIESSEN
                       END-IF
                       IF RECHNUNGSDATUM (1:6) = EXPORT-PERIODE
                               AND (GEWUENSCHTE-NUMMER = 0
                               OR RECHNUNGSNUMMER = GEWUENSCHTE-NUMMER)
                           PERFORM LEBENDEN-KOPF-UEBERNEHMEN
                       END-IF
                   ELSE
                       IF RK-AKTIV = "J"
                               AND RECHNUNGSNUMMER = RK-RECHNUNGSNUMMER
                           PERFORM LEBENDE-POSITION-UEBERNEHMEN
                       END-IF
                   END-IF
           END-READ.

       LEBENDEN-KOPF-UEBERNEHMEN.
           MOVE "J" TO RK-AKTIV.
           MOVE RECHNUNGSNUMMER TO RK-RECHNUNGSNUMMER.
           MOVE KUNDENNUMMER TO RK-KUNDENNUMMER.
           MOVE RECHNUNGSDATUM TO RK-DATUM.
           MOVE RECH-STEUER-CODE TO RK-STEUER-CODE.
           MOVE RECH-STORNO-KENNZEICHEN TO RK-STORNO-KENNZEICHEN.
           MOVE RECH-ORIGINAL-NUMMER TO RK-ORIGINAL-NUMMER.
           MOVE RECHN-NETTOPREIS TO RK-NETTO.
           MOVE RECHN-MWST TO RK-MWST.
           MOVE RECHN-BRUTTOPREIS TO RK-BRUTTO.
           MOVE RECH-BELEGART TO RK-BELEGART.
           MOVE 0 TO POSITIONS-ANZAHL.
           MOVE "N" TO POSITIONS-UEBERLAUF.

       LEBENDE-POSITION-UEBERNEHMEN.
           IF POSITIONS-ANZAHL = 99
               MOVE "J" TO POSITIONS-UEBERLAUF
           ELSE
               ADD 1 TO POSITIONS-ANZAHL
               MOVE RECH-POSITIONSNUMMER
                   TO POS-NUMMER (POSITIONS-ANZAHL)
               MOVE RECH-ARTIKELTEXT
                   TO POS-ARTIKELTEXT (POSITIONS-ANZAHL)
               MOVE RECH-MENGE TO POS-MENGE (POSITIONS-ANZAHL)
               MOVE RECH-EINZELPREIS
                   TO POS-EINZELPREIS (POSITIONS-ANZAHL)
               MOVE RECH-POSITIONSWERT TO POS-WERT (POSITIONS-ANZAHL)
               IF RECH-ARTIKELNUMMER IS NUMERIC
                   MOVE RECH-ARTIKELNUMMER
                       TO POS-ARTIKELNUMMER (POSITIONS-ANZAHL)
               ELSE
                   MOVE 0 TO POS-ARTIKELNUMMER (POSITIONS-ANZAHL)
               END-IF
           END-IF.

       ARCHIV-EXPORTIEREN.
           MOVE SPACES TO RECHNUNGS-ARCHIV-NAME.
           STRING "RECHNUNGEN." EXPORT-PERIODE
               DELIMITED BY SIZE INTO RECHNUNGS-ARCHIV-NAME.
           OPEN INPUT RECHNUNGS-ARCHIV-DATEI.
           IF RECHNUNGS-ARCHIV-STATUS NOT = "00"
               DISPLAY "Archivdatei " RECHNUNGS-ARCHIV-NAME
                       " konnte nicht geoeffnet werden (Status "
                       RECHNUNGS-ARCHIV-STATUS ")."
               STOP RUN
           END-IF.
           MOVE "N" TO RK-AKTIV.
           MOVE "N" TO LESE-ENDE.
           PERFORM ARCHIVSATZ-LESEN
               UNTIL LESE-ENDE = "J".
           IF RK-AKTIV = "J"
               PERFORM RECHNUNG-ABSCHLIESSEN
           END-IF.
           CLOSE RECHNUNGS-ARCHIV-DATEI.

       ARCHIVSATZ-LESEN.
           READ RECHNUNGS-ARCHIV-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF AR-SATZART = "K"
                       IF RK-AKTIV = "J"
                           PERFORM RECHNUNG-ABSCHLIESSEN
                       END-IF
                       IF AR-RECHNUNGSDATUM (1:6) = EXPORT-PERIODE
                               AND (GEWUENSCHTE-NUMMER = 0
                               OR AR-RECHNUNGSNUMMER
                                   = GEWUENSCHTE-NUMMER)
                           PERFORM ARCHIV-KOPF-UEBERNEHMEN
                       END-IF
                   ELSE
                       IF RK-AKTIV = "J"
                               AND AR-RECHNUNGSNUMMER
                                   = RK-RECHNUNGSNUMMER
                           PERFORM ARCHIV-POSITION-UEBERNEHMEN
                       END-IF
                   END-IF
           END-READ.

       ARCHIV-KOPF-UEBERNEHMEN.
           MOVE "J" TO RK-AKTIV.
           MOVE AR-RECHNUNGSNUMMER TO RK-RECHNUNGSNUMMER.
           MOVE AR-KUNDENNUMMER TO RK-KUNDENNUMMER.
           MOVE AR-RECHNUNGSDATUM TO RK-DATUM.
           MOVE AR-STEUER-CODE TO RK-STEUER-CODE.
           MOVE AR-STORNO-KENNZEICHEN TO RK-STORNO-KENNZEICHEN.
           MOVE AR-ORIGINAL-NUMMER TO RK-ORIGINAL-NUMMER.
           MOVE AR-NETTOPREIS TO RK-NETTO.
           MOVE AR-MWST TO RK-MWST.
           MOVE AR-BRUTTOPREIS TO RK-BRUTTO.
           MOVE AR-BELEGART TO RK-BELEGART.
           MOVE 0 TO POSITIONS-ANZAHL.
           MOVE "N" TO POSITIONS-UEBERLAUF.

       ARCHIV-POSITION-UEBERNEHMEN.
           IF POSITIONS-ANZAHL = 99
               MOVE "J" TO POSITIONS-UEBERLAUF
           ELSE
               ADD 1 TO POSITIONS-ANZAHL
               MOVE AR-POSITIONSNUMMER
                   TO POS-NUMMER (POSITIONS-ANZAHL)
               MOVE AR-ARTIKELTEXT
                   TO POS-ARTIKELTEXT (POSITIONS-ANZAHL)
               MOVE AR-MENGE TO POS-MENGE (POSITIONS-ANZAHL)
               MOVE AR-EINZELPREIS
                   TO POS-EINZELPREIS (POSITIONS-ANZAHL)
               MOVE AR-POSITIONSWERT TO POS-WERT (POSITIONS-ANZAHL)
               IF AR-ARTIKELNUMMER IS NUMERIC
                   MOVE AR-ARTIKELNUMMER
                       TO POS-ARTIKELNUMMER (POSITIONS-ANZAHL)
               ELSE
                   MOVE 0 TO POS-ARTIKELNUMMER (POSITIONS-ANZAHL)
               END-IF
           END-IF.

       RECHNUNG-ABSCHLIESSEN.
           MOVE "N" TO RK-AKTIV.
           PERFORM RECHNUNG-EXPORTIEREN
               THRU RECHNUNG-EXPORTIEREN-EXIT.

      *    Exportiert die gesammelte Rechnung: Mahnbelege und schon
      *    uebermittelte Rechnungen uebergehen, Stamm- und
      *    Rechnungsdaten pruefen, XML-Datei und Registereintrag
      *    schreiben.
       RECHNUNG-EXPORTIEREN.
           IF RK-BELEGART = "M" OR RK-STEUER-CODE = "MAHN"
               ADD 1 TO MAHNBELEG-ANZAHL
               GO TO RECHNUNG-EXPORTIEREN-EXIT
           END-IF.
           PERFORM REGISTER-PRUEFEN.
           IF SCHON-EXPORTIERT = "J"
               ADD 1 TO UEBERGANGENE-ANZAHL
               GO TO RECHNUNG-EXPORTIEREN-EXIT
           END-IF.

           MOVE "N" TO FEHLER-GEFUNDEN.
           PERFORM KUNDE-PRUEFEN.
           PERFORM RECHNUNGSDATEN-PRUEFEN.
           IF FEHLER-GEFUNDEN = "J"
               ADD 1 TO FEHLER-ANZAHL
               DISPLAY "Rechnung " RK-RECHNUNGSNUMMER
                       ": nicht exportiert, siehe XRECHFEHLER."
               GO TO RECHNUNG-EXPORTIEREN-EXIT
           END-IF.

           PERFORM DOKUMENTART-FESTLEGEN.
           PERFORM XML-DATEI-SCHREIBEN.

           MOVE RK-RECHNUNGSNUMMER TO XR-RECHNUNGSNUMMER.
           MOVE SPACE TO XR-TRENNER1.
           MOVE AKTUELLES-DATUM TO XR-EXPORTDATUM.
           MOVE SPACE TO XR-TRENNER2.
           MOVE DOKUMENTART TO XR-DOKUMENTART.
           MOVE SPACE TO XR-TRENNER3.
           MOVE XML-DATEINAME TO XR-DATEINAME.
           WRITE REGISTER-SATZ.
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von XRECHREG (Status "
                       REGISTER-STATUS ")."
               STOP RUN
           END-IF.

           IF REGISTER-ANZAHL >= 5000
               DISPLAY "XRECHREG-Tabelle uebergelaufen "
                       "(mehr als 5000 Saetze)."
               STOP RUN
           END-IF.
           ADD 1 TO REGISTER-ANZAHL.
           MOVE RK-RECHNUNGSNUMMER
               TO RG-RECHNUNGSNUMMER (REGISTER-ANZAHL).

           IF DOKUMENTART = "G"
               ADD 1 TO GUTSCHRIFTS-ANZAHL
           ELSE
               ADD 1 TO RECHNUNGS-ANZAHL
           END-IF.

       RECHNUNG-EXPORTIEREN-EXIT.
           EXIT.

      *    Kaeuferdaten laut Kundenstamm: Anschrift und E-Mail-
      *    Adresse sind fuer die XRechnung Pflicht.
       KUNDE-PRUEFEN.
           MOVE 14 TO ZAHLUNGSZIEL-TAGE.
           MOVE 0 TO SKONTO-PROZENT.
           MOVE 0 TO SKONTO-TAGE.
           MOVE SPACES TO KAEUFER-UST-IDNR.
           MOVE RK-KUNDENNUMMER TO KD-KUNDENNUMMER.
           READ KUNDENSTAMM-DATEI
               INVALID KEY
                   MOVE "Kunde nicht im Kundenstamm KDSTAMM"
                       TO FEHLER-TEXT
                   PERFORM FEHLER-MELDEN
               NOT INVALID KEY
                   PERFORM KUNDENDATEN-PRUEFEN
           END-READ.

       KUNDENDATEN-PRUEFEN.
           IF KD-NAME = SPACES
               MOVE "Name fehlt im Kundenstamm" TO FEHLER-TEXT
               PERFORM FEHLER-MELDEN
           END-IF.
           IF KD-STRASSE = SPACES
               MOVE "Strasse fehlt im Kundenstamm" TO FEHLER-TEXT
               PERFORM FEHLER-MELDEN
           END-IF.
           IF KD-PLZ = SPACES
               MOVE "PLZ fehlt im Kundenstamm" TO FEHLER-TEXT
               PERFORM FEHLER-MELDEN
           END-IF.
           IF KD-ORT = SPACES
               MOVE "Ort fehlt im Kundenstamm" TO FEHLER-TEXT
               PERFORM FEHLER-MELDEN
           END-IF.
           IF KD-EMAIL = SPACES
               MOVE "E-Mail fuer E-Rechnung fehlt im Kundenstamm"
                   TO FEHLER-TEXT
               PERFORM FEHLER-MELDEN
           END-IF.
      *    Das Land des Kaeufers ergibt sich aus dem Praefix der
      *    USt-IdNr (Griechenland: EL statt ISO-Code GR), ohne
      *    USt-IdNr aus dem Steuer-Code des Kunden.
           MOVE KD-UST-IDNR TO KAEUFER-UST-IDNR.
           MOVE "DE" TO KAEUFER-LAND.
           IF KD-STEUER-CODE (1:2) = "AT" OR KD-STEUER-CODE (1:2) = "CH"
               MOVE KD-STEUER-CODE (1:2) TO KAEUFER-LAND
           END-IF.
           IF KAEUFER-UST-IDNR NOT = SPACES
               MOVE KAEUFER-UST-IDNR (1:2) TO KAEUFER-LAND
               IF KAEUFER-LAND = "EL"
                   MOVE "GR" TO KAEUFER-LAND
               END-IF
           END-IF.
           PERFORM ZAHLUNGSBEDINGUNG-UEBERNEHMEN.

      *    Kundensaetze aus der Zeit vor den Zahlungsbedingungen
      *    tragen dort Leerzeichen; es bleibt beim Standard 14 Tage
      *    netto ohne Skonto.
       ZAHLUNGSBEDINGUNG-UEBERNEHMEN.
           IF KD-ZAHLUNGSZIEL-TAGE IS NUMERIC
                   AND KD-ZAHLUNGSZIEL-TAGE > 0
               MOVE KD-ZAHLUNGSZIEL-TAGE TO ZAHLUNGSZIEL-TAGE
           END-IF.
           IF KD-SKONTO-PROZENT IS NUMERIC
                   AND KD-SKONTO-TAGE IS NUMERIC
                   AND KD-SKONTO-TAGE > 0
               MOVE KD-SKONTO-PROZENT TO SKONTO-PROZENT
               MOVE KD-SKONTO-TAGE TO SKONTO-TAGE
           END-IF.

      *    Steuersatz zum Steuer-Code, Verweis der Stornorechnung,
      *    Positionen gegen den Kopfsatz. Ohne Positionssaetze wird
      *    eine Sammelposition ueber den Nettobetrag gebildet.
       RECHNUNGSDATEN-PRUEFEN.
           MOVE "N" TO STEUER-GEFUNDEN.
           MOVE "S" TO STEUER-ART.
           SET ST-IDX TO 1.
           SEARCH STEUERSATZ-EINTRAG
               AT END
                   MOVE SPACES TO FEHLER-TEXT
                   STRING "Steuer-Code " RK-STEUER-CODE
                       " nicht in Steuersatz-Tabelle"
                       DELIMITED BY SIZE INTO FEHLER-TEXT
                   PERFORM FEHLER-MELDEN
               WHEN ST-CODE (ST-IDX) = RK-STEUER-CODE
                   MOVE "J" TO STEUER-GEFUNDEN
                   MOVE ST-PROZENT (ST-IDX) TO STEUERSATZ-PROZENT
                   MOVE ST-ART (ST-IDX) TO STEUER-ART
           END-SEARCH.
           IF STEUER-ART = "R"
               IF KAEUFER-UST-IDNR = SPACES
                   MOVE "USt-IdNr des Kunden fehlt (Reverse Charge)"
                       TO FEHLER-TEXT
                   PERFORM FEHLER-MELDEN
               END-IF
               IF RK-MWST NOT = 0
                   MOVE "MwSt-Betrag bei Reverse Charge nicht 0"
                       TO FEHLER-TEXT
                   PERFORM FEHLER-MELDEN
               END-IF
           END-IF.

           IF RK-STORNO-KENNZEICHEN = "S"
               IF RK-ORIGINAL-NUMMER IS NOT NUMERIC
                       OR RK-ORIGINAL-NUMMER = 0
                   MOVE "Storno ohne Nummer der Originalrechnung"
                       TO FEHLER-TEXT
                   PERFORM FEHLER-MELDEN
               END-IF
               IF RK-NETTO > 0 OR RK-BRUTTO > 0
                   MOVE "Storno mit positivem Betrag" TO FEHLER-TEXT
                   PERFORM FEHLER-MELDEN
               END-IF
           ELSE
               IF RK-NETTO < 0 OR RK-BRUTTO < 0
                   MOVE "Negativer Betrag ohne Storno-Kennzeichen"
                       TO FEHLER-TEXT
                   PERFORM FEHLER-MELDEN
               END-IF
           END-IF.

           IF RK-NETTO + RK-MWST NOT = RK-BRUTTO
               MOVE "Brutto ungleich Netto plus MwSt" TO FEHLER-TEXT
               PERFORM FEHLER-MELDEN
           END-IF.

           IF POSITIONS-UEBERLAUF = "J"
               MOVE "Mehr als 99 Positionen" TO FEHLER-TEXT
               PERFORM FEHLER-MELDEN
           END-IF.

           IF POSITIONS-ANZAHL = 0
               MOVE 1 TO POSITIONS-ANZAHL
               MOVE 1 TO POS-NUMMER (1)
               MOVE "Lieferungen und Leistungen" TO POS-ARTIKELTEXT (1)
               MOVE 1 TO POS-MENGE (1)
               IF RK-NETTO < 0
                   COMPUTE POS-EINZELPREIS (1) = 0 - RK-NETTO
               ELSE
                   MOVE RK-NETTO TO POS-EINZELPREIS (1)
               END-IF
               MOVE RK-NETTO TO POS-WERT (1)
               MOVE 0 TO POS-ARTIKELNUMMER (1)
           END-IF.
           MOVE 0 TO POSITIONS-SUMME.
           PERFORM POSITION-SUMMIEREN
               VARYING POSITIONS-LFDNR FROM 1 BY 1
               UNTIL POSITIONS-LFDNR > POSITIONS-ANZAHL.
           IF POSITIONS-SUMME NOT = RK-NETTO
               MOVE "Summe der Positionen ungleich Nettobetrag"
                   TO FEHLER-TEXT
               PERFORM FEHLER-MELDEN
           END-IF.

       POSITION-SUMMIEREN.
           ADD POS-WERT (POSITIONS-LFDNR) TO POSITIONS-SUMME.

       FEHLER-MELDEN.
           MOVE "J" TO FEHLER-GEFUNDEN.
           MOVE RK-RECHNUNGSNUMMER TO LA-RECHNUNGSNUMMER.
           MOVE RK-KUNDENNUMMER TO LA-KUNDENNUMMER.
           MOVE RK-DATUM (7:2) TO AUF-TAG.
           MOVE RK-DATUM (5:2) TO AUF-MONAT.
           MOVE RK-DATUM (1:4) TO AUF-JAHR.
           MOVE AUF-DATUM TO LA-DATUM.
           MOVE FEHLER-TEXT TO LA-GRUND.
           WRITE LISTEN-ZEILE FROM LA-FEHLERZEILE.

      *    Stornorechnungen werden als Gutschrift mit positiven
      *    Betraegen uebermittelt.
       DOKUMENTART-FESTLEGEN.
           IF RK-STORNO-KENNZEICHEN = "S"
               MOVE "G" TO DOKUMENTART
               MOVE "ubl:CreditNote" TO WURZEL-ELEMENT
               MOVE "CreditNote" TO DOKUMENT-ELEMENT
               MOVE "cbc:CreditNoteTypeCode" TO ARTCODE-ELEMENT
               MOVE "cac:CreditNoteLine" TO ZEILEN-ELEMENT
               MOVE "cbc:CreditedQuantity" TO MENGEN-ELEMENT
               MOVE "381" TO DOKUMENTART-CODE
               COMPUTE RK-NETTO = 0 - RK-NETTO
               COMPUTE RK-MWST = 0 - RK-MWST
               COMPUTE RK-BRUTTO = 0 - RK-BRUTTO
               PERFORM POSITION-UMKEHREN
                   VARYING POSITIONS-LFDNR FROM 1 BY 1
                   UNTIL POSITIONS-LFDNR > POSITIONS-ANZAHL
           ELSE
               MOVE "R" TO DOKUMENTART
               MOVE "ubl:Invoice" TO WURZEL-ELEMENT
               MOVE "Invoice" TO DOKUMENT-ELEMENT
               MOVE "cbc:InvoiceTypeCode" TO ARTCODE-ELEMENT
               MOVE "cac:InvoiceLine" TO ZEILEN-ELEMENT
               MOVE "cbc:InvoicedQuantity" TO MENGEN-ELEMENT
               MOVE "380" TO DOKUMENTART-CODE
           END-IF.

       POSITION-UMKEHREN.
           COMPUTE POS-WERT (POSITIONS-LFDNR) =
               0 - POS-WERT (POSITIONS-LFDNR).

       XML-DATEI-SCHREIBEN.
           MOVE SPACES TO XML-DATEINAME.
           STRING "XRECHNUNG-" RK-RECHNUNGSNUMMER ".xml"
               DELIMITED BY SIZE INTO XML-DATEINAME.
           OPEN OUTPUT XML-DATEI.
           IF XML-STATUS NOT = "00"
               DISPLAY XML-DATEINAME " konnte nicht angelegt werden "
                       "(Status " XML-STATUS ")."
               STOP RUN
           END-IF.
           MOVE 0 TO XML-EINRUECKUNG.
           MOVE SPACES TO XE-ATTRIBUT.

           PERFORM DOKUMENTKOPF-SCHREIBEN.
           PERFORM VERKAEUFER-SCHREIBEN.
           PERFORM KAEUFER-SCHREIBEN.
           PERFORM ZAHLUNGSANGABEN-SCHREIBEN.
           PERFORM STEUERAUFSTELLUNG-SCHREIBEN.
           PERFORM SUMMEN-SCHREIBEN.
           PERFORM RECHNUNGSZEILE-SCHREIBEN
               VARYING POSITIONS-LFDNR FROM 1 BY 1
               UNTIL POSITIONS-LFDNR > POSITIONS-ANZAHL.

           MOVE 2 TO XML-EINRUECKUNG.
           MOVE WURZEL-ELEMENT TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           CLOSE XML-DATEI.

       DOKUMENTKOPF-SCHREIBEN.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO XML-PUFFER.
           PERFORM XML-ZEILE-SCHREIBEN.
           MOVE SPACES TO XML-PUFFER.
           STRING "<" WURZEL-ELEMENT DELIMITED BY SPACE
               " xmlns:ubl=""urn:oasis:names:specification:ubl:"
               "schema:xsd:" DELIMITED BY SIZE
               DOKUMENT-ELEMENT DELIMITED BY SPACE
               "-2""" DELIMITED BY SIZE
               INTO XML-PUFFER.
           PERFORM XML-ZEILE-SCHREIBEN.
           MOVE SPACES TO XML-PUFFER.
           STRING "    xmlns:cac=""urn:oasis:names:specification:"
               "ubl:schema:xsd:CommonAggregateComponents-2"""
               DELIMITED BY SIZE INTO XML-PUFFER.
           PERFORM XML-ZEILE-SCHREIBEN.
           MOVE SPACES TO XML-PUFFER.
           STRING "    xmlns:cbc=""urn:oasis:names:specification:"
               "ubl:schema:xsd:CommonBasicComponents-2"">"
               DELIMITED BY SIZE INTO XML-PUFFER.
           PERFORM XML-ZEILE-SCHREIBEN.
           MOVE 2 TO XML-EINRUECKUNG.

           MOVE "cbc:CustomizationID" TO XE-TAG.
           MOVE SPACES TO XE-WERT.
           STRING "urn:cen.eu:en16931:2017#compliant#"
               "urn:xeinkauf.de:kosit:xrechnung_3.0"
               DELIMITED BY SIZE INTO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:ProfileID" TO XE-TAG.
           MOVE "urn:fdc:peppol.eu:2017:poacc:billing:01:1.0"
               TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:ID" TO XE-TAG.
           MOVE RK-RECHNUNGSNUMMER TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:IssueDate" TO XE-TAG.
           MOVE RK-DATUM TO XB-DATUM.
           PERFORM XML-DATUM-AUFBEREITEN.
           PERFORM XML-ELEMENT-SCHREIBEN.
           IF DOKUMENTART = "R"
               COMPUTE FAELLIG-DATUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RK-DATUM)
                   + ZAHLUNGSZIEL-TAGE)
               MOVE "cbc:DueDate" TO XE-TAG
               MOVE FAELLIG-DATUM TO XB-DATUM
               PERFORM XML-DATUM-AUFBEREITEN
               PERFORM XML-ELEMENT-SCHREIBEN
           END-IF.
           MOVE ARTCODE-ELEMENT TO XE-TAG.
           MOVE DOKUMENTART-CODE TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           IF DOKUMENTART = "G"
               MOVE "cbc:Note" TO XE-TAG
               MOVE SPACES TO XE-WERT
               STRING "Storno der Rechnung " RK-ORIGINAL-NUMMER
                   DELIMITED BY SIZE INTO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
           END-IF.
           MOVE "cbc:DocumentCurrencyCode" TO XE-TAG.
           MOVE "EUR" TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:BuyerReference" TO XE-TAG.
           MOVE RK-KUNDENNUMMER TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           IF DOKUMENTART = "G"
               MOVE "cac:BillingReference" TO XE-TAG
               PERFORM XML-GRUPPE-OEFFNEN
               MOVE "cac:InvoiceDocumentReference" TO XE-TAG
               PERFORM XML-GRUPPE-OEFFNEN
               MOVE "cbc:ID" TO XE-TAG
               MOVE RK-ORIGINAL-NUMMER TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
               MOVE "cac:InvoiceDocumentReference" TO XE-TAG
               PERFORM XML-GRUPPE-SCHLIESSEN
               MOVE "cac:BillingReference" TO XE-TAG
               PERFORM XML-GRUPPE-SCHLIESSEN
           END-IF.

       VERKAEUFER-SCHREIBEN.
           MOVE "cac:AccountingSupplierParty" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cac:Party" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:EndpointID" TO XE-TAG.
           MOVE " schemeID=""EM""" TO XE-ATTRIBUT.
           MOVE FI-EMAIL TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cac:PartyName" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:Name" TO XE-TAG.
           MOVE FI-NAME TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cac:PartyName" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:PostalAddress" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:StreetName" TO XE-TAG.
           MOVE FI-STRASSE TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:CityName" TO XE-TAG.
           MOVE FI-ORT TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:PostalZone" TO XE-TAG.
           MOVE FI-PLZ TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE FI-LAND TO XE-WERT.
           PERFORM LAND-SCHREIBEN.
           MOVE "cac:PostalAddress" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:PartyTaxScheme" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:CompanyID" TO XE-TAG.
           MOVE FI-UST-IDNR TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           PERFORM STEUERSCHEMA-SCHREIBEN.
           MOVE "cac:PartyTaxScheme" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:PartyLegalEntity" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:RegistrationName" TO XE-TAG.
           MOVE FI-NAME TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cac:PartyLegalEntity" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:Contact" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:Name" TO XE-TAG.
           MOVE FI-KONTAKT TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:Telephone" TO XE-TAG.
           MOVE FI-TELEFON TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:ElectronicMail" TO XE-TAG.
           MOVE FI-EMAIL TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cac:Contact" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:Party" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:AccountingSupplierParty" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

       KAEUFER-SCHREIBEN.
           MOVE "cac:AccountingCustomerParty" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cac:Party" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:EndpointID" TO XE-TAG.
           MOVE " schemeID=""EM""" TO XE-ATTRIBUT.
           MOVE KD-EMAIL TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cac:PartyIdentification" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:ID" TO XE-TAG.
           MOVE KD-KUNDENNUMMER TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cac:PartyIdentification" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:PostalAddress" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:StreetName" TO XE-TAG.
           MOVE KD-STRASSE TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:CityName" TO XE-TAG.
           MOVE KD-ORT TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:PostalZone" TO XE-TAG.
           MOVE KD-PLZ TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE KAEUFER-LAND TO XE-WERT.
           PERFORM LAND-SCHREIBEN.
           MOVE "cac:PostalAddress" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           IF KAEUFER-UST-IDNR NOT = SPACES
               MOVE "cac:PartyTaxScheme" TO XE-TAG
               PERFORM XML-GRUPPE-OEFFNEN
               MOVE "cbc:CompanyID" TO XE-TAG
               MOVE KAEUFER-UST-IDNR TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
               PERFORM STEUERSCHEMA-SCHREIBEN
               MOVE "cac:PartyTaxScheme" TO XE-TAG
               PERFORM XML-GRUPPE-SCHLIESSEN
           END-IF.
           MOVE "cac:PartyLegalEntity" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:RegistrationName" TO XE-TAG.
           MOVE KD-NAME TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cac:PartyLegalEntity" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:Party" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:AccountingCustomerParty" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

      *    Laendercode aus XE-WERT.
       LAND-SCHREIBEN.
           MOVE "cac:Country" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:IdentificationCode" TO XE-TAG.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cac:Country" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

       STEUERSCHEMA-SCHREIBEN.
           MOVE "cac:TaxScheme" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:ID" TO XE-TAG.
           MOVE "VAT" TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cac:TaxScheme" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

      *    Rechnung: Ueberweisung (58) auf unser Konto mit der
      *    Rechnungsnummer als Verwendungszweck, Faelligkeit und
      *    - bei Skonto - Skontoangabe im XRechnung-Format
      *    #SKONTO#TAGE=n#PROZENT=x.xx# auf eigener Zeile ohne
      *    Einrueckung.
      *    Gutschrift: Verrechnung mit offenen Posten (97).
       ZAHLUNGSANGABEN-SCHREIBEN.
           MOVE "cac:PaymentMeans" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:PaymentMeansCode" TO XE-TAG.
           IF DOKUMENTART = "G"
               MOVE "97" TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
           ELSE
               MOVE "58" TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
               MOVE "cbc:PaymentID" TO XE-TAG
               MOVE RK-RECHNUNGSNUMMER TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
               MOVE "cac:PayeeFinancialAccount" TO XE-TAG
               PERFORM XML-GRUPPE-OEFFNEN
               MOVE "cbc:ID" TO XE-TAG
               MOVE FI-IBAN TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
               MOVE "cbc:Name" TO XE-TAG
               MOVE FI-NAME TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
               MOVE "cac:PayeeFinancialAccount" TO XE-TAG
               PERFORM XML-GRUPPE-SCHLIESSEN
           END-IF.
           MOVE "cac:PaymentMeans" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

           MOVE "cac:PaymentTerms" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:Note" TO XE-TAG.
           MOVE SPACES TO XE-WERT.
           IF DOKUMENTART = "G"
               STRING "Gutschrift wird mit offenen Posten verrechnet"
                   DELIMITED BY SIZE INTO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
           ELSE
               MOVE FAELLIG-DATUM (7:2) TO AUF-TAG
               MOVE FAELLIG-DATUM (5:2) TO AUF-MONAT
               MOVE FAELLIG-DATUM (1:4) TO AUF-JAHR
               STRING "Zahlbar ohne Abzug bis " AUF-DATUM
                   DELIMITED BY SIZE INTO XE-WERT
               IF SKONTO-PROZENT > 0
                   PERFORM SKONTOANGABE-SCHREIBEN
               ELSE
                   PERFORM XML-ELEMENT-SCHREIBEN
               END-IF
           END-IF.
           MOVE "cac:PaymentTerms" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

       SKONTOANGABE-SCHREIBEN.
           PERFORM XML-ZEILE-BEGINNEN.
           STRING "<" XE-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO XML-PUFFER WITH POINTER XML-ZEIGER.
           PERFORM XML-TEXT-ANHAENGEN.
           PERFORM XML-ZEILE-SCHREIBEN.
           MOVE SKONTO-TAGE TO AUF-XML-TAGE.
           MOVE AUF-XML-TAGE TO AUF-XML-ZAHL.
           PERFORM XML-ZAHL-UEBERTRAGEN.
           MOVE SPACES TO XML-PUFFER.
           MOVE 1 TO XML-ZEIGER.
           STRING "#SKONTO#TAGE=" XE-WERT DELIMITED BY SPACE
               INTO XML-PUFFER WITH POINTER XML-ZEIGER.
           MOVE SKONTO-PROZENT TO AUF-XML-PROZENT.
           MOVE AUF-XML-PROZENT TO AUF-XML-ZAHL.
           PERFORM XML-ZAHL-UEBERTRAGEN.
           STRING "#PROZENT=" XE-WERT "#" DELIMITED BY SPACE
               INTO XML-PUFFER WITH POINTER XML-ZEIGER.
           PERFORM XML-ZEILE-SCHREIBEN.
           MOVE SPACES TO XML-PUFFER.
           MOVE 1 TO XML-ZEIGER.
           STRING "</" XE-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO XML-PUFFER WITH POINTER XML-ZEIGER.
           PERFORM XML-ZEILE-SCHREIBEN.

      *    Je Rechnung gilt ein Steuer-Code; die Aufschluesselung
      *    besteht daher aus einer Steuerkategorie.
       STEUERAUFSTELLUNG-SCHREIBEN.
           MOVE "cac:TaxTotal" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:TaxAmount" TO XE-TAG.
           MOVE RK-MWST TO XB-BETRAG.
           PERFORM BETRAGSELEMENT-SCHREIBEN.
           MOVE "cac:TaxSubtotal" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:TaxableAmount" TO XE-TAG.
           MOVE RK-NETTO TO XB-BETRAG.
           PERFORM BETRAGSELEMENT-SCHREIBEN.
           MOVE "cbc:TaxAmount" TO XE-TAG.
           MOVE RK-MWST TO XB-BETRAG.
           PERFORM BETRAGSELEMENT-SCHREIBEN.
           MOVE "cac:TaxCategory" TO KATEGORIE-ELEMENT.
           PERFORM STEUERKATEGORIE-SCHREIBEN.
           MOVE "cac:TaxSubtotal" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:TaxTotal" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

      *    Steuerkategorie (Element aus KATEGORIE-ELEMENT) mit dem
      *    Steuersatz des Steuer-Codes der Rechnung: S = steuer-
      *    pflichtig, AE = Reverse Charge (0 %); in der Steuer-
      *    aufschluesselung mit Befreiungsgrund.
       STEUERKATEGORIE-SCHREIBEN.
           MOVE KATEGORIE-ELEMENT TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:ID" TO XE-TAG.
           IF STEUER-ART = "R"
               MOVE "AE" TO XE-WERT
           ELSE
               MOVE "S" TO XE-WERT
           END-IF.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:Percent" TO XE-TAG.
           MOVE STEUERSATZ-PROZENT TO AUF-XML-PROZENT.
           MOVE AUF-XML-PROZENT TO AUF-XML-ZAHL.
           PERFORM XML-ZAHL-UEBERTRAGEN.
           PERFORM XML-ELEMENT-SCHREIBEN.
           IF STEUER-ART = "R"
                   AND KATEGORIE-ELEMENT = "cac:TaxCategory"
               MOVE "cbc:TaxExemptionReasonCode" TO XE-TAG
               MOVE "VATEX-EU-AE" TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
               MOVE "cbc:TaxExemptionReason" TO XE-TAG
               MOVE "Reverse charge" TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
           END-IF.
           PERFORM STEUERSCHEMA-SCHREIBEN.
           MOVE KATEGORIE-ELEMENT TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

       SUMMEN-SCHREIBEN.
           MOVE "cac:LegalMonetaryTotal" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:LineExtensionAmount" TO XE-TAG.
           MOVE RK-NETTO TO XB-BETRAG.
           PERFORM BETRAGSELEMENT-SCHREIBEN.
           MOVE "cbc:TaxExclusiveAmount" TO XE-TAG.
           MOVE RK-NETTO TO XB-BETRAG.
           PERFORM BETRAGSELEMENT-SCHREIBEN.
           MOVE "cbc:TaxInclusiveAmount" TO XE-TAG.
           MOVE RK-BRUTTO TO XB-BETRAG.
           PERFORM BETRAGSELEMENT-SCHREIBEN.
           MOVE "cbc:PayableAmount" TO XE-TAG.
           MOVE RK-BRUTTO TO XB-BETRAG.
           PERFORM BETRAGSELEMENT-SCHREIBEN.
           MOVE "cac:LegalMonetaryTotal" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

       RECHNUNGSZEILE-SCHREIBEN.
           MOVE ZEILEN-ELEMENT TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:ID" TO XE-TAG.
           MOVE POS-NUMMER (POSITIONS-LFDNR) TO XE-WERT.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE MENGEN-ELEMENT TO XE-TAG.
           MOVE " unitCode=""C62""" TO XE-ATTRIBUT.
           MOVE POS-MENGE (POSITIONS-LFDNR) TO AUF-XML-MENGE.
           MOVE AUF-XML-MENGE TO AUF-XML-ZAHL.
           PERFORM XML-ZAHL-UEBERTRAGEN.
           PERFORM XML-ELEMENT-SCHREIBEN.
           MOVE "cbc:LineExtensionAmount" TO XE-TAG.
           MOVE POS-WERT (POSITIONS-LFDNR) TO XB-BETRAG.
           PERFORM BETRAGSELEMENT-SCHREIBEN.
           MOVE "cac:Item" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:Name" TO XE-TAG.
           IF POS-ARTIKELTEXT (POSITIONS-LFDNR) = SPACES
               MOVE "Position" TO XE-WERT
           ELSE
               MOVE POS-ARTIKELTEXT (POSITIONS-LFDNR) TO XE-WERT
           END-IF.
           PERFORM XML-ELEMENT-SCHREIBEN.
           IF POS-ARTIKELNUMMER (POSITIONS-LFDNR) > 0
               MOVE "cac:SellersItemIdentification" TO XE-TAG
               PERFORM XML-GRUPPE-OEFFNEN
               MOVE "cbc:ID" TO XE-TAG
               MOVE POS-ARTIKELNUMMER (POSITIONS-LFDNR) TO XE-WERT
               PERFORM XML-ELEMENT-SCHREIBEN
               MOVE "cac:SellersItemIdentification" TO XE-TAG
               PERFORM XML-GRUPPE-SCHLIESSEN
           END-IF.
           MOVE "cac:ClassifiedTaxCategory" TO KATEGORIE-ELEMENT.
           PERFORM STEUERKATEGORIE-SCHREIBEN.
           MOVE "cac:Item" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE "cac:Price" TO XE-TAG.
           PERFORM XML-GRUPPE-OEFFNEN.
           MOVE "cbc:PriceAmount" TO XE-TAG.
           MOVE POS-EINZELPREIS (POSITIONS-LFDNR) TO XB-BETRAG.
           PERFORM BETRAGSELEMENT-SCHREIBEN.
           MOVE "cac:Price" TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.
           MOVE ZEILEN-ELEMENT TO XE-TAG.
           PERFORM XML-GRUPPE-SCHLIESSEN.

      *    Betragselement (Element aus XE-TAG) in Euro.
       BETRAGSELEMENT-SCHREIBEN.
           MOVE " currencyID=""EUR""" TO XE-ATTRIBUT.
           MOVE XB-BETRAG TO AUF-XML-BETRAG.
           MOVE AUF-XML-BETRAG TO AUF-XML-ZAHL.
           PERFORM XML-ZAHL-UEBERTRAGEN.
           PERFORM XML-ELEMENT-SCHREIBEN.

       XML-DATUM-AUFBEREITEN.
           MOVE SPACES TO XE-WERT.
           STRING XB-DATUM (1:4) "-" XB-DATUM (5:2) "-"
               XB-DATUM (7:2)
               DELIMITED BY SIZE INTO XE-WERT.

      *    Aufbereitete Zahl aus AUF-XML-ZAHL ohne fuehrende
      *    Leerzeichen nach XE-WERT.
       XML-ZAHL-UEBERTRAGEN.
           MOVE 0 TO ZAHL-LEER.
           INSPECT AUF-XML-ZAHL TALLYING ZAHL-LEER
               FOR LEADING SPACES.
           MOVE SPACES TO XE-WERT.
           MOVE AUF-XML-ZAHL (ZAHL-LEER + 1:) TO XE-WERT.

       XML-ZEILE-BEGINNEN.
           MOVE SPACES TO XML-PUFFER.
           COMPUTE XML-ZEIGER = XML-EINRUECKUNG + 1.

       XML-ZEILE-SCHREIBEN.
           WRITE XML-SATZ FROM XML-PUFFER.
           IF XML-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von " XML-DATEINAME
                       " (Status " XML-STATUS ")."
               STOP RUN
           END-IF.

       XML-GRUPPE-OEFFNEN.
           PERFORM XML-ZEILE-BEGINNEN.
           STRING "<" XE-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO XML-PUFFER WITH POINTER XML-ZEIGER.
           PERFORM XML-ZEILE-SCHREIBEN.
           ADD 2 TO XML-EINRUECKUNG.

       XML-GRUPPE-SCHLIESSEN.
           SUBTRACT 2 FROM XML-EINRUECKUNG.
           PERFORM XML-ZEILE-BEGINNEN.
           STRING "</" XE-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO XML-PUFFER WITH POINTER XML-ZEIGER.
           PERFORM XML-ZEILE-SCHREIBEN.

       XML-ELEMENT-SCHREIBEN.
           PERFORM XML-ZEILE-BEGINNEN.
           STRING "<" XE-TAG DELIMITED BY SPACE
               XE-ATTRIBUT DELIMITED BY "  "
               ">" DELIMITED BY SIZE
               INTO XML-PUFFER WITH POINTER XML-ZEIGER.
           PERFORM XML-TEXT-ANHAENGEN.
           STRING "</" XE-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO XML-PUFFER WITH POINTER XML-ZEIGER.
           PERFORM XML-ZEILE-SCHREIBEN.
           MOVE SPACES TO XE-ATTRIBUT.

      *    Inhalt aus XE-WERT ohne nachfolgende Leerzeichen und mit
      *    maskierten Sonderzeichen an den Puffer anhaengen.
       XML-TEXT-ANHAENGEN.
           MOVE 0 TO XE-LAENGE.
           PERFORM XML-TEXTENDE-SUCHEN
               VARYING XE-POS FROM 1 BY 1
               UNTIL XE-POS > 80.
           PERFORM XML-ZEICHEN-ANHAENGEN
               VARYING XE-POS FROM 1 BY 1
               UNTIL XE-POS > XE-LAENGE.

       XML-TEXTENDE-SUCHEN.
           IF XE-WERT (XE-POS:1) NOT = SPACE
               MOVE XE-POS TO XE-LAENGE
           END-IF.

       XML-ZEICHEN-ANHAENGEN.
           MOVE XE-WERT (XE-POS:1) TO XE-ZEICHEN.
           EVALUATE XE-ZEICHEN
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO XML-PUFFER WITH POINTER XML-ZEIGER
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO XML-PUFFER WITH POINTER XML-ZEIGER
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO XML-PUFFER WITH POINTER XML-ZEIGER
               WHEN OTHER
                   STRING XE-ZEICHEN DELIMITED BY SIZE
                       INTO XML-PUFFER WITH POINTER XML-ZEIGER
           END-EVALUATE.

       LISTENKOPF-SCHREIBEN.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           MOVE AKTUELLES-DATUM (7:2) TO AUF-TAG.
           MOVE AKTUELLES-DATUM (5:2) TO AUF-MONAT.
           MOVE AKTUELLES-DATUM (1:4) TO AUF-JAHR.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Nicht exportierte E-Rechnungen vom " AUF-DATUM
               " - Periode " EXPORT-PERIODE
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           WRITE LISTEN-ZEILE FROM LA-SPALTENTITEL.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.

       LISTENENDE-SCHREIBEN.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Nicht exportierte Rechnungen : " FEHLER-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Exportierte Rechnungen       : " RECHNUNGS-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Exportierte Gutschriften     : " GUTSCHRIFTS-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
