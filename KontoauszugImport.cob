       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kontoauszugsimport.

      *    Kontoauszugs-Import: liest die Kontoauszugsdatei
      *    KONTOAUSZUG der Bank und gleicht jeden Zahlungseingang
      *    (Haben-Umsatz) gegen die offenen Posten aus RECHNUNGEN
      *    und den Archivdateien RECHNUNGEN.JJJJMM aus.
      *    Zugeordnet wird zuerst ueber die Rechnungsnummer im
      *    Verwendungszweck ("2026-000123" oder "26000123"); nennt
      *    der Verwendungszweck mehrere offene Rechnungen desselben
      *    Kunden, wird nur gebucht, wenn der Betrag genau ihrer
      *    Summe entspricht. Ohne verwertbare Rechnungsnummer wird
      *    ueber die Kundennummer und einen genau passenden offenen
      *    Betrag zugeordnet. Zahlt der Kunde innerhalb seiner
      *    Skontofrist den um den Skonto gekuerzten Betrag, wird
      *    wie in der Zahlungserfassung die Differenz als
      *    Skontoabzug gebucht. Zugeordnete Umsaetze werden wie in
      *    der Zahlungserfassung als Saetze nach ZAHLUNGEN gebucht;
      *    nicht oder nicht eindeutig zuordenbare Umsaetze gehen mit
      *    Grund in die Klaerungsliste KLAERLISTE, die mit der
      *    Laufzusammenfassung (gebucht/ungeklaert) abschliesst.
      *    Lastschriften werden nur gezaehlt.
      *    Jeder Auszug (Auszugsnummer und -datum aus dem Kopfsatz)
      *    wird in AUSZUGREG registriert und kein zweites Mal
      *    verarbeitet.
      *    Nach jedem Umsatz wird der Stand des Imports samt Zaehlern
      *    und Summen in AUSZUGSTAND festgehalten. Bricht der Lauf
      *    ab, setzt der erneute Import desselben Auszugs hinter dem
      *    letzten verarbeiteten Umsatz auf, bucht bereits gebuchte
      *    Zahlungen also nicht ein zweites Mal und haengt an die
      *    Klaerungsliste an. Ein anderer Auszug wird erst nach
      *    Abschluss des abgebrochenen angenommen. Nach dem Eintrag
      *    in AUSZUGREG wird AUSZUGSTAND geleert.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOAUSZUG-DATEI ASSIGN TO "KONTOAUSZUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTOAUSZUG-STATUS.

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

           SELECT ZAHLUNGS-DATEI ASSIGN TO "ZAHLUNGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZAHLUNGS-STATUS.

           SELECT ZAHLARCHIV-DATEI ASSIGN TO "ZAHLARCHIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZAHLARCHIV-STATUS.

           SELECT AUSZUGREG-DATEI ASSIGN TO "AUSZUGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSZUGREG-STATUS.

           SELECT AUSZUGSTAND-DATEI ASSIGN TO "AUSZUGSTAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSZUGSTAND-STATUS.

           SELECT LISTE-DATEI ASSIGN TO "KLAERLISTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONTOAUSZUG-DATEI.
       01  KONTOAUSZUG-SATZ.
           COPY "KTOAUSZ.cpy".

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

       FD  ZAHLUNGS-DATEI.
       01  ZAHLUNGS-SATZ.
           COPY "ZAHLSATZ.cpy".

       FD  ZAHLARCHIV-DATEI.
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

       FD  AUSZUGREG-DATEI.
       01  AUSZUGREG-SATZ.
           05  RG-AUSZUGSNUMMER          PIC X(08).
           05  RG-TRENNER1               PIC X.
           05  RG-AUSZUGSDATUM           PIC 9(08).
           05  RG-TRENNER2               PIC X.
           05  RG-IMPORTDATUM            PIC 9(08).
           05  RG-TRENNER3               PIC X.
           05  RG-GEBUCHT-ANZAHL         PIC 9(06).
           05  RG-TRENNER4               PIC X.
           05  RG-KLAERUNG-ANZAHL        PIC 9(06).

      *    Stand nach dem zuletzt verarbeiteten Umsatz des Auszugs.
       FD  AUSZUGSTAND-DATEI.
       01  AUSZUGSTAND-SATZ.
           05  ST-AUSZUGSNUMMER          PIC X(08).
           05  ST-TRENNER1               PIC X.
           05  ST-AUSZUGSDATUM           PIC 9(08).
           05  ST-TRENNER2               PIC X.
           05  ST-UMSATZ-ANZAHL          PIC 9(06).
           05  ST-TRENNER3               PIC X.
           05  ST-GEBUCHT-ANZAHL         PIC 9(06).
           05  ST-GEBUCHT-SUMME          PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
           05  ST-TRENNER4               PIC X.
           05  ST-KLAERUNG-ANZAHL        PIC 9(06).
           05  ST-KLAERUNG-SUMME         PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
           05  ST-TRENNER5               PIC X.
           05  ST-LASTSCHRIFT-ANZAHL     PIC 9(06).
           05  ST-LASTSCHRIFT-SUMME      PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
           05  ST-TRENNER6               PIC X.
           05  ST-SKONTO-ANZAHL          PIC 9(06).
           05  ST-SKONTO-SUMME           PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
           05  ST-TRENNER7               PIC X.
           05  ST-ZAHLUNGSSAETZE-ANZAHL  PIC 9(06).

       FD  LISTE-DATEI.
       01  LISTEN-ZEILE                  PIC X(72).

       WORKING-STORAGE SECTION.
       77 KONTOAUSZUG-STATUS     PIC XX VALUE SPACES.
       77 RECHNUNGS-STATUS       PIC XX VALUE SPACES.
       77 RECHNUNGS-ARCHIV-STATUS PIC XX VALUE SPACES.
       77 ABSCHLUSS-STATUS       PIC XX VALUE SPACES.
       77 ZAHLUNGS-STATUS        PIC XX VALUE SPACES.
       77 ZAHLARCHIV-STATUS      PIC XX VALUE SPACES.
       77 KUNDENSTAMM-STATUS     PIC XX VALUE SPACES.
       77 AUSZUGREG-STATUS       PIC XX VALUE SPACES.
       77 AUSZUGSTAND-STATUS     PIC XX VALUE SPACES.
       77 LISTE-STATUS           PIC XX VALUE SPACES.

       77 LESE-ENDE              PIC X VALUE "N".
       77 ARCHIV-LESE-ENDE       PIC X VALUE "N".
       77 AUSZUG-LESE-ENDE       PIC X VALUE "N".
       77 AUSZUGREG-ENDE         PIC X VALUE "N".
       77 AUSZUGSTAND-ENDE       PIC X VALUE "N".

       77 AUSZUG-KOPF-OK         PIC X VALUE "N".
       77 AUSZUG-SCHON-IMPORTIERT PIC X VALUE "N".
       77 AUSZUG-FORTSETZEN      PIC X VALUE "N".
       77 FREMDER-AUSZUG         PIC X(08) VALUE SPACES.
       77 FORTSETZEN-AB          PIC 9(6) VALUE 0.
       77 AUSZUGSNUMMER-AKTUELL  PIC X(08) VALUE SPACES.
       77 AUSZUGSDATUM-AKTUELL   PIC 9(08) VALUE 0.
       77 AKTUELLES-DATUM        PIC 9(8) VALUE 0.
       77 DATUM-MONAT            PIC 9(2) VALUE 0.

       77 RECHNUNGS-ARCHIV-NAME  PIC X(20) VALUE SPACES.

       01  PERIODEN-TABELLE.
           05  PE-EINTRAG OCCURS 120 TIMES.
               10  PE-PERIODE            PIC 9(6).

       77 PERIODEN-ANZAHL        PIC 9(3) VALUE 0.
       77 PERIODEN-LFDNR         PIC 9(3) VALUE 0.
       77 PERIODE-SCHON-GEMERKT  PIC X VALUE "N".

      *    Bereits gebuchte Zahlungen aus ZAHLUNGEN und ZAHLARCHIV;
      *    die Summe je Rechnung wird bei Bedarf daraus ermittelt.
       01  ZAHLUNGS-TABELLE.
           05  ZT-EINTRAG OCCURS 20000 TIMES
                           INDEXED BY ZT-IDX.
               10  ZT-RECHNUNGSNUMMER    PIC 9(8).
               10  ZT-BETRAG             PIC S9(8)V99.

       77 ZAHLUNGS-ANZAHL        PIC 9(6) VALUE 0.
       77 ZAHLUNGS-LFDNR         PIC 9(6) VALUE 0.

       01  STORNO-TABELLE.
           05  SN-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY SN-IDX.
               10  SN-ORIGINAL-NUMMER    PIC 9(8).

       77 STORNO-ANZAHL          PIC 9(6) VALUE 0.
       77 SATZ-STORNIERT         PIC X VALUE "N".

      *    Offene Posten aller Kunden aus Archiv und lebendem
      *    Bestand; OP-OFFEN wird bei jeder Buchung dieses Laufs
      *    fortgeschrieben, damit ein Posten nicht doppelt
      *    ausgeglichen wird. OP-SKONTO-BIS ist das letzte Datum
      *    der Skontofrist (0 = kein Skonto), OP-SKONTO-BETRAG der
      *    Skonto auf den Bruttobetrag.
       01  POSTEN-TABELLE.
           05  OP-EINTRAG OCCURS 2000 TIMES.
               10  OP-KUNDENNUMMER       PIC 9(6).
               10  OP-RECHNUNGSNUMMER    PIC 9(8).
               10  OP-OFFEN              PIC S9(8)V99.
               10  OP-SKONTO-BIS         PIC 9(8).
               10  OP-SKONTO-BETRAG      PIC S9(8)V99.

       77 POSTEN-ANZAHL          PIC 9(4) VALUE 0.
       77 POSTEN-LFDNR           PIC 9(4) VALUE 0.

      *    Gemeinsame Uebergabefelder fuer einen Kopfsatz aus dem
      *    lebenden Bestand oder dem Archiv.
       77 KP-RECHNUNGSNUMMER     PIC 9(8) VALUE 0.
       77 KP-KUNDENNUMMER        PIC 9(6) VALUE 0.
       77 KP-DATUM               PIC 9(8) VALUE 0.
       77 KP-BELEGART            PIC X VALUE SPACE.
       77 KP-BRUTTO              PIC S9(6)V99 VALUE 0.

       77 GEZAHLTER-BETRAG       PIC S9(8)V99 VALUE 0.
       77 OFFENER-BETRAG         PIC S9(8)V99 VALUE 0.
       77 GEWAEHLTE-NUMMER       PIC 9(8) VALUE 0.

      *    Suche nach Rechnungsnummern im Verwendungszweck. Der
      *    Text wird mit einem fuehrenden Leerzeichen abgelegt, damit
      *    jede Ziffernfolge einen Vorgaenger hat.
       77 PRUEF-TEXT             PIC X(82) VALUE SPACES.
       77 TEXT-POS               PIC 9(3) VALUE 0.
       77 ZIFFERN-POS            PIC 9(3) VALUE 0.
       77 ZIFFERN-ANZAHL         PIC 9(3) VALUE 0.

       01  KANDIDAT-AUFBAU.
           05  KANDIDAT-NUMMER-X         PIC X(8).
           05  KANDIDAT-NUMMER REDEFINES KANDIDAT-NUMMER-X
                                         PIC 9(8).

       01  KANDIDATEN-TABELLE.
           05  VK-EINTRAG OCCURS 10 TIMES.
               10  VK-RECHNUNGSNUMMER    PIC 9(8).
               10  VK-POSTEN             PIC 9(4).

       77 KANDIDATEN-ANZAHL      PIC 9(2) VALUE 0.
       77 KANDIDATEN-LFDNR       PIC 9(2) VALUE 0.
       77 KANDIDAT-BEKANNT       PIC X VALUE "N".
       77 OFFENE-KANDIDATEN      PIC 9(2) VALUE 0.
       77 KANDIDATEN-SUMME       PIC S9(10)V99 VALUE 0.
       77 KANDIDATEN-KUNDE       PIC 9(6) VALUE 0.
       77 KANDIDATEN-KUNDE-EINHEITLICH PIC X VALUE "J".
       77 ERSTER-POSTEN          PIC 9(4) VALUE 0.
       77 GEFUNDENER-POSTEN      PIC 9(4) VALUE 0.

       77 TREFFER-ANZAHL         PIC 9(4) VALUE 0.
       77 TREFFER-POSTEN         PIC 9(4) VALUE 0.

       77 ANGEGEBENE-KUNDENNUMMER PIC 9(6) VALUE 0.
       77 UMSATZ-BETRAG          PIC 9(6)V99 VALUE 0.
       77 BUCHUNGS-BETRAG        PIC S9(6)V99 VALUE 0.
       77 BUCHUNGS-POSTEN        PIC 9(4) VALUE 0.
       77 BUCHUNGS-ART           PIC X VALUE "Z".
       77 SKONTO-DIFFERENZ       PIC S9(8)V99 VALUE 0.
       77 KLAERUNGS-GRUND        PIC X(36) VALUE SPACES.

       77 UMSATZ-ANZAHL          PIC 9(6) VALUE 0.
       77 GEBUCHT-ANZAHL         PIC 9(6) VALUE 0.
       77 GEBUCHT-SUMME          PIC S9(10)V99 VALUE 0.
       77 KLAERUNG-ANZAHL        PIC 9(6) VALUE 0.
       77 KLAERUNG-SUMME         PIC S9(10)V99 VALUE 0.
       77 LASTSCHRIFT-ANZAHL     PIC 9(6) VALUE 0.
       77 LASTSCHRIFT-SUMME      PIC S9(10)V99 VALUE 0.
       77 SKONTO-ANZAHL          PIC 9(6) VALUE 0.
       77 SKONTO-SUMME           PIC S9(10)V99 VALUE 0.
       77 ZAHLUNGSSAETZE-ANZAHL  PIC 9(6) VALUE 0.

       77 NUMMER-ROH             PIC X(8) VALUE SPACES.
       77 NUMMER-FORMATIERT      PIC X(11) VALUE SPACES.

       01  AUFBEREITETE-FELDER.
           05  AUF-BETRAG            PIC ZZZ.ZZ9,99-.
           05  AUF-SUMME             PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  AUF-DATUM.
               10  AUF-TAG           PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-MONAT         PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-JAHR          PIC X(4).

       01  LISTEN-AUFBAU.
           05  LA-TRENNLINIE         PIC X(72) VALUE ALL "=".
           05  LA-STRICHLINIE        PIC X(72) VALUE ALL "-".
           05  LA-LEERZEILE          PIC X(72) VALUE SPACES.

       01  LA-SPALTENTITEL.
           05  FILLER                PIC X(12) VALUE "Datum".
           05  FILLER                PIC X(13) VALUE "     Betrag".
           05  FILLER                PIC X(11) VALUE "Kunde".
           05  FILLER                PIC X(36) VALUE "Grund".

       01  LA-KLAERUNGSZEILE.
           05  LA-KL-DATUM           PIC X(10).
           05  FILLER                PIC XX VALUE SPACES.
           05  LA-KL-BETRAG          PIC ZZZ.ZZ9,99-.
           05  FILLER                PIC XX VALUE SPACES.
           05  LA-KL-KUNDE           PIC 9(6).
           05  FILLER                PIC X(5) VALUE SPACES.
           05  LA-KL-GRUND           PIC X(36).

       01  LA-AUFTRAGGEBERZEILE.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  LA-KL-AUFTRAGGEBER    PIC X(30).
           05  FILLER                PIC X(39) VALUE SPACES.

       01  LA-ZWECKZEILE.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  LA-KL-ZWECK           PIC X(69).

       01  LA-SUMMENZEILE.
           05  LA-SU-TEXT            PIC X(30).
           05  LA-SU-ANZAHL          PIC ZZZZZ9.
           05  FILLER                PIC XX VALUE SPACES.
           05  LA-SU-BETRAG          PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(4) VALUE " EUR".
           05  FILLER                PIC X(13) VALUE SPACES.

       77 AUSGABE-ZEILE          PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           DISPLAY "Kontoauszugs-Import KONTOAUSZUG nach ZAHLUNGEN".

           OPEN INPUT KONTOAUSZUG-DATEI.
           IF KONTOAUSZUG-STATUS NOT = "00"
               DISPLAY "KONTOAUSZUG konnte nicht geoeffnet werden "
                       "(Status " KONTOAUSZUG-STATUS ")."
               STOP RUN
           END-IF.

           PERFORM AUSZUGSKOPF-LESEN.
           IF AUSZUG-KOPF-OK = "N"
               DISPLAY "KONTOAUSZUG traegt keinen gueltigen "
                       "Auszugskopf (Satzart A mit Auszugsnummer "
                       "und -datum) - Lauf wird abgewiesen."
               CLOSE KONTOAUSZUG-DATEI
               STOP RUN
           END-IF.
           PERFORM AUSZUGSREGISTER-PRUEFEN.
           IF AUSZUG-SCHON-IMPORTIERT = "J"
               DISPLAY "Auszug " AUSZUGSNUMMER-AKTUELL " vom "
                       AUSZUGSDATUM-AKTUELL " wurde bereits "
                       "importiert - Lauf wird abgewiesen."
               CLOSE KONTOAUSZUG-DATEI
               STOP RUN
           END-IF.
           PERFORM AUSZUGSTAND-LADEN.
           IF FREMDER-AUSZUG NOT = SPACES
               DISPLAY "Der Import von Auszug " FREMDER-AUSZUG
                       " wurde abgebrochen - bitte zuerst diesen "
                       "Auszug erneut einlesen. Lauf wird abgewiesen."
               CLOSE KONTOAUSZUG-DATEI
               STOP RUN
           END-IF.

           OPEN INPUT RECHNUNGSDATEI.
           IF RECHNUNGS-STATUS NOT = "00"
               DISPLAY "RECHNUNGEN konnte nicht geoeffnet werden "
                       "(Status " RECHNUNGS-STATUS ")."
               STOP RUN
           END-IF.
           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
               DISPLAY "Kundenstamm KDSTAMM konnte nicht geoeffnet "
                       "werden (Status " KUNDENSTAMM-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM PERIODEN-ERMITTELN.
           PERFORM ZAHLUNGEN-LADEN.
           PERFORM STORNOS-LADEN.
           PERFORM OFFENE-POSTEN-SAMMELN.
           CLOSE RECHNUNGSDATEI.
           CLOSE KUNDENSTAMM-DATEI.

           PERFORM AUSGABEDATEIEN-OEFFNEN.

           MOVE "N" TO AUSZUG-LESE-ENDE.
           PERFORM UMSATZSATZ-LESEN.
           IF AUSZUG-FORTSETZEN = "J"
               DISPLAY "Abgebrochener Import wird nach Umsatz "
                       FORTSETZEN-AB " fortgesetzt."
               PERFORM UMSATZ-UEBERSPRINGEN FORTSETZEN-AB TIMES
           END-IF.
           PERFORM UMSATZ-VERARBEITEN
               UNTIL AUSZUG-LESE-ENDE = "J".

           CLOSE KONTOAUSZUG-DATEI.
           CLOSE ZAHLUNGS-DATEI.
           CLOSE AUSZUGSTAND-DATEI.

           PERFORM LAUFSUMME-SCHREIBEN.
           CLOSE LISTE-DATEI.

           PERFORM AUSZUGSREGISTER-FORTSCHREIBEN.
      *    Der Auszug ist registriert, der Zwischenstand wird nicht
      *    mehr gebraucht.
           OPEN OUTPUT AUSZUGSTAND-DATEI.
           CLOSE AUSZUGSTAND-DATEI.
           DISPLAY "Klaerungsliste nach KLAERLISTE geschrieben.".
           STOP RUN.

      *    Der Kopfsatz zaehlt nicht als Umsatz; er identifiziert
      *    den Auszug fuer das Auszugsregister.
       AUSZUGSKOPF-LESEN.
           MOVE "N" TO AUSZUG-KOPF-OK.
           READ KONTOAUSZUG-DATEI
               AT END
                   CONTINUE
               NOT AT END
                   IF KA-SATZART = "A"
                           AND KA-AUSZUGSNUMMER NOT = SPACES
                           AND KA-AUSZUGSDATUM NUMERIC
                       MOVE "J" TO AUSZUG-KOPF-OK
                       MOVE KA-AUSZUGSNUMMER TO AUSZUGSNUMMER-AKTUELL
                       MOVE KA-AUSZUGSDATUM TO AUSZUGSDATUM-AKTUELL
                   END-IF
           END-READ.

       AUSZUGSREGISTER-PRUEFEN.
           MOVE "N" TO AUSZUG-SCHON-IMPORTIERT.
           OPEN INPUT AUSZUGREG-DATEI.
           IF AUSZUGREG-STATUS = "35"
               CONTINUE
           ELSE
               IF AUSZUGREG-STATUS NOT = "00"
                   DISPLAY "AUSZUGREG konnte nicht gelesen werden "
                           "(Status " AUSZUGREG-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO AUSZUGREG-ENDE
               PERFORM AUSZUGREGSATZ-PRUEFEN
                   UNTIL AUSZUGREG-ENDE = "J"
               CLOSE AUSZUGREG-DATEI
           END-IF.

       AUSZUGREGSATZ-PRUEFEN.
           READ AUSZUGREG-DATEI
               AT END
                   MOVE "J" TO AUSZUGREG-ENDE
               NOT AT END
                   IF RG-AUSZUGSNUMMER = AUSZUGSNUMMER-AKTUELL
                           AND RG-AUSZUGSDATUM = AUSZUGSDATUM-AKTUELL
                       MOVE "J" TO AUSZUG-SCHON-IMPORTIERT
                       MOVE "J" TO AUSZUGREG-ENDE
                   END-IF
           END-READ.

      *    Liest den Stand eines abgebrochenen Imports. Gehoert er
      *    zum aktuellen Auszug, werden Zaehler und Summen des
      *    letzten Satzes uebernommen; sonst wird der fremde Auszug
      *    gemeldet.
       AUSZUGSTAND-LADEN.
           MOVE "N" TO AUSZUG-FORTSETZEN.
           MOVE SPACES TO FREMDER-AUSZUG.
           MOVE 0 TO FORTSETZEN-AB.
           OPEN INPUT AUSZUGSTAND-DATEI.
           IF AUSZUGSTAND-STATUS = "35"
               CONTINUE
           ELSE
               IF AUSZUGSTAND-STATUS NOT = "00"
                   DISPLAY "AUSZUGSTAND konnte nicht gelesen werden "
                           "(Status " AUSZUGSTAND-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO AUSZUGSTAND-ENDE
               PERFORM AUSZUGSTANDSATZ-LADEN
                   UNTIL AUSZUGSTAND-ENDE = "J"
               CLOSE AUSZUGSTAND-DATEI
           END-IF.

       AUSZUGSTANDSATZ-LADEN.
           READ AUSZUGSTAND-DATEI
               AT END
                   MOVE "J" TO AUSZUGSTAND-ENDE
               NOT AT END
                   IF ST-AUSZUGSNUMMER = AUSZUGSNUMMER-AKTUELL
                           AND ST-AUSZUGSDATUM = AUSZUGSDATUM-AKTUELL
                       MOVE "J" TO AUSZUG-FORTSETZEN
                       MOVE ST-UMSATZ-ANZAHL TO FORTSETZEN-AB
                       MOVE ST-UMSATZ-ANZAHL TO UMSATZ-ANZAHL
                       MOVE ST-GEBUCHT-ANZAHL TO GEBUCHT-ANZAHL
                       MOVE ST-GEBUCHT-SUMME TO GEBUCHT-SUMME
                       MOVE ST-KLAERUNG-ANZAHL TO KLAERUNG-ANZAHL
                       MOVE ST-KLAERUNG-SUMME TO KLAERUNG-SUMME
                       MOVE ST-LASTSCHRIFT-ANZAHL
                           TO LASTSCHRIFT-ANZAHL
                       MOVE ST-LASTSCHRIFT-SUMME TO LASTSCHRIFT-SUMME
                       MOVE ST-SKONTO-ANZAHL TO SKONTO-ANZAHL
                       MOVE ST-SKONTO-SUMME TO SKONTO-SUMME
                       MOVE ST-ZAHLUNGSSAETZE-ANZAHL
                           TO ZAHLUNGSSAETZE-ANZAHL
                   ELSE
                       MOVE ST-AUSZUGSNUMMER TO FREMDER-AUSZUG
                       MOVE "J" TO AUSZUGSTAND-ENDE
                   END-IF
           END-READ.

      *    Haelt den Stand nach jedem verarbeiteten Umsatz fest.
       AUSZUGSTAND-SICHERN.
           MOVE AUSZUGSNUMMER-AKTUELL TO ST-AUSZUGSNUMMER.
           MOVE SPACE TO ST-TRENNER1.
           MOVE AUSZUGSDATUM-AKTUELL TO ST-AUSZUGSDATUM.
           MOVE SPACE TO ST-TRENNER2.
           MOVE UMSATZ-ANZAHL TO ST-UMSATZ-ANZAHL.
           MOVE SPACE TO ST-TRENNER3.
           MOVE GEBUCHT-ANZAHL TO ST-GEBUCHT-ANZAHL.
           MOVE GEBUCHT-SUMME TO ST-GEBUCHT-SUMME.
           MOVE SPACE TO ST-TRENNER4.
           MOVE KLAERUNG-ANZAHL TO ST-KLAERUNG-ANZAHL.
           MOVE KLAERUNG-SUMME TO ST-KLAERUNG-SUMME.
           MOVE SPACE TO ST-TRENNER5.
           MOVE LASTSCHRIFT-ANZAHL TO ST-LASTSCHRIFT-ANZAHL.
           MOVE LASTSCHRIFT-SUMME TO ST-LASTSCHRIFT-SUMME.
           MOVE SPACE TO ST-TRENNER6.
           MOVE SKONTO-ANZAHL TO ST-SKONTO-ANZAHL.
           MOVE SKONTO-SUMME TO ST-SKONTO-SUMME.
           MOVE SPACE TO ST-TRENNER7.
           MOVE ZAHLUNGSSAETZE-ANZAHL TO ST-ZAHLUNGSSAETZE-ANZAHL.
           WRITE AUSZUGSTAND-SATZ.
           IF AUSZUGSTAND-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von AUSZUGSTAND "
                       "(Status " AUSZUGSTAND-STATUS ")."
               STOP RUN
           END-IF.

       AUSZUGSREGISTER-FORTSCHREIBEN.
           OPEN EXTEND AUSZUGREG-DATEI.
           IF AUSZUGREG-STATUS = "35"
               OPEN OUTPUT AUSZUGREG-DATEI
           END-IF.
           IF AUSZUGREG-STATUS NOT = "00"
               DISPLAY "AUSZUGREG konnte nicht geoeffnet werden "
                       "(Status " AUSZUGREG-STATUS ")."
               STOP RUN
           END-IF.
           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.
           MOVE AUSZUGSNUMMER-AKTUELL TO RG-AUSZUGSNUMMER.
           MOVE SPACE TO RG-TRENNER1.
           MOVE AUSZUGSDATUM-AKTUELL TO RG-AUSZUGSDATUM.
           MOVE SPACE TO RG-TRENNER2.
           MOVE AKTUELLES-DATUM TO RG-IMPORTDATUM.
           MOVE SPACE TO RG-TRENNER3.
           MOVE GEBUCHT-ANZAHL TO RG-GEBUCHT-ANZAHL.
           MOVE SPACE TO RG-TRENNER4.
           MOVE KLAERUNG-ANZAHL TO RG-KLAERUNG-ANZAHL.
           WRITE AUSZUGREG-SATZ.
           IF AUSZUGREG-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von AUSZUGREG "
                       "(Status " AUSZUGREG-STATUS ")."
               STOP RUN
           END-IF.
           CLOSE AUSZUGREG-DATEI.

      *    Liest die ABSCHLUSS-Saetze und merkt sich die
      *    archivierten Perioden fuer die Archivsuche.
       PERIODEN-ERMITTELN.
           MOVE 0 TO PERIODEN-ANZAHL.
           OPEN INPUT ABSCHLUSS-DATEI.
           IF ABSCHLUSS-STATUS = "35"
               CONTINUE
           ELSE
               IF ABSCHLUSS-STATUS NOT = "00"
                   DISPLAY "ABSCHLUSS konnte nicht geoeffnet werden "
                           "(Status " ABSCHLUSS-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO ARCHIV-LESE-ENDE
               PERFORM ABSCHLUSSSATZ-LESEN
                   UNTIL ARCHIV-LESE-ENDE = "J"
               CLOSE ABSCHLUSS-DATEI
           END-IF.

       ABSCHLUSSSATZ-LESEN.
           READ ABSCHLUSS-DATEI
               AT END
                   MOVE "J" TO ARCHIV-LESE-ENDE
               NOT AT END
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

       ARCHIV-DATEI-OEFFNEN.
           MOVE SPACES TO RECHNUNGS-ARCHIV-NAME.
           STRING "RECHNUNGEN." PE-PERIODE (PERIODEN-LFDNR)
               DELIMITED BY SIZE INTO RECHNUNGS-ARCHIV-NAME.
           OPEN INPUT RECHNUNGS-ARCHIV-DATEI.
           IF RECHNUNGS-ARCHIV-STATUS NOT = "00"
                   AND RECHNUNGS-ARCHIV-STATUS NOT = "35"
               DISPLAY "Archivdatei " RECHNUNGS-ARCHIV-NAME
                       " konnte nicht geoeffnet werden (Status "
                       RECHNUNGS-ARCHIV-STATUS ")."
               STOP RUN
           END-IF.

      *    Zahlungen zu ausgeglichenen Rechnungen koennen bereits
      *    nach ZAHLARCHIV ausgelagert sein; sie zaehlen mit, damit
      *    solche Rechnungen nicht erneut als offen erscheinen.
       ZAHLUNGEN-LADEN.
           MOVE 0 TO ZAHLUNGS-ANZAHL.
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
               PERFORM ZAHLUNGSSATZ-LADEN
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
               PERFORM ZAHLARCHIVSATZ-LADEN
                   UNTIL LESE-ENDE = "J"
               CLOSE ZAHLARCHIV-DATEI
           END-IF.

       ZAHLUNGSSATZ-LADEN.
           READ ZAHLUNGS-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   PERFORM ZAHLUNGS-TABELLE-PRUEFEN
                   ADD 1 TO ZAHLUNGS-ANZAHL
                   MOVE ZA-RECHNUNGSNUMMER
                       TO ZT-RECHNUNGSNUMMER (ZAHLUNGS-ANZAHL)
                   MOVE ZA-BETRAG TO ZT-BETRAG (ZAHLUNGS-ANZAHL)
           END-READ.

       ZAHLARCHIVSATZ-LADEN.
           READ ZAHLARCHIV-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   PERFORM ZAHLUNGS-TABELLE-PRUEFEN
                   ADD 1 TO ZAHLUNGS-ANZAHL
                   MOVE ZX-RECHNUNGSNUMMER
                       TO ZT-RECHNUNGSNUMMER (ZAHLUNGS-ANZAHL)
                   MOVE ZX-BETRAG TO ZT-BETRAG (ZAHLUNGS-ANZAHL)
           END-READ.

       ZAHLUNGS-TABELLE-PRUEFEN.
           IF ZAHLUNGS-ANZAHL >= 20000
               DISPLAY "ZAHLUNGEN-Tabelle uebergelaufen "
                       "(mehr als 20000 Saetze) - bitte "
                       "ausgeglichene Zahlungen auslagern."
               STOP RUN
           END-IF.

       GEZAHLT-ERMITTELN.
           MOVE 0 TO GEZAHLTER-BETRAG.
           PERFORM GEZAHLT-SUMMIEREN
               VARYING ZAHLUNGS-LFDNR FROM 1 BY 1
               UNTIL ZAHLUNGS-LFDNR > ZAHLUNGS-ANZAHL.

       GEZAHLT-SUMMIEREN.
           IF ZT-RECHNUNGSNUMMER (ZAHLUNGS-LFDNR) = GEWAEHLTE-NUMMER
               ADD ZT-BETRAG (ZAHLUNGS-LFDNR) TO GEZAHLTER-BETRAG
           END-IF.

      *    Sammelt die Originalnummern aller Stornorechnungen aus
      *    dem lebenden Bestand und allen Archivdateien; eine
      *    stornierte Rechnung gilt als ausgeglichen.
       STORNOS-LADEN.
           MOVE 0 TO STORNO-ANZAHL.
           MOVE LOW-VALUES TO RECH-SCHLUESSEL.
           MOVE "N" TO LESE-ENDE.
           START RECHNUNGSDATEI
                   KEY IS NOT LESS THAN RECH-SCHLUESSEL
               INVALID KEY
                   MOVE "J" TO LESE-ENDE
           END-START.
           PERFORM STORNOSATZ-LADEN
               UNTIL LESE-ENDE = "J".
           PERFORM ARCHIV-STORNOS-LADEN
               VARYING PERIODEN-LFDNR FROM 1 BY 1
               UNTIL PERIODEN-LFDNR > PERIODEN-ANZAHL.

       STORNOSATZ-LADEN.
           READ RECHNUNGSDATEI NEXT RECORD
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF RECH-SATZART = "K"
                           AND RECH-STORNO-KENNZEICHEN = "S"
                       MOVE RECH-ORIGINAL-NUMMER TO GEWAEHLTE-NUMMER
                       PERFORM STORNO-MERKEN
                   END-IF
           END-READ.

       ARCHIV-STORNOS-LADEN.
           PERFORM ARCHIV-DATEI-OEFFNEN.
           IF RECHNUNGS-ARCHIV-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO ARCHIV-LESE-ENDE
               PERFORM ARCHIV-STORNOSATZ-LADEN
                   UNTIL ARCHIV-LESE-ENDE = "J"
               CLOSE RECHNUNGS-ARCHIV-DATEI
           END-IF.

       ARCHIV-STORNOSATZ-LADEN.
           READ RECHNUNGS-ARCHIV-DATEI
               AT END
                   MOVE "J" TO ARCHIV-LESE-ENDE
               NOT AT END
                   IF AR-SATZART = "K"
                           AND AR-STORNO-KENNZEICHEN = "S"
                       MOVE AR-ORIGINAL-NUMMER TO GEWAEHLTE-NUMMER
                       PERFORM STORNO-MERKEN
                   END-IF
           END-READ.

       STORNO-MERKEN.
           IF STORNO-ANZAHL >= 5000
               DISPLAY "Storno-Tabelle uebergelaufen "
                       "(mehr als 5000 Saetze)."
               STOP RUN
           END-IF.
           ADD 1 TO STORNO-ANZAHL.
           MOVE GEWAEHLTE-NUMMER
               TO SN-ORIGINAL-NUMMER (STORNO-ANZAHL).

       STORNIERT-PRUEFEN.
           MOVE "N" TO SATZ-STORNIERT.
           IF STORNO-ANZAHL > 0
               SET SN-IDX TO 1
               SEARCH SN-EINTRAG
                   AT END
                       CONTINUE
                   WHEN SN-ORIGINAL-NUMMER (SN-IDX) = GEWAEHLTE-NUMMER
                       MOVE "J" TO SATZ-STORNIERT
               END-SEARCH
           END-IF.

      *    Sammelt die offenen Posten aller Kunden aus den
      *    Archivdateien und dem lebenden Bestand.
       OFFENE-POSTEN-SAMMELN.
           MOVE 0 TO POSTEN-ANZAHL.
           PERFORM ARCHIV-POSTEN-SAMMELN
               VARYING PERIODEN-LFDNR FROM 1 BY 1
               UNTIL PERIODEN-LFDNR > PERIODEN-ANZAHL.
           PERFORM LEBENDE-POSTEN-SAMMELN.

       ARCHIV-POSTEN-SAMMELN.
           PERFORM ARCHIV-DATEI-OEFFNEN.
           IF RECHNUNGS-ARCHIV-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO ARCHIV-LESE-ENDE
               PERFORM ARCHIV-POSTENSATZ-PRUEFEN
                   UNTIL ARCHIV-LESE-ENDE = "J"
               CLOSE RECHNUNGS-ARCHIV-DATEI
           END-IF.

       ARCHIV-POSTENSATZ-PRUEFEN.
           READ RECHNUNGS-ARCHIV-DATEI
               AT END
                   MOVE "J" TO ARCHIV-LESE-ENDE
               NOT AT END
                   IF AR-SATZART = "K"
                           AND AR-STORNO-KENNZEICHEN NOT = "S"
                       MOVE AR-RECHNUNGSNUMMER TO KP-RECHNUNGSNUMMER
                       MOVE AR-KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE AR-RECHNUNGSDATUM TO KP-DATUM
                       MOVE AR-BELEGART TO KP-BELEGART
                       MOVE AR-BRUTTOPREIS TO KP-BRUTTO
                       PERFORM POSTEN-MERKEN
                   END-IF
           END-READ.

       LEBENDE-POSTEN-SAMMELN.
           MOVE LOW-VALUES TO RECH-SCHLUESSEL.
           MOVE "N" TO LESE-ENDE.
           START RECHNUNGSDATEI
                   KEY IS NOT LESS THAN RECH-SCHLUESSEL
               INVALID KEY
                   MOVE "J" TO LESE-ENDE
           END-START.
           PERFORM LEBENDER-POSTENSATZ-PRUEFEN
               UNTIL LESE-ENDE = "J".

       LEBENDER-POSTENSATZ-PRUEFEN.
           READ RECHNUNGSDATEI NEXT RECORD
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF RECH-SATZART = "K"
                           AND RECH-STORNO-KENNZEICHEN NOT = "S"
                       MOVE RECHNUNGSNUMMER TO KP-RECHNUNGSNUMMER
                       MOVE KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE RECHNUNGSDATUM TO KP-DATUM
                       MOVE RECH-BELEGART TO KP-BELEGART
                       MOVE RECHN-BRUTTOPREIS TO KP-BRUTTO
                       PERFORM POSTEN-MERKEN
                   END-IF
           END-READ.

       POSTEN-MERKEN.
           MOVE KP-RECHNUNGSNUMMER TO GEWAEHLTE-NUMMER.
           PERFORM STORNIERT-PRUEFEN.
           IF SATZ-STORNIERT = "N"
               PERFORM GEZAHLT-ERMITTELN
               COMPUTE OFFENER-BETRAG =
                   KP-BRUTTO - GEZAHLTER-BETRAG
               IF OFFENER-BETRAG > 0
                   IF POSTEN-ANZAHL >= 2000
                       DISPLAY "Posten-Tabelle uebergelaufen "
                               "(mehr als 2000 offene Posten)."
                       STOP RUN
                   END-IF
                   ADD 1 TO POSTEN-ANZAHL
                   MOVE KP-KUNDENNUMMER
                       TO OP-KUNDENNUMMER (POSTEN-ANZAHL)
                   MOVE KP-RECHNUNGSNUMMER
                       TO OP-RECHNUNGSNUMMER (POSTEN-ANZAHL)
                   MOVE OFFENER-BETRAG TO OP-OFFEN (POSTEN-ANZAHL)
                   PERFORM POSTEN-SKONTO-ERMITTELN
               END-IF
           END-IF.

      *    Skontofrist und Skontobetrag aus den Zahlungsbedingungen
      *    des Kunden, gerechnet wie in der Zahlungserfassung;
      *    Mahnbelege sind nicht skontofaehig.
       POSTEN-SKONTO-ERMITTELN.
           MOVE 0 TO OP-SKONTO-BIS (POSTEN-ANZAHL).
           MOVE 0 TO OP-SKONTO-BETRAG (POSTEN-ANZAHL).
           IF KP-DATUM NOT < 19000101
                   AND KP-BELEGART NOT = "M"
               MOVE KP-KUNDENNUMMER TO KD-KUNDENNUMMER
               READ KUNDENSTAMM-DATEI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KD-SKONTO-PROZENT IS NUMERIC
                               AND KD-SKONTO-TAGE IS NUMERIC
                               AND KD-SKONTO-PROZENT > 0
                               AND KD-SKONTO-TAGE > 0
                           COMPUTE OP-SKONTO-BETRAG (POSTEN-ANZAHL)
                               ROUNDED = KP-BRUTTO
                                   * KD-SKONTO-PROZENT / 100
                           COMPUTE OP-SKONTO-BIS (POSTEN-ANZAHL) =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(KP-DATUM)
                               + KD-SKONTO-TAGE)
                       END-IF
               END-READ
           END-IF.

       AUSGABEDATEIEN-OEFFNEN.
           OPEN EXTEND ZAHLUNGS-DATEI.
           IF ZAHLUNGS-STATUS = "35"
               OPEN OUTPUT ZAHLUNGS-DATEI
           END-IF.
           IF ZAHLUNGS-STATUS NOT = "00"
               DISPLAY "ZAHLUNGEN konnte nicht geoeffnet werden "
                       "(Status " ZAHLUNGS-STATUS ")."
               STOP RUN
           END-IF.

           OPEN EXTEND AUSZUGSTAND-DATEI.
           IF AUSZUGSTAND-STATUS = "35"
               OPEN OUTPUT AUSZUGSTAND-DATEI
           END-IF.
           IF AUSZUGSTAND-STATUS NOT = "00"
               DISPLAY "AUSZUGSTAND konnte nicht geoeffnet werden "
                       "(Status " AUSZUGSTAND-STATUS ")."
               STOP RUN
           END-IF.

      *    Die Klaerungsfaelle eines abgebrochenen Laufs bleiben
      *    erhalten.
           IF AUSZUG-FORTSETZEN = "J"
               OPEN EXTEND LISTE-DATEI
               IF LISTE-STATUS = "35"
                   OPEN OUTPUT LISTE-DATEI
               END-IF
           ELSE
               OPEN OUTPUT LISTE-DATEI
           END-IF.
           IF LISTE-STATUS NOT = "00"
               DISPLAY "KLAERLISTE konnte nicht angelegt werden "
                       "(Status " LISTE-STATUS ")."
               STOP RUN
           END-IF.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           MOVE AUSZUGSDATUM-AKTUELL (7:2) TO AUF-TAG.
           MOVE AUSZUGSDATUM-AKTUELL (5:2) TO AUF-MONAT.
           MOVE AUSZUGSDATUM-AKTUELL (1:4) TO AUF-JAHR.
           MOVE SPACES TO AUSGABE-ZEILE.
           IF AUSZUG-FORTSETZEN = "J"
               STRING "Klaerungsliste Kontoauszug "
                      AUSZUGSNUMMER-AKTUELL " vom " AUF-DATUM
                      " (Fortsetzung)"
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
           ELSE
               STRING "Klaerungsliste Kontoauszug "
                      AUSZUGSNUMMER-AKTUELL " vom " AUF-DATUM
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
           END-IF.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           WRITE LISTEN-ZEILE FROM LA-SPALTENTITEL.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.

       UMSATZSATZ-LESEN.
           READ KONTOAUSZUG-DATEI
               AT END
                   MOVE "J" TO AUSZUG-LESE-ENDE
           END-READ.

      *    Bereits verarbeitete Umsaetze eines abgebrochenen Laufs.
       UMSATZ-UEBERSPRINGEN.
           IF AUSZUG-LESE-ENDE = "N"
               PERFORM UMSATZSATZ-LESEN
           END-IF.

       UMSATZ-VERARBEITEN.
           PERFORM UMSATZ-ZUORDNEN
               THRU UMSATZ-ZUORDNEN-EXIT.
           PERFORM AUSZUGSTAND-SICHERN.
           PERFORM UMSATZSATZ-LESEN.

      *    Ordnet einen Umsatz zu: Rechnungsnummern im
      *    Verwendungszweck haben Vorrang vor der Zuordnung ueber
      *    Kundennummer und Betrag. Ueberzahlungen und mehrdeutige
      *    Faelle werden nicht automatisch gebucht.
       UMSATZ-ZUORDNEN.
           ADD 1 TO UMSATZ-ANZAHL.
           MOVE 0 TO UMSATZ-BETRAG.
           MOVE 0 TO ANGEGEBENE-KUNDENNUMMER.
           IF KA-SATZART NOT = "U"
                   OR KA-BETRAG NOT NUMERIC
                   OR KA-BUCHUNGSDATUM NOT NUMERIC
               MOVE "Umsatzsatz nicht lesbar" TO KLAERUNGS-GRUND
               PERFORM KLAERUNGSFALL-SCHREIBEN
               GO TO UMSATZ-ZUORDNEN-EXIT
           END-IF.
           MOVE KA-BETRAG TO UMSATZ-BETRAG.
           IF KA-KUNDENNUMMER NUMERIC
               MOVE KA-KUNDENNUMMER TO ANGEGEBENE-KUNDENNUMMER
           END-IF.

           IF KA-SOLL-HABEN = "S"
               ADD 1 TO LASTSCHRIFT-ANZAHL
               ADD UMSATZ-BETRAG TO LASTSCHRIFT-SUMME
               GO TO UMSATZ-ZUORDNEN-EXIT
           END-IF.
           IF KA-SOLL-HABEN NOT = "H"
               MOVE "Soll/Haben-Kennzeichen ungueltig"
                   TO KLAERUNGS-GRUND
               PERFORM KLAERUNGSFALL-SCHREIBEN
               GO TO UMSATZ-ZUORDNEN-EXIT
           END-IF.
           MOVE KA-BUCHUNGSDATUM (5:2) TO DATUM-MONAT.
           IF KA-BUCHUNGSDATUM < 19000101
                   OR DATUM-MONAT < 1
                   OR DATUM-MONAT > 12
               MOVE "Buchungsdatum ungueltig" TO KLAERUNGS-GRUND
               PERFORM KLAERUNGSFALL-SCHREIBEN
               GO TO UMSATZ-ZUORDNEN-EXIT
           END-IF.
           IF UMSATZ-BETRAG = 0
               MOVE "Betrag 0" TO KLAERUNGS-GRUND
               PERFORM KLAERUNGSFALL-SCHREIBEN
               GO TO UMSATZ-ZUORDNEN-EXIT
           END-IF.

           PERFORM NUMMERN-SUCHEN.

           IF OFFENE-KANDIDATEN = 1
               MOVE ERSTER-POSTEN TO BUCHUNGS-POSTEN
               IF ANGEGEBENE-KUNDENNUMMER > 0
                       AND ANGEGEBENE-KUNDENNUMMER
                           NOT = OP-KUNDENNUMMER (BUCHUNGS-POSTEN)
                   MOVE "Kd-Nr. passt nicht zur Rechnung"
                       TO KLAERUNGS-GRUND
                   PERFORM KLAERUNGSFALL-SCHREIBEN
                   GO TO UMSATZ-ZUORDNEN-EXIT
               END-IF
               IF UMSATZ-BETRAG > OP-OFFEN (BUCHUNGS-POSTEN)
                   MOVE "Betrag uebersteigt offenen Posten"
                       TO KLAERUNGS-GRUND
                   PERFORM KLAERUNGSFALL-SCHREIBEN
                   GO TO UMSATZ-ZUORDNEN-EXIT
               END-IF
               PERFORM UMSATZ-MIT-SKONTO-BUCHEN
               PERFORM UMSATZ-GEBUCHT-ZAEHLEN
               GO TO UMSATZ-ZUORDNEN-EXIT
           END-IF.

           IF OFFENE-KANDIDATEN > 1
               IF KANDIDATEN-KUNDE-EINHEITLICH = "N"
                   MOVE "Rechnungen verschiedener Kunden"
                       TO KLAERUNGS-GRUND
                   PERFORM KLAERUNGSFALL-SCHREIBEN
                   GO TO UMSATZ-ZUORDNEN-EXIT
               END-IF
               IF ANGEGEBENE-KUNDENNUMMER > 0
                       AND ANGEGEBENE-KUNDENNUMMER
                           NOT = KANDIDATEN-KUNDE
                   MOVE "Kd-Nr. passt nicht zur Rechnung"
                       TO KLAERUNGS-GRUND
                   PERFORM KLAERUNGSFALL-SCHREIBEN
                   GO TO UMSATZ-ZUORDNEN-EXIT
               END-IF
               IF UMSATZ-BETRAG NOT = KANDIDATEN-SUMME
                   MOVE "Summe der Rechnungen weicht ab"
                       TO KLAERUNGS-GRUND
                   PERFORM KLAERUNGSFALL-SCHREIBEN
                   GO TO UMSATZ-ZUORDNEN-EXIT
               END-IF
               PERFORM KANDIDAT-VOLL-BUCHEN
                   VARYING KANDIDATEN-LFDNR FROM 1 BY 1
                   UNTIL KANDIDATEN-LFDNR > KANDIDATEN-ANZAHL
               PERFORM UMSATZ-GEBUCHT-ZAEHLEN
               GO TO UMSATZ-ZUORDNEN-EXIT
           END-IF.

           IF ANGEGEBENE-KUNDENNUMMER > 0
               PERFORM BETRAGSTREFFER-SUCHEN
               IF TREFFER-ANZAHL = 1
                   MOVE TREFFER-POSTEN TO BUCHUNGS-POSTEN
                   PERFORM UMSATZ-MIT-SKONTO-BUCHEN
                   PERFORM UMSATZ-GEBUCHT-ZAEHLEN
                   GO TO UMSATZ-ZUORDNEN-EXIT
               END-IF
               IF TREFFER-ANZAHL > 1
                   MOVE "Mehrere Posten mit gleichem Betrag"
                       TO KLAERUNGS-GRUND
                   PERFORM KLAERUNGSFALL-SCHREIBEN
                   GO TO UMSATZ-ZUORDNEN-EXIT
               END-IF
           END-IF.

           IF KANDIDATEN-ANZAHL > 0
               MOVE "Rechnung nicht offen oder unbekannt"
                   TO KLAERUNGS-GRUND
           ELSE
               MOVE "Kein passender offener Posten"
                   TO KLAERUNGS-GRUND
           END-IF.
           PERFORM KLAERUNGSFALL-SCHREIBEN.

       UMSATZ-ZUORDNEN-EXIT.
           EXIT.

      *    Sucht im Verwendungszweck Ziffernfolgen der Form
      *    "JJJJ-NNNNNN" oder "JJNNNNNN" und prueft, ob dazu ein
      *    offener Posten existiert.
       NUMMERN-SUCHEN.
           MOVE 0 TO KANDIDATEN-ANZAHL.
           MOVE 0 TO OFFENE-KANDIDATEN.
           MOVE 0 TO KANDIDATEN-SUMME.
           MOVE 0 TO KANDIDATEN-KUNDE.
           MOVE 0 TO ERSTER-POSTEN.
           MOVE "J" TO KANDIDATEN-KUNDE-EINHEITLICH.
           MOVE SPACES TO PRUEF-TEXT.
           MOVE KA-VERWENDUNGSZWECK TO PRUEF-TEXT (2:70).
           PERFORM TEXTSTELLE-PRUEFEN
               VARYING TEXT-POS FROM 2 BY 1
               UNTIL TEXT-POS > 71.

       TEXTSTELLE-PRUEFEN.
           IF PRUEF-TEXT (TEXT-POS:1) IS NUMERIC
                   AND PRUEF-TEXT (TEXT-POS - 1:1) IS NOT NUMERIC
               MOVE 0 TO ZIFFERN-ANZAHL
               PERFORM ZIFFER-ZAEHLEN
                   VARYING ZIFFERN-POS FROM TEXT-POS BY 1
                   UNTIL PRUEF-TEXT (ZIFFERN-POS:1) IS NOT NUMERIC
               EVALUATE TRUE
                   WHEN ZIFFERN-ANZAHL = 8
                       MOVE PRUEF-TEXT (TEXT-POS:8)
                           TO KANDIDAT-NUMMER-X
                       PERFORM KANDIDAT-MERKEN
                   WHEN ZIFFERN-ANZAHL = 4
                           AND PRUEF-TEXT (TEXT-POS:2) = "20"
                           AND PRUEF-TEXT (TEXT-POS + 4:1) = "-"
                           AND PRUEF-TEXT (TEXT-POS + 5:6) IS NUMERIC
                           AND PRUEF-TEXT (TEXT-POS + 11:1)
                               IS NOT NUMERIC
                       MOVE SPACES TO KANDIDAT-NUMMER-X
                       STRING PRUEF-TEXT (TEXT-POS + 2:2)
                              PRUEF-TEXT (TEXT-POS + 5:6)
                           DELIMITED BY SIZE INTO KANDIDAT-NUMMER-X
                       PERFORM KANDIDAT-MERKEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ZIFFER-ZAEHLEN.
           ADD 1 TO ZIFFERN-ANZAHL.

       KANDIDAT-MERKEN.
           MOVE "N" TO KANDIDAT-BEKANNT.
           PERFORM KANDIDAT-VERGLEICHEN
               VARYING KANDIDATEN-LFDNR FROM 1 BY 1
               UNTIL KANDIDATEN-LFDNR > KANDIDATEN-ANZAHL.
           IF KANDIDAT-BEKANNT = "N" AND KANDIDATEN-ANZAHL < 10
               ADD 1 TO KANDIDATEN-ANZAHL
               MOVE KANDIDAT-NUMMER
                   TO VK-RECHNUNGSNUMMER (KANDIDATEN-ANZAHL)
               PERFORM OFFENEN-POSTEN-SUCHEN
               MOVE GEFUNDENER-POSTEN TO VK-POSTEN (KANDIDATEN-ANZAHL)
               IF GEFUNDENER-POSTEN > 0
                   ADD 1 TO OFFENE-KANDIDATEN
                   ADD OP-OFFEN (GEFUNDENER-POSTEN) TO KANDIDATEN-SUMME
                   IF OFFENE-KANDIDATEN = 1
                       MOVE GEFUNDENER-POSTEN TO ERSTER-POSTEN
                       MOVE OP-KUNDENNUMMER (GEFUNDENER-POSTEN)
                           TO KANDIDATEN-KUNDE
                   ELSE
                       IF OP-KUNDENNUMMER (GEFUNDENER-POSTEN)
                               NOT = KANDIDATEN-KUNDE
                           MOVE "N" TO KANDIDATEN-KUNDE-EINHEITLICH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       KANDIDAT-VERGLEICHEN.
           IF VK-RECHNUNGSNUMMER (KANDIDATEN-LFDNR) = KANDIDAT-NUMMER
               MOVE "J" TO KANDIDAT-BEKANNT
           END-IF.

       OFFENEN-POSTEN-SUCHEN.
           MOVE 0 TO GEFUNDENER-POSTEN.
           PERFORM OFFENEN-POSTEN-VERGLEICHEN
               VARYING POSTEN-LFDNR FROM 1 BY 1
               UNTIL POSTEN-LFDNR > POSTEN-ANZAHL
                   OR GEFUNDENER-POSTEN > 0.

       OFFENEN-POSTEN-VERGLEICHEN.
           IF OP-RECHNUNGSNUMMER (POSTEN-LFDNR) = KANDIDAT-NUMMER
                   AND OP-OFFEN (POSTEN-LFDNR) > 0
               MOVE POSTEN-LFDNR TO GEFUNDENER-POSTEN
           END-IF.

      *    Zuordnung ohne Rechnungsnummer: offene Posten der
      *    angegebenen Kundennummer mit genau dem Umsatzbetrag oder
      *    - innerhalb der Skontofrist - genau dem Betrag nach
      *    Skontoabzug.
       BETRAGSTREFFER-SUCHEN.
           MOVE 0 TO TREFFER-ANZAHL.
           MOVE 0 TO TREFFER-POSTEN.
           PERFORM BETRAGSTREFFER-PRUEFEN
               VARYING POSTEN-LFDNR FROM 1 BY 1
               UNTIL POSTEN-LFDNR > POSTEN-ANZAHL.

       BETRAGSTREFFER-PRUEFEN.
           IF OP-KUNDENNUMMER (POSTEN-LFDNR) = ANGEGEBENE-KUNDENNUMMER
                   AND (OP-OFFEN (POSTEN-LFDNR) = UMSATZ-BETRAG
                   OR (KA-BUCHUNGSDATUM
                           NOT > OP-SKONTO-BIS (POSTEN-LFDNR)
                       AND OP-OFFEN (POSTEN-LFDNR)
                           - OP-SKONTO-BETRAG (POSTEN-LFDNR)
                           = UMSATZ-BETRAG))
               ADD 1 TO TREFFER-ANZAHL
               MOVE POSTEN-LFDNR TO TREFFER-POSTEN
           END-IF.

      *    Bucht den Umsatz gegen den Posten BUCHUNGS-POSTEN; deckt
      *    er innerhalb der Skontofrist den offenen Betrag bis auf
      *    hoechstens den Skontobetrag, wird die Differenz als
      *    Skontoabzug gebucht.
       UMSATZ-MIT-SKONTO-BUCHEN.
           MOVE 0 TO SKONTO-DIFFERENZ.
           IF UMSATZ-BETRAG < OP-OFFEN (BUCHUNGS-POSTEN)
                   AND KA-BUCHUNGSDATUM
                       NOT > OP-SKONTO-BIS (BUCHUNGS-POSTEN)
                   AND UMSATZ-BETRAG NOT <
                       OP-OFFEN (BUCHUNGS-POSTEN)
                       - OP-SKONTO-BETRAG (BUCHUNGS-POSTEN)
               COMPUTE SKONTO-DIFFERENZ =
                   OP-OFFEN (BUCHUNGS-POSTEN) - UMSATZ-BETRAG
           END-IF.
           MOVE UMSATZ-BETRAG TO BUCHUNGS-BETRAG.
           PERFORM POSTEN-BUCHEN.
           IF SKONTO-DIFFERENZ > 0
               MOVE SKONTO-DIFFERENZ TO BUCHUNGS-BETRAG
               MOVE "S" TO BUCHUNGS-ART
               PERFORM POSTEN-BUCHEN
               MOVE "Z" TO BUCHUNGS-ART
               ADD 1 TO SKONTO-ANZAHL
               ADD SKONTO-DIFFERENZ TO SKONTO-SUMME
           END-IF.

       KANDIDAT-VOLL-BUCHEN.
           IF VK-POSTEN (KANDIDATEN-LFDNR) > 0
               MOVE VK-POSTEN (KANDIDATEN-LFDNR) TO BUCHUNGS-POSTEN
               MOVE OP-OFFEN (BUCHUNGS-POSTEN) TO BUCHUNGS-BETRAG
               PERFORM POSTEN-BUCHEN
           END-IF.

      *    Schreibt den Zahlungssatz wie die manuelle Erfassung und
      *    schreibt den offenen Betrag in der Posten-Tabelle fort.
       POSTEN-BUCHEN.
           MOVE KA-BUCHUNGSDATUM TO ZA-DATUM.
           MOVE SPACE TO ZA-TRENNER1.
           MOVE OP-RECHNUNGSNUMMER (BUCHUNGS-POSTEN)
               TO ZA-RECHNUNGSNUMMER.
           MOVE SPACE TO ZA-TRENNER2.
           MOVE OP-KUNDENNUMMER (BUCHUNGS-POSTEN) TO ZA-KUNDENNUMMER.
           MOVE SPACE TO ZA-TRENNER3.
           MOVE BUCHUNGS-BETRAG TO ZA-BETRAG.
           MOVE SPACE TO ZA-TRENNER4.
           MOVE BUCHUNGS-ART TO ZA-ART.
           WRITE ZAHLUNGS-SATZ.
           IF ZAHLUNGS-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von ZAHLUNGEN (Status "
                       ZAHLUNGS-STATUS ")."
               STOP RUN
           END-IF.
           SUBTRACT BUCHUNGS-BETRAG FROM OP-OFFEN (BUCHUNGS-POSTEN).
           ADD 1 TO ZAHLUNGSSAETZE-ANZAHL.

           MOVE OP-RECHNUNGSNUMMER (BUCHUNGS-POSTEN) TO NUMMER-ROH.
           PERFORM RECHNUNGSNUMMER-AUFBEREITEN.
           MOVE BUCHUNGS-BETRAG TO AUF-BETRAG.
           IF BUCHUNGS-ART = "S"
               DISPLAY "Skonto : Rechnung " NUMMER-FORMATIERT " "
                       AUF-BETRAG " EUR"
           ELSE
               DISPLAY "Gebucht: Rechnung " NUMMER-FORMATIERT " "
                       AUF-BETRAG " EUR"
           END-IF.

       UMSATZ-GEBUCHT-ZAEHLEN.
           ADD 1 TO GEBUCHT-ANZAHL.
           ADD UMSATZ-BETRAG TO GEBUCHT-SUMME.

       KLAERUNGSFALL-SCHREIBEN.
           ADD 1 TO KLAERUNG-ANZAHL.
           ADD UMSATZ-BETRAG TO KLAERUNG-SUMME.
           MOVE KA-BUCHUNGSDATUM (7:2) TO AUF-TAG.
           MOVE KA-BUCHUNGSDATUM (5:2) TO AUF-MONAT.
           MOVE KA-BUCHUNGSDATUM (1:4) TO AUF-JAHR.
           MOVE AUF-DATUM TO LA-KL-DATUM.
           MOVE UMSATZ-BETRAG TO LA-KL-BETRAG.
           MOVE ANGEGEBENE-KUNDENNUMMER TO LA-KL-KUNDE.
           MOVE KLAERUNGS-GRUND TO LA-KL-GRUND.
           WRITE LISTEN-ZEILE FROM LA-KLAERUNGSZEILE.
           MOVE KA-AUFTRAGGEBER TO LA-KL-AUFTRAGGEBER.
           WRITE LISTEN-ZEILE FROM LA-AUFTRAGGEBERZEILE.
           MOVE KA-VERWENDUNGSZWECK TO LA-KL-ZWECK.
           WRITE LISTEN-ZEILE FROM LA-ZWECKZEILE.

       LAUFSUMME-SCHREIBEN.
           IF KLAERUNG-ANZAHL = 0
               MOVE "Keine ungeklaerten Umsaetze." TO AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE
           END-IF.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           MOVE "Laufzusammenfassung" TO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.
           MOVE "Umsaetze gelesen" TO LA-SU-TEXT.
           MOVE UMSATZ-ANZAHL TO LA-SU-ANZAHL.
           COMPUTE LA-SU-BETRAG =
               GEBUCHT-SUMME + KLAERUNG-SUMME + LASTSCHRIFT-SUMME.
           WRITE LISTEN-ZEILE FROM LA-SUMMENZEILE.
           MOVE "Zahlungseingaenge gebucht" TO LA-SU-TEXT.
           MOVE GEBUCHT-ANZAHL TO LA-SU-ANZAHL.
           MOVE GEBUCHT-SUMME TO LA-SU-BETRAG.
           WRITE LISTEN-ZEILE FROM LA-SUMMENZEILE.
           MOVE "Umsaetze zur Klaerung" TO LA-SU-TEXT.
           MOVE KLAERUNG-ANZAHL TO LA-SU-ANZAHL.
           MOVE KLAERUNG-SUMME TO LA-SU-BETRAG.
           WRITE LISTEN-ZEILE FROM LA-SUMMENZEILE.
           MOVE "Lastschriften (uebergangen)" TO LA-SU-TEXT.
           MOVE LASTSCHRIFT-ANZAHL TO LA-SU-ANZAHL.
           MOVE LASTSCHRIFT-SUMME TO LA-SU-BETRAG.
           WRITE LISTEN-ZEILE FROM LA-SUMMENZEILE.
           MOVE "Skontoabzuege gebucht" TO LA-SU-TEXT.
           MOVE SKONTO-ANZAHL TO LA-SU-ANZAHL.
           MOVE SKONTO-SUMME TO LA-SU-BETRAG.
           WRITE LISTEN-ZEILE FROM LA-SUMMENZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.

           DISPLAY "=== Kontoauszug " AUSZUGSNUMMER-AKTUELL " ===".
           DISPLAY "Umsaetze gelesen          : " UMSATZ-ANZAHL.
           MOVE GEBUCHT-SUMME TO AUF-SUMME.
           DISPLAY "Zahlungseingaenge gebucht : " GEBUCHT-ANZAHL
                   "  " AUF-SUMME " EUR".
           MOVE KLAERUNG-SUMME TO AUF-SUMME.
           DISPLAY "Umsaetze zur Klaerung     : " KLAERUNG-ANZAHL
                   "  " AUF-SUMME " EUR".
           MOVE LASTSCHRIFT-SUMME TO AUF-SUMME.
           DISPLAY "Lastschriften (uebergangen): " LASTSCHRIFT-ANZAHL
                   "  " AUF-SUMME " EUR".
           MOVE SKONTO-SUMME TO AUF-SUMME.
           DISPLAY "Skontoabzuege gebucht     : " SKONTO-ANZAHL
                   "  " AUF-SUMME " EUR".
           DISPLAY "ZAHLUNGEN-Saetze geschrieben: "
                   ZAHLUNGSSAETZE-ANZAHL.

      *    Nummern aus den Jahres-Nummernkreisen (Endziffern des
      *    Geschaeftsjahres als Praefix, ab 20xx) werden als
      *    "JJJJ-NNNNNN" angezeigt; kleine laufende Nummern des
      *    Altbestands bleiben unveraendert.
       RECHNUNGSNUMMER-AUFBEREITEN.
           IF NUMMER-ROH (1:2) >= "20"
               MOVE SPACES TO NUMMER-FORMATIERT
               STRING "20" NUMMER-ROH (1:2) "-" NUMMER-ROH (3:6)
                   DELIMITED BY SIZE INTO NUMMER-FORMATIERT
           ELSE
               MOVE NUMMER-ROH TO NUMMER-FORMATIERT
           END-IF.
