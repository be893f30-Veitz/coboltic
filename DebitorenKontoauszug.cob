       IDENTIFICATION DIVISION.
       PROGRAM-ID. DebitorenKontoauszug.

      *    Kontoauszug je Kunde (Debitorenkonto) fuer einen Zeitraum:
      *    Anfangssaldo zum Von-Datum, danach alle Rechnungen,
      *    Stornos/Gutschriften, Mahnbelege, Zahlungen und Skonto-
      *    abzuege des Zeitraums in Datumsfolge mit laufendem Saldo
      *    und der Endsaldo zum Bis-Datum. Gelesen werden der lebende
      *    Bestand RECHNUNGEN, die Archivdateien RECHNUNGEN.JJJJMM
      *    (Perioden laut ABSCHLUSS) sowie ZAHLUNGEN und ZAHLARCHIV;
      *    massgeblich ist das Rechnungs- bzw. Buchungsdatum. Belege
      *    erhoehen den Saldo mit ihrem Bruttobetrag (Stornos sind
      *    negativ), Zahlungen und Skonto mindern ihn. Die Anschrift
      *    kommt aus dem Kundenstamm KDSTAMM, der Absender aus
      *    FIRMA.cpy. Kundennummer 0 erstellt Auszuege fuer alle
      *    Kunden mit Bewegungen im Zeitraum oder einem Saldo; auf
      *    Wunsch wird jeder Auszug als Saldenbestaetigung mit
      *    Rueckantwort gedruckt (Jahresabschluss). Je Kunde ein
      *    Auszug auf neuer Seite nach DEBAUSZUG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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

           SELECT ZAHLUNGS-DATEI ASSIGN TO "ZAHLUNGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZAHLUNGS-STATUS.

           SELECT ZAHLARCHIV-DATEI ASSIGN TO "ZAHLARCHIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZAHLARCHIV-STATUS.

           SELECT KUNDENSTAMM-DATEI ASSIGN TO "KDSTAMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KUNDENNUMMER
               FILE STATUS IS KUNDENSTAMM-STATUS.

           SELECT AUSZUGS-DATEI ASSIGN TO "DEBAUSZUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUSZUGS-STATUS.

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

       FD  KUNDENSTAMM-DATEI.
       01  KUNDENSTAMM-SATZ.
           COPY "KDSATZ.cpy".

       FD  AUSZUGS-DATEI.
       01  AUSZUGS-ZEILE                 PIC X(72).

       WORKING-STORAGE SECTION.
       77 RECHNUNGS-STATUS       PIC XX VALUE SPACES.
       77 RECHNUNGS-ARCHIV-STATUS PIC XX VALUE SPACES.
       77 ABSCHLUSS-STATUS       PIC XX VALUE SPACES.
       77 ZAHLUNGS-STATUS        PIC XX VALUE SPACES.
       77 ZAHLARCHIV-STATUS      PIC XX VALUE SPACES.
       77 KUNDENSTAMM-STATUS     PIC XX VALUE SPACES.
       77 AUSZUGS-STATUS         PIC XX VALUE SPACES.
       77 LESE-ENDE              PIC X VALUE "N".
       77 ARCHIV-LESE-ENDE       PIC X VALUE "N".

       77 RECHNUNGS-ARCHIV-NAME  PIC X(20) VALUE SPACES.

       COPY "FIRMA.cpy".

       77 GEWAEHLTER-KUNDE       PIC 9(6) VALUE 0.
       77 VON-DATUM              PIC 9(8) VALUE 0.
       77 BIS-DATUM              PIC 9(8) VALUE 0.
       77 BIS-PERIODE            PIC 9(6) VALUE 0.
       77 AKTUELLES-DATUM        PIC 9(8) VALUE 0.
       77 SALDENBESTAETIGUNG     PIC X VALUE "N".

      *    Kalenderpruefung eines Datums JJJJMMTT.
       77 EINGABE-DATUM          PIC 9(8) VALUE 0.
       77 DATUM-GUELTIG          PIC X VALUE "N".
       01  MONATSTAGE-WERTE          PIC X(24)
                                     VALUE "312831303130313130313031".
       01  MONATSTAGE-TABELLE REDEFINES MONATSTAGE-WERTE.
           05  MONATSTAGE            PIC 9(02) OCCURS 12 TIMES.

       77 PRUEF-JAHR             PIC 9(04) VALUE 0.
       77 PRUEF-MONAT            PIC 9(02) VALUE 0.
       77 PRUEF-TAG              PIC 9(02) VALUE 0.
       77 TAGE-IM-MONAT          PIC 9(02) VALUE 0.

       01  PERIODEN-TABELLE.
           05  PE-EINTRAG OCCURS 120 TIMES.
               10  PE-PERIODE            PIC 9(6).

       77 PERIODEN-ANZAHL        PIC 9(3) VALUE 0.
       77 PERIODEN-LFDNR         PIC 9(3) VALUE 0.
       77 PERIODE-SCHON-GEMERKT  PIC X VALUE "N".

      *    Gemeinsame Uebergabefelder fuer eine Kontobewegung aus
      *    den Rechnungs- oder Zahlungsdateien. KP-ART: "R" =
      *    Rechnung, "G" = Storno/Gutschrift, "M" = Mahnbeleg,
      *    "Z" = Zahlung, "S" = Skontoabzug.
       77 KP-KUNDENNUMMER        PIC 9(6) VALUE 0.
       77 KP-DATUM               PIC 9(8) VALUE 0.
       77 KP-ART                 PIC X VALUE SPACE.
       77 KP-BELEGNUMMER         PIC 9(8) VALUE 0.
       77 KP-BETRAG              PIC S9(7)V99 VALUE 0.

      *    Ein Eintrag je Debitorenkonto: Anfangssaldo aus allen
      *    Bewegungen vor dem Von-Datum und Zahl der Bewegungen im
      *    Zeitraum.
       01  KONTEN-TABELLE.
           05  KT-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY KT-IDX.
               10  KT-KUNDENNUMMER       PIC 9(6).
               10  KT-ANFANGSSALDO       PIC S9(9)V99.
               10  KT-BEWEGUNGEN         PIC 9(5).
               10  KT-ERLEDIGT           PIC X.

       77 KONTEN-ANZAHL          PIC 9(4) VALUE 0.
       77 KONTEN-LFDNR           PIC 9(4) VALUE 0.
       77 KONTO-POSITION         PIC 9(4) VALUE 0.

      *    Bewegungen im Zeitraum aller ausgewaehlten Konten in
      *    Lesefolge.
       01  BEWEGUNGS-TABELLE.
           05  BW-EINTRAG OCCURS 20000 TIMES.
               10  BW-KUNDENNUMMER       PIC 9(6).
               10  BW-DATUM              PIC 9(8).
               10  BW-ART                PIC X.
               10  BW-BELEGNUMMER        PIC 9(8).
               10  BW-BETRAG             PIC S9(7)V99.

       77 BEWEGUNGS-ANZAHL       PIC 9(5) VALUE 0.
       77 BEWEGUNGS-LFDNR        PIC 9(5) VALUE 0.

      *    Bewegungen des gerade gedruckten Kontos, sortiert nach
      *    Datum, Vorgang (Belege vor Zahlungen) und Belegnummer.
       01  AUSZUGS-TABELLE.
           05  AZ-EINTRAG OCCURS 2000 TIMES.
               10  AZ-SCHLUESSEL.
                   15  AZ-DATUM          PIC 9(8).
                   15  AZ-RANG           PIC 9.
                   15  AZ-BELEGNUMMER    PIC 9(8).
               10  AZ-ART                PIC X.
               10  AZ-BETRAG             PIC S9(7)V99.

       77 AUSZUGS-POSTEN         PIC 9(4) VALUE 0.
       77 AUSZUGS-LFDNR          PIC 9(4) VALUE 0.
       77 AUSZUGS-POSITION       PIC 9(4) VALUE 0.

       01  NEUER-SCHLUESSEL.
           05  NS-DATUM              PIC 9(8).
           05  NS-RANG               PIC 9.
           05  NS-BELEGNUMMER        PIC 9(8).

       77 GRUPPEN-KUNDENNUMMER   PIC 9(6) VALUE 0.
       77 GRUPPE-GEFUNDEN        PIC X VALUE "N".

       77 AUSZUG-NAME            PIC X(72) VALUE SPACES.
       77 AUSZUG-STRASSE         PIC X(72) VALUE SPACES.
       77 AUSZUG-PLZ             PIC X(5) VALUE SPACES.
       77 AUSZUG-ORT             PIC X(25) VALUE SPACES.
       77 AUSZUG-EMAIL           PIC X(50) VALUE SPACES.

       77 LAUFENDER-SALDO        PIC S9(9)V99 VALUE 0.
       77 AUSZUGS-ANZAHL         PIC 9(5) VALUE 0.
       77 GELESENE-BELEGE        PIC 9(6) VALUE 0.
       77 GELESENE-ZAHLUNGEN     PIC 9(6) VALUE 0.
       77 SUMME-ENDSALDO         PIC S9(10)V99 VALUE 0.

       77 NUMMER-ROH             PIC X(8) VALUE SPACES.
       77 NUMMER-FORMATIERT      PIC X(11) VALUE SPACES.

       01  AUFBEREITETE-FELDER.
           05  AUF-SALDO             PIC ZZ.ZZZ.ZZ9,99-.
           05  AUF-SUMME             PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  AUF-DATUM.
               10  AUF-TAG           PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-MONAT         PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-JAHR          PIC X(4).
           05  AUF-VON-DATUM         PIC X(10).
           05  AUF-BIS-DATUM         PIC X(10).

       01  DRUCKZEILEN-AUFBAU.
           05  DZ-TRENNLINIE         PIC X(72) VALUE ALL "=".
           05  DZ-STRICHLINIE        PIC X(72) VALUE ALL "-".
           05  DZ-LEERZEILE          PIC X(72) VALUE SPACES.

       01  DZ-SPALTENTITEL.
           05  FILLER                PIC X(36) VALUE
               "Datum      Beleg       Vorgang      ".
           05  FILLER                PIC X(36) VALUE
               "           Betrag EUR      Saldo EUR".

       01  DZ-POSTENZEILE.
           05  DZ-DATUM              PIC X(10).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-BELEG              PIC X(11).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-VORGANG            PIC X(20).
           05  DZ-BETRAG             PIC ZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-SALDO              PIC ZZ.ZZZ.ZZ9,99-.

       77 AUSGABE-ZEILE          PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           DISPLAY "Debitoren-Kontoauszug aus RECHNUNGEN/ZAHLUNGEN".
           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.
           DISPLAY "Kundennummer (0 = alle Kunden mit Bewegung "
                   "oder Saldo): ".
           ACCEPT GEWAEHLTER-KUNDE.
           DISPLAY "Von-Datum (JJJJMMTT, 0 = 1. Januar des "
                   "laufenden Jahres): ".
           ACCEPT EINGABE-DATUM.
           IF EINGABE-DATUM = 0
               MOVE AKTUELLES-DATUM (1:4) TO PRUEF-JAHR
               COMPUTE EINGABE-DATUM = PRUEF-JAHR * 10000 + 101
           END-IF.
           PERFORM DATUM-PRUEFEN.
           IF DATUM-GUELTIG = "N"
               DISPLAY "Ungueltiges Von-Datum " EINGABE-DATUM "."
               STOP RUN
           END-IF.
           MOVE EINGABE-DATUM TO VON-DATUM.
           DISPLAY "Bis-Datum (JJJJMMTT, 0 = heute): ".
           ACCEPT EINGABE-DATUM.
           IF EINGABE-DATUM = 0
               MOVE AKTUELLES-DATUM TO EINGABE-DATUM
           END-IF.
           PERFORM DATUM-PRUEFEN.
           IF DATUM-GUELTIG = "N"
               DISPLAY "Ungueltiges Bis-Datum " EINGABE-DATUM "."
               STOP RUN
           END-IF.
           MOVE EINGABE-DATUM TO BIS-DATUM.
           IF BIS-DATUM < VON-DATUM
               DISPLAY "Bis-Datum " BIS-DATUM " liegt vor dem "
                       "Von-Datum " VON-DATUM "."
               STOP RUN
           END-IF.
           MOVE BIS-DATUM (1:6) TO BIS-PERIODE.
           DISPLAY "Als Saldenbestaetigung drucken (J/N): ".
           ACCEPT SALDENBESTAETIGUNG.
           IF SALDENBESTAETIGUNG = "j"
               MOVE "J" TO SALDENBESTAETIGUNG
           END-IF.

           IF GEWAEHLTER-KUNDE NOT = 0
               MOVE GEWAEHLTER-KUNDE TO KP-KUNDENNUMMER
               PERFORM KONTO-SUCHEN
           END-IF.

           PERFORM PERIODEN-ERMITTELN.
           PERFORM ARCHIV-BELEGE-SAMMELN
               VARYING PERIODEN-LFDNR FROM 1 BY 1
               UNTIL PERIODEN-LFDNR > PERIODEN-ANZAHL.

           OPEN INPUT RECHNUNGSDATEI.
           IF RECHNUNGS-STATUS = "35"
               CONTINUE
           ELSE
               IF RECHNUNGS-STATUS NOT = "00"
                   DISPLAY "RECHNUNGEN konnte nicht geoeffnet werden "
                           "(Status " RECHNUNGS-STATUS ")."
                   STOP RUN
               END-IF
               PERFORM LEBENDE-BELEGE-SAMMELN
               CLOSE RECHNUNGSDATEI
           END-IF.

           PERFORM ZAHLUNGEN-SAMMELN.

           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
               DISPLAY "Kundenstamm KDSTAMM konnte nicht geoeffnet "
                       "werden (Status " KUNDENSTAMM-STATUS ")."
               STOP RUN
           END-IF.
           OPEN OUTPUT AUSZUGS-DATEI.
           IF AUSZUGS-STATUS NOT = "00"
               DISPLAY "DEBAUSZUG konnte nicht angelegt werden "
                       "(Status " AUSZUGS-STATUS ")."
               STOP RUN
           END-IF.

           MOVE VON-DATUM (7:2) TO AUF-TAG.
           MOVE VON-DATUM (5:2) TO AUF-MONAT.
           MOVE VON-DATUM (1:4) TO AUF-JAHR.
           MOVE AUF-DATUM TO AUF-VON-DATUM.
           MOVE BIS-DATUM (7:2) TO AUF-TAG.
           MOVE BIS-DATUM (5:2) TO AUF-MONAT.
           MOVE BIS-DATUM (1:4) TO AUF-JAHR.
           MOVE AUF-DATUM TO AUF-BIS-DATUM.

           MOVE "J" TO GRUPPE-GEFUNDEN.
           PERFORM KONTO-GRUPPE-AUSGEBEN
               UNTIL GRUPPE-GEFUNDEN = "N".

           CLOSE AUSZUGS-DATEI.
           CLOSE KUNDENSTAMM-DATEI.

           DISPLAY "=== Debitoren-Kontoauszug " AUF-VON-DATUM " bis "
                   AUF-BIS-DATUM " ===".
           DISPLAY "Gelesene Belege        : " GELESENE-BELEGE.
           DISPLAY "Gelesene Zahlungen     : " GELESENE-ZAHLUNGEN.
           DISPLAY "Erstellte Auszuege     : " AUSZUGS-ANZAHL.
           MOVE SUMME-ENDSALDO TO AUF-SUMME.
           DISPLAY "Summe Endsalden        : " AUF-SUMME " EUR".
           DISPLAY "Auszuege nach DEBAUSZUG geschrieben.".
           STOP RUN.

       DATUM-PRUEFEN.
           MOVE "N" TO DATUM-GUELTIG.
           MOVE EINGABE-DATUM (1:4) TO PRUEF-JAHR.
           MOVE EINGABE-DATUM (5:2) TO PRUEF-MONAT.
           MOVE EINGABE-DATUM (7:2) TO PRUEF-TAG.
           IF PRUEF-JAHR >= 1900
                   AND PRUEF-MONAT >= 1 AND PRUEF-MONAT <= 12
               PERFORM TAGE-IM-MONAT-ERMITTELN
               IF PRUEF-TAG >= 1 AND PRUEF-TAG <= TAGE-IM-MONAT
                   MOVE "J" TO DATUM-GUELTIG
               END-IF
           END-IF.

       TAGE-IM-MONAT-ERMITTELN.
           MOVE MONATSTAGE (PRUEF-MONAT) TO TAGE-IM-MONAT.
           IF PRUEF-MONAT = 2
                   AND FUNCTION MOD(PRUEF-JAHR, 4) = 0
                   AND (FUNCTION MOD(PRUEF-JAHR, 100) NOT = 0
                        OR FUNCTION MOD(PRUEF-JAHR, 400) = 0)
               MOVE 29 TO TAGE-IM-MONAT
           END-IF.

      *    Liest die ABSCHLUSS-Saetze und merkt sich alle
      *    archivierten Perioden bis zum Bis-Datum; fuer den
      *    Anfangssaldo wird die gesamte Vorgeschichte gebraucht.
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
                           AND AB-PERIODE NOT > BIS-PERIODE
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

       ARCHIV-BELEGE-SAMMELN.
           PERFORM ARCHIV-DATEI-OEFFNEN.
           IF RECHNUNGS-ARCHIV-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO ARCHIV-LESE-ENDE
               PERFORM ARCHIV-BELEGSATZ-PRUEFEN
                   UNTIL ARCHIV-LESE-ENDE = "J"
               CLOSE RECHNUNGS-ARCHIV-DATEI
           END-IF.

       ARCHIV-BELEGSATZ-PRUEFEN.
           READ RECHNUNGS-ARCHIV-DATEI
               AT END
                   MOVE "J" TO ARCHIV-LESE-ENDE
               NOT AT END
                   IF AR-SATZART = "K"
                       MOVE AR-KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE AR-RECHNUNGSDATUM TO KP-DATUM
                       MOVE AR-RECHNUNGSNUMMER TO KP-BELEGNUMMER
                       MOVE AR-BRUTTOPREIS TO KP-BETRAG
                       EVALUATE TRUE
                           WHEN AR-STORNO-KENNZEICHEN = "S"
                               MOVE "G" TO KP-ART
                           WHEN AR-BELEGART = "M"
                               MOVE "M" TO KP-ART
                           WHEN OTHER
                               MOVE "R" TO KP-ART
                       END-EVALUATE
                       ADD 1 TO GELESENE-BELEGE
                       PERFORM BEWEGUNG-PRUEFEN
                   END-IF
           END-READ.

       LEBENDE-BELEGE-SAMMELN.
           MOVE LOW-VALUES TO RECH-SCHLUESSEL.
           MOVE "N" TO LESE-ENDE.
           START RECHNUNGSDATEI
                   KEY IS NOT LESS THAN RECH-SCHLUESSEL
               INVALID KEY
                   MOVE "J" TO LESE-ENDE
           END-START.
           PERFORM LEBENDER-BELEGSATZ-PRUEFEN
               UNTIL LESE-ENDE = "J".

       LEBENDER-BELEGSATZ-PRUEFEN.
           READ RECHNUNGSDATEI NEXT RECORD
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF RECH-SATZART = "K"
                       MOVE KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE RECHNUNGSDATUM TO KP-DATUM
                       MOVE RECHNUNGSNUMMER TO KP-BELEGNUMMER
                       MOVE RECHN-BRUTTOPREIS TO KP-BETRAG
                       EVALUATE TRUE
                           WHEN RECH-STORNO-KENNZEICHEN = "S"
                               MOVE "G" TO KP-ART
                           WHEN RECH-BELEGART = "M"
                               MOVE "M" TO KP-ART
                           WHEN OTHER
                               MOVE "R" TO KP-ART
                       END-EVALUATE
                       ADD 1 TO GELESENE-BELEGE
                       PERFORM BEWEGUNG-PRUEFEN
                   END-IF
           END-READ.

       ZAHLUNGEN-SAMMELN.
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
               PERFORM ZAHLUNGSSATZ-PRUEFEN
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
               PERFORM ZAHLARCHIVSATZ-PRUEFEN
                   UNTIL LESE-ENDE = "J"
               CLOSE ZAHLARCHIV-DATEI
           END-IF.

       ZAHLUNGSSATZ-PRUEFEN.
           READ ZAHLUNGS-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   MOVE ZA-KUNDENNUMMER TO KP-KUNDENNUMMER
                   MOVE ZA-DATUM TO KP-DATUM
                   MOVE ZA-RECHNUNGSNUMMER TO KP-BELEGNUMMER
                   COMPUTE KP-BETRAG = 0 - ZA-BETRAG
                   IF ZA-ART = "S"
                       MOVE "S" TO KP-ART
                   ELSE
                       MOVE "Z" TO KP-ART
                   END-IF
                   ADD 1 TO GELESENE-ZAHLUNGEN
                   PERFORM BEWEGUNG-PRUEFEN
           END-READ.

       ZAHLARCHIVSATZ-PRUEFEN.
           READ ZAHLARCHIV-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   MOVE ZX-KUNDENNUMMER TO KP-KUNDENNUMMER
                   MOVE ZX-DATUM TO KP-DATUM
                   MOVE ZX-RECHNUNGSNUMMER TO KP-BELEGNUMMER
                   COMPUTE KP-BETRAG = 0 - ZX-BETRAG
                   IF ZX-ART = "S"
                       MOVE "S" TO KP-ART
                   ELSE
                       MOVE "Z" TO KP-ART
                   END-IF
                   ADD 1 TO GELESENE-ZAHLUNGEN
                   PERFORM BEWEGUNG-PRUEFEN
           END-READ.

      *    Bewegungen nach dem Bis-Datum zaehlen nicht; solche vor
      *    dem Von-Datum gehen nur in den Anfangssaldo ein.
       BEWEGUNG-PRUEFEN.
           IF KP-DATUM > BIS-DATUM
                   OR (GEWAEHLTER-KUNDE NOT = 0
                       AND KP-KUNDENNUMMER NOT = GEWAEHLTER-KUNDE)
               CONTINUE
           ELSE
               PERFORM KONTO-SUCHEN
               IF KP-DATUM < VON-DATUM
                   ADD KP-BETRAG TO KT-ANFANGSSALDO (KONTO-POSITION)
               ELSE
                   PERFORM BEWEGUNG-MERKEN
               END-IF
           END-IF.

       KONTO-SUCHEN.
           MOVE 0 TO KONTO-POSITION.
           IF KONTEN-ANZAHL > 0
               SET KT-IDX TO 1
               SEARCH KT-EINTRAG
                   AT END
                       CONTINUE
                   WHEN KT-KUNDENNUMMER (KT-IDX) = KP-KUNDENNUMMER
                       SET KONTO-POSITION TO KT-IDX
               END-SEARCH
           END-IF.
           IF KONTO-POSITION = 0
               IF KONTEN-ANZAHL >= 5000
                   DISPLAY "Konten-Tabelle uebergelaufen "
                           "(mehr als 5000 Kunden)."
                   STOP RUN
               END-IF
               ADD 1 TO KONTEN-ANZAHL
               MOVE KONTEN-ANZAHL TO KONTO-POSITION
               MOVE KP-KUNDENNUMMER
                   TO KT-KUNDENNUMMER (KONTO-POSITION)
               MOVE 0 TO KT-ANFANGSSALDO (KONTO-POSITION)
               MOVE 0 TO KT-BEWEGUNGEN (KONTO-POSITION)
               MOVE "N" TO KT-ERLEDIGT (KONTO-POSITION)
           END-IF.

       BEWEGUNG-MERKEN.
           IF BEWEGUNGS-ANZAHL >= 20000
               DISPLAY "Bewegungs-Tabelle uebergelaufen "
                       "(mehr als 20000 Bewegungen) - bitte den "
                       "Zeitraum verkleinern."
               STOP RUN
           END-IF.
           IF KT-BEWEGUNGEN (KONTO-POSITION) >= 2000
               DISPLAY "Kunde " KP-KUNDENNUMMER " hat mehr als 2000 "
                       "Bewegungen im Zeitraum - bitte den Zeitraum "
                       "verkleinern."
               STOP RUN
           END-IF.
           ADD 1 TO BEWEGUNGS-ANZAHL.
           ADD 1 TO KT-BEWEGUNGEN (KONTO-POSITION).
           MOVE KP-KUNDENNUMMER TO BW-KUNDENNUMMER (BEWEGUNGS-ANZAHL).
           MOVE KP-DATUM TO BW-DATUM (BEWEGUNGS-ANZAHL).
           MOVE KP-ART TO BW-ART (BEWEGUNGS-ANZAHL).
           MOVE KP-BELEGNUMMER TO BW-BELEGNUMMER (BEWEGUNGS-ANZAHL).
           MOVE KP-BETRAG TO BW-BETRAG (BEWEGUNGS-ANZAHL).

      *    Arbeitet jeweils das Konto mit der kleinsten noch nicht
      *    bearbeiteten Kundennummer ab. Bei "alle Kunden" entfallen
      *    Konten ohne Bewegung im Zeitraum und ohne Saldo.
       KONTO-GRUPPE-AUSGEBEN.
           MOVE "N" TO GRUPPE-GEFUNDEN.
           PERFORM GRUPPEN-KANDIDAT-PRUEFEN
               VARYING KONTEN-LFDNR FROM 1 BY 1
               UNTIL KONTEN-LFDNR > KONTEN-ANZAHL.
           IF GRUPPE-GEFUNDEN = "J"
               MOVE "J" TO KT-ERLEDIGT (KONTO-POSITION)
               IF GEWAEHLTER-KUNDE NOT = 0
                       OR KT-BEWEGUNGEN (KONTO-POSITION) > 0
                       OR KT-ANFANGSSALDO (KONTO-POSITION) NOT = 0
                   PERFORM AUSZUG-DRUCKEN
               END-IF
           END-IF.

       GRUPPEN-KANDIDAT-PRUEFEN.
           IF KT-ERLEDIGT (KONTEN-LFDNR) = "N"
               IF GRUPPE-GEFUNDEN = "N"
                       OR KT-KUNDENNUMMER (KONTEN-LFDNR)
                           < GRUPPEN-KUNDENNUMMER
                   MOVE "J" TO GRUPPE-GEFUNDEN
                   MOVE KT-KUNDENNUMMER (KONTEN-LFDNR)
                       TO GRUPPEN-KUNDENNUMMER
                   MOVE KONTEN-LFDNR TO KONTO-POSITION
               END-IF
           END-IF.

       AUSZUG-DRUCKEN.
           PERFORM KUNDE-SUCHEN.
           MOVE 0 TO AUSZUGS-POSTEN.
           IF KT-BEWEGUNGEN (KONTO-POSITION) > 0
               PERFORM AUSZUGSPOSTEN-UEBERNEHMEN
                   VARYING BEWEGUNGS-LFDNR FROM 1 BY 1
                   UNTIL BEWEGUNGS-LFDNR > BEWEGUNGS-ANZAHL
           END-IF.
           PERFORM AUSZUGSKOPF-DRUCKEN.
           MOVE KT-ANFANGSSALDO (KONTO-POSITION) TO LAUFENDER-SALDO.
           MOVE SPACES TO DZ-POSTENZEILE.
           MOVE "Anfangssaldo" TO DZ-VORGANG.
           MOVE AUF-VON-DATUM TO DZ-DATUM.
           MOVE LAUFENDER-SALDO TO DZ-SALDO.
           WRITE AUSZUGS-ZEILE FROM DZ-POSTENZEILE.
           PERFORM AUSZUGSPOSTEN-DRUCKEN
               VARYING AUSZUGS-LFDNR FROM 1 BY 1
               UNTIL AUSZUGS-LFDNR > AUSZUGS-POSTEN.
           PERFORM AUSZUGSENDE-DRUCKEN.
           ADD 1 TO AUSZUGS-ANZAHL.
           ADD LAUFENDER-SALDO TO SUMME-ENDSALDO.

       KUNDE-SUCHEN.
           MOVE "** Kunde nicht im Kundenstamm **" TO AUSZUG-NAME.
           MOVE SPACES TO AUSZUG-STRASSE.
           MOVE SPACES TO AUSZUG-PLZ.
           MOVE SPACES TO AUSZUG-ORT.
           MOVE SPACES TO AUSZUG-EMAIL.
           MOVE GRUPPEN-KUNDENNUMMER TO KD-KUNDENNUMMER.
           READ KUNDENSTAMM-DATEI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KD-NAME TO AUSZUG-NAME
                   MOVE KD-STRASSE TO AUSZUG-STRASSE
                   MOVE KD-PLZ TO AUSZUG-PLZ
                   MOVE KD-ORT TO AUSZUG-ORT
                   MOVE KD-EMAIL TO AUSZUG-EMAIL
           END-READ.

      *    Uebernimmt die Bewegungen des Kontos sortiert in die
      *    Auszugstabelle (Einfuegen hinter gleichen Schluesseln,
      *    damit die Lesefolge erhalten bleibt).
       AUSZUGSPOSTEN-UEBERNEHMEN.
           IF BW-KUNDENNUMMER (BEWEGUNGS-LFDNR) = GRUPPEN-KUNDENNUMMER
               MOVE BW-DATUM (BEWEGUNGS-LFDNR) TO NS-DATUM
               MOVE BW-BELEGNUMMER (BEWEGUNGS-LFDNR) TO NS-BELEGNUMMER
               EVALUATE BW-ART (BEWEGUNGS-LFDNR)
                   WHEN "R"
                       MOVE 1 TO NS-RANG
                   WHEN "M"
                       MOVE 2 TO NS-RANG
                   WHEN "G"
                       MOVE 3 TO NS-RANG
                   WHEN "Z"
                       MOVE 4 TO NS-RANG
                   WHEN OTHER
                       MOVE 5 TO NS-RANG
               END-EVALUATE
               MOVE 0 TO AUSZUGS-POSITION
               PERFORM AUSZUGSPOSITION-SUCHEN
                   VARYING AUSZUGS-LFDNR FROM 1 BY 1
                   UNTIL AUSZUGS-LFDNR > AUSZUGS-POSTEN
                       OR AUSZUGS-POSITION > 0
               IF AUSZUGS-POSITION = 0
                   COMPUTE AUSZUGS-POSITION = AUSZUGS-POSTEN + 1
               ELSE
                   PERFORM AUSZUGSPOSTEN-VERSCHIEBEN
                       VARYING AUSZUGS-LFDNR FROM AUSZUGS-POSTEN BY -1
                       UNTIL AUSZUGS-LFDNR < AUSZUGS-POSITION
               END-IF
               ADD 1 TO AUSZUGS-POSTEN
               MOVE NEUER-SCHLUESSEL
                   TO AZ-SCHLUESSEL (AUSZUGS-POSITION)
               MOVE BW-ART (BEWEGUNGS-LFDNR)
                   TO AZ-ART (AUSZUGS-POSITION)
               MOVE BW-BETRAG (BEWEGUNGS-LFDNR)
                   TO AZ-BETRAG (AUSZUGS-POSITION)
           END-IF.

       AUSZUGSPOSITION-SUCHEN.
           IF AZ-SCHLUESSEL (AUSZUGS-LFDNR) > NEUER-SCHLUESSEL
               MOVE AUSZUGS-LFDNR TO AUSZUGS-POSITION
           END-IF.

       AUSZUGSPOSTEN-VERSCHIEBEN.
           MOVE AZ-EINTRAG (AUSZUGS-LFDNR)
               TO AZ-EINTRAG (AUSZUGS-LFDNR + 1).

       AUSZUGSKOPF-DRUCKEN.
           IF AUSZUGS-ANZAHL = 0
               WRITE AUSZUGS-ZEILE FROM DZ-TRENNLINIE
           ELSE
               WRITE AUSZUGS-ZEILE FROM DZ-TRENNLINIE
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO AUSGABE-ZEILE.
           IF SALDENBESTAETIGUNG = "J"
               STRING "              S A L D E N B E S T A E T "
                   "I G U N G"
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
           ELSE
               MOVE "                    K O N T O A U S Z U G"
                   TO AUSGABE-ZEILE
           END-IF.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM DZ-TRENNLINIE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING FI-NAME DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               FI-STRASSE DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               FI-PLZ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FI-ORT DELIMITED BY "  "
               INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM DZ-LEERZEILE.

           WRITE AUSZUGS-ZEILE FROM AUSZUG-NAME.
           WRITE AUSZUGS-ZEILE FROM AUSZUG-STRASSE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING AUSZUG-PLZ " " AUSZUG-ORT
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           IF AUSZUG-EMAIL NOT = SPACES
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "E-Mail: " AUSZUG-EMAIL
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE
           END-IF.
           WRITE AUSZUGS-ZEILE FROM DZ-LEERZEILE.

           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Kundennummer    : " GRUPPEN-KUNDENNUMMER
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Zeitraum        : " AUF-VON-DATUM " bis "
               AUF-BIS-DATUM
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           MOVE AKTUELLES-DATUM (7:2) TO AUF-TAG.
           MOVE AKTUELLES-DATUM (5:2) TO AUF-MONAT.
           MOVE AKTUELLES-DATUM (1:4) TO AUF-JAHR.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Erstellt am     : " AUF-DATUM
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM DZ-LEERZEILE.
           WRITE AUSZUGS-ZEILE FROM DZ-SPALTENTITEL.
           WRITE AUSZUGS-ZEILE FROM DZ-STRICHLINIE.

       AUSZUGSPOSTEN-DRUCKEN.
           ADD AZ-BETRAG (AUSZUGS-LFDNR) TO LAUFENDER-SALDO.
           MOVE SPACES TO DZ-POSTENZEILE.
           MOVE AZ-DATUM (AUSZUGS-LFDNR) (7:2) TO AUF-TAG.
           MOVE AZ-DATUM (AUSZUGS-LFDNR) (5:2) TO AUF-MONAT.
           MOVE AZ-DATUM (AUSZUGS-LFDNR) (1:4) TO AUF-JAHR.
           MOVE AUF-DATUM TO DZ-DATUM.
           MOVE AZ-BELEGNUMMER (AUSZUGS-LFDNR) TO NUMMER-ROH.
           PERFORM RECHNUNGSNUMMER-AUFBEREITEN.
           MOVE NUMMER-FORMATIERT TO DZ-BELEG.
           EVALUATE AZ-ART (AUSZUGS-LFDNR)
               WHEN "R"
                   MOVE "Rechnung" TO DZ-VORGANG
               WHEN "G"
                   MOVE "Storno/Gutschrift" TO DZ-VORGANG
               WHEN "M"
                   MOVE "Mahnbeleg" TO DZ-VORGANG
               WHEN "Z"
                   MOVE "Zahlung" TO DZ-VORGANG
               WHEN OTHER
                   MOVE "Skontoabzug" TO DZ-VORGANG
           END-EVALUATE.
           MOVE AZ-BETRAG (AUSZUGS-LFDNR) TO DZ-BETRAG.
           MOVE LAUFENDER-SALDO TO DZ-SALDO.
           WRITE AUSZUGS-ZEILE FROM DZ-POSTENZEILE.

       AUSZUGSENDE-DRUCKEN.
           WRITE AUSZUGS-ZEILE FROM DZ-STRICHLINIE.
           MOVE SPACES TO DZ-POSTENZEILE.
           MOVE AUF-BIS-DATUM TO DZ-DATUM.
           MOVE "Endsaldo" TO DZ-VORGANG.
           MOVE LAUFENDER-SALDO TO DZ-SALDO.
           WRITE AUSZUGS-ZEILE FROM DZ-POSTENZEILE.
           WRITE AUSZUGS-ZEILE FROM DZ-TRENNLINIE.
           WRITE AUSZUGS-ZEILE FROM DZ-LEERZEILE.
           MOVE LAUFENDER-SALDO TO AUF-SALDO.
           MOVE SPACES TO AUSGABE-ZEILE.
           EVALUATE TRUE
               WHEN LAUFENDER-SALDO > 0
                   STRING "Zu Ihren Lasten am " AUF-BIS-DATUM ":"
                       AUF-SALDO " EUR"
                       DELIMITED BY SIZE INTO AUSGABE-ZEILE
               WHEN LAUFENDER-SALDO < 0
                   STRING "Zu Ihren Gunsten am " AUF-BIS-DATUM ":"
                       AUF-SALDO " EUR"
                       DELIMITED BY SIZE INTO AUSGABE-ZEILE
               WHEN OTHER
                   STRING "Ihr Konto ist am " AUF-BIS-DATUM
                       " ausgeglichen."
                       DELIMITED BY SIZE INTO AUSGABE-ZEILE
           END-EVALUATE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           IF SALDENBESTAETIGUNG = "J"
               PERFORM BESTAETIGUNG-DRUCKEN
           END-IF.
           WRITE AUSZUGS-ZEILE FROM DZ-TRENNLINIE.

       BESTAETIGUNG-DRUCKEN.
           WRITE AUSZUGS-ZEILE FROM DZ-LEERZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Bitte pruefen Sie den Saldo und senden Sie uns "
               "diese Bestaetigung"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "innerhalb von 14 Tagen unterschrieben zurueck. "
               "Weicht der Saldo von"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Ihren Buechern ab, geben Sie bitte die "
               "abweichenden Posten an."
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM DZ-LEERZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "[ ] Saldo bestaetigt     [ ] Saldo nicht "
               "bestaetigt, unser Saldo:"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM DZ-LEERZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "                                  "
               "______________________ EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM DZ-LEERZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "______________________   ______________________"
               "____________________"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Ort, Datum               Stempel, Unterschrift"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE AUSZUGS-ZEILE FROM AUSGABE-ZEILE.

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
