       IDENTIFICATION DIVISION.
       PROGRAM-ID. KreditlimitUeberwachung.

      *    Liste der Kunden, deren Obligo das Kreditlimit laut
      *    Kundenstamm ueberschreitet oder die eingegebene
      *    Warnschwelle (Prozent des Limits, Vorgabe 90) erreicht.
      *    Das Obligo wird wie in NettoBruttoRechner ermittelt:
      *    offene Posten aus dem lebenden Bestand RECHNUNGEN und den
      *    Archivdateien RECHNUNGEN.JJJJMM (Perioden laut ABSCHLUSS)
      *    abzueglich der Zahlungen aus ZAHLUNGEN und ZAHLARCHIV;
      *    stornierte Rechnungen gelten als ausgeglichen. Kunden
      *    ohne Kreditlimit erscheinen nicht. Liste nach
      *    KREDITLISTE.

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

           SELECT LISTE-DATEI ASSIGN TO "KREDITLISTE"
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

       FD  LISTE-DATEI.
       01  LISTEN-ZEILE                  PIC X(72).

       WORKING-STORAGE SECTION.
       77 RECHNUNGS-STATUS       PIC XX VALUE SPACES.
       77 RECHNUNGS-ARCHIV-STATUS PIC XX VALUE SPACES.
       77 ABSCHLUSS-STATUS       PIC XX VALUE SPACES.
       77 ZAHLUNGS-STATUS        PIC XX VALUE SPACES.
       77 ZAHLARCHIV-STATUS      PIC XX VALUE SPACES.
       77 KUNDENSTAMM-STATUS     PIC XX VALUE SPACES.
       77 LISTE-STATUS           PIC XX VALUE SPACES.
       77 LESE-ENDE              PIC X VALUE "N".
       77 ARCHIV-LESE-ENDE       PIC X VALUE "N".

       77 RECHNUNGS-ARCHIV-NAME  PIC X(20) VALUE SPACES.

       01  PERIODEN-TABELLE.
           05  PE-EINTRAG OCCURS 120 TIMES.
               10  PE-PERIODE            PIC 9(6).

       77 PERIODEN-ANZAHL        PIC 9(3) VALUE 0.
       77 PERIODEN-LFDNR         PIC 9(3) VALUE 0.
       77 PERIODE-SCHON-GEMERKT  PIC X VALUE "N".

       01  ZAHLUNGS-TABELLE.
           05  ZT-EINTRAG OCCURS 20000 TIMES.
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

       01  OBLIGO-TABELLE.
           05  OB-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY OB-IDX.
               10  OB-KUNDENNUMMER       PIC 9(6).
               10  OB-OFFEN              PIC S9(10)V99.

       77 OBLIGO-ANZAHL          PIC 9(4) VALUE 0.
       77 OBLIGO-POSITION        PIC 9(4) VALUE 0.
       77 OBLIGO-KUNDENNUMMER    PIC 9(6) VALUE 0.
       77 OBLIGO-BETRAG          PIC S9(10)V99 VALUE 0.

      *    Gemeinsame Uebergabefelder fuer einen Kopfsatz aus dem
      *    lebenden Bestand oder dem Archiv.
       77 KP-RECHNUNGSNUMMER     PIC 9(8) VALUE 0.
       77 KP-KUNDENNUMMER        PIC 9(6) VALUE 0.
       77 KP-BRUTTO              PIC S9(6)V99 VALUE 0.

       77 GEWAEHLTE-NUMMER       PIC 9(8) VALUE 0.
       77 GEZAHLTER-BETRAG       PIC S9(8)V99 VALUE 0.
       77 OFFENER-BETRAG         PIC S9(8)V99 VALUE 0.

       77 AKTUELLES-DATUM        PIC 9(8) VALUE 0.
       77 WARNSCHWELLE           PIC 9(3) VALUE 0.
       77 KUNDEN-LIMIT           PIC 9(07)V99 VALUE 0.
       77 KUNDEN-OBLIGO          PIC S9(10)V99 VALUE 0.
       77 AUSLASTUNG             PIC S9(5) VALUE 0.
       77 LIMIT-STATUS           PIC X(05) VALUE SPACES.

       77 KUNDEN-MIT-LIMIT       PIC 9(6) VALUE 0.
       77 UEBER-ANZAHL           PIC 9(6) VALUE 0.
       77 NAHE-ANZAHL            PIC 9(6) VALUE 0.
       77 GESPERRT-ANZAHL        PIC 9(6) VALUE 0.
       77 UEBERZIEHUNG-SUMME     PIC S9(10)V99 VALUE 0.

       01  AUFBEREITETE-FELDER.
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
           05  FILLER                PIC X(30) VALUE
               "Kunde  Name                   ".
           05  FILLER                PIC X(28) VALUE
               "     Limit          Obligo  ".
           05  FILLER                PIC X(14) VALUE
               " Ausl. Status ".

       01  LA-KUNDENZEILE.
           05  LA-KUNDENNUMMER       PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-NAME               PIC X(22).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-LIMIT              PIC Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X VALUE SPACE.
           05  LA-OBLIGO             PIC ZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X VALUE SPACE.
           05  LA-AUSLASTUNG         PIC ZZZ9.
           05  FILLER                PIC X(2) VALUE "% ".
           05  LA-STATUS             PIC X(05).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-SPERRE             PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.

       77 AUSGABE-ZEILE          PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           DISPLAY "Kreditlimit-Ueberwachung ueber KDSTAMM".
           DISPLAY "Warnschwelle in Prozent des Kreditlimits "
                   "(0 = Vorgabe 90): ".
           ACCEPT WARNSCHWELLE.
           IF WARNSCHWELLE = 0
               MOVE 90 TO WARNSCHWELLE
           END-IF.

           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.

           PERFORM ZAHLUNGEN-LADEN.
           PERFORM PERIODEN-ERMITTELN.

           OPEN INPUT RECHNUNGSDATEI.
           IF RECHNUNGS-STATUS = "35"
               CONTINUE
           ELSE
               IF RECHNUNGS-STATUS NOT = "00"
                   DISPLAY "RECHNUNGEN konnte nicht geoeffnet werden "
                           "(Status " RECHNUNGS-STATUS ")."
                   STOP RUN
               END-IF
           END-IF.
           PERFORM STORNOS-LADEN.
           PERFORM ARCHIV-POSTEN-SAMMELN
               VARYING PERIODEN-LFDNR FROM 1 BY 1
               UNTIL PERIODEN-LFDNR > PERIODEN-ANZAHL.
           IF RECHNUNGS-STATUS NOT = "35"
               PERFORM LEBENDE-POSTEN-SAMMELN
               CLOSE RECHNUNGSDATEI
           END-IF.

           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
               DISPLAY "Kundenstamm KDSTAMM konnte nicht geoeffnet "
                       "werden (Status " KUNDENSTAMM-STATUS ")."
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTE-DATEI.
           IF LISTE-STATUS NOT = "00"
               DISPLAY "KREDITLISTE konnte nicht angelegt werden "
                       "(Status " LISTE-STATUS ")."
               STOP RUN
           END-IF.

           PERFORM LISTENKOPF-SCHREIBEN.
           MOVE "N" TO LESE-ENDE.
           PERFORM KUNDENSATZ-PRUEFEN
               UNTIL LESE-ENDE = "J".
           PERFORM LISTENENDE-SCHREIBEN.

           CLOSE LISTE-DATEI.
           CLOSE KUNDENSTAMM-DATEI.

           DISPLAY "=== Kreditlimit-Ueberwachung ===".
           DISPLAY "Kunden mit Kreditlimit : " KUNDEN-MIT-LIMIT.
           DISPLAY "  ueber dem Limit      : " UEBER-ANZAHL.
           DISPLAY "  nahe am Limit        : " NAHE-ANZAHL.
           DISPLAY "  davon mit Sperre     : " GESPERRT-ANZAHL.
           MOVE UEBERZIEHUNG-SUMME TO AUF-SUMME.
           DISPLAY "Summe Ueberziehungen   : " AUF-SUMME " EUR".
           DISPLAY "Liste nach KREDITLISTE geschrieben.".
           STOP RUN.

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
                   MOVE ZA-RECHNUNGSNUMMER TO GEWAEHLTE-NUMMER
                   MOVE ZA-BETRAG TO GEZAHLTER-BETRAG
                   PERFORM ZAHLUNG-MERKEN
           END-READ.

       ZAHLARCHIVSATZ-LADEN.
           READ ZAHLARCHIV-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   MOVE ZX-RECHNUNGSNUMMER TO GEWAEHLTE-NUMMER
                   MOVE ZX-BETRAG TO GEZAHLTER-BETRAG
                   PERFORM ZAHLUNG-MERKEN
           END-READ.

       ZAHLUNG-MERKEN.
           IF ZAHLUNGS-ANZAHL >= 20000
               DISPLAY "ZAHLUNGEN-Tabelle uebergelaufen (mehr als "
                       "20000 Saetze) - bitte in der "
                       "Zahlungserfassung ausgeglichene Zahlungen "
                       "auslagern."
               STOP RUN
           END-IF.
           ADD 1 TO ZAHLUNGS-ANZAHL.
           MOVE GEWAEHLTE-NUMMER
               TO ZT-RECHNUNGSNUMMER (ZAHLUNGS-ANZAHL).
           MOVE GEZAHLTER-BETRAG TO ZT-BETRAG (ZAHLUNGS-ANZAHL).

       GEZAHLT-ERMITTELN.
           MOVE 0 TO GEZAHLTER-BETRAG.
           PERFORM GEZAHLT-SUMMIEREN
               VARYING ZAHLUNGS-LFDNR FROM 1 BY 1
               UNTIL ZAHLUNGS-LFDNR > ZAHLUNGS-ANZAHL.

       GEZAHLT-SUMMIEREN.
           IF ZT-RECHNUNGSNUMMER (ZAHLUNGS-LFDNR) = GEWAEHLTE-NUMMER
               ADD ZT-BETRAG (ZAHLUNGS-LFDNR) TO GEZAHLTER-BETRAG
           END-IF.

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

      *    Sammelt die Originalnummern aller Stornorechnungen aus
      *    dem lebenden Bestand und allen Archivdateien.
       STORNOS-LADEN.
           MOVE 0 TO STORNO-ANZAHL.
           IF RECHNUNGS-STATUS NOT = "35"
               MOVE LOW-VALUES TO RECH-SCHLUESSEL
               MOVE "N" TO LESE-ENDE
               START RECHNUNGSDATEI
                       KEY IS NOT LESS THAN RECH-SCHLUESSEL
                   INVALID KEY
                       MOVE "J" TO LESE-ENDE
               END-START
               PERFORM STORNOSATZ-LADEN
                   UNTIL LESE-ENDE = "J"
           END-IF.
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
                   MOVE KP-KUNDENNUMMER TO OBLIGO-KUNDENNUMMER
                   MOVE OFFENER-BETRAG TO OBLIGO-BETRAG
                   PERFORM OBLIGO-VERBUCHEN
               END-IF
           END-IF.

       OBLIGO-VERBUCHEN.
           PERFORM OBLIGO-EINTRAG-SUCHEN.
           IF OBLIGO-POSITION = 0
               IF OBLIGO-ANZAHL >= 5000
                   DISPLAY "Obligo-Tabelle uebergelaufen "
                           "(mehr als 5000 Kunden)."
                   STOP RUN
               END-IF
               ADD 1 TO OBLIGO-ANZAHL
               MOVE OBLIGO-ANZAHL TO OBLIGO-POSITION
               MOVE OBLIGO-KUNDENNUMMER
                   TO OB-KUNDENNUMMER (OBLIGO-POSITION)
               MOVE 0 TO OB-OFFEN (OBLIGO-POSITION)
           END-IF.
           ADD OBLIGO-BETRAG TO OB-OFFEN (OBLIGO-POSITION).

       OBLIGO-EINTRAG-SUCHEN.
           MOVE 0 TO OBLIGO-POSITION.
           IF OBLIGO-ANZAHL > 0
               SET OB-IDX TO 1
               SEARCH OB-EINTRAG
                   AT END
                       CONTINUE
                   WHEN OB-KUNDENNUMMER (OB-IDX) = OBLIGO-KUNDENNUMMER
                       SET OBLIGO-POSITION TO OB-IDX
               END-SEARCH
           END-IF.

       LISTENKOPF-SCHREIBEN.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           MOVE AKTUELLES-DATUM (7:2) TO AUF-TAG.
           MOVE AKTUELLES-DATUM (5:2) TO AUF-MONAT.
           MOVE AKTUELLES-DATUM (1:4) TO AUF-JAHR.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Kreditlimit-Ueberwachung vom " AUF-DATUM
               " - Warnschwelle " WARNSCHWELLE " %"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           WRITE LISTEN-ZEILE FROM LA-SPALTENTITEL.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.

      *    Ein Kunde erscheint, wenn sein Obligo das Limit
      *    uebersteigt (UEBER) oder die Warnschwelle erreicht
      *    (NAHE). "S" in der letzten Spalte = Liefersperre.
       KUNDENSATZ-PRUEFEN.
           READ KUNDENSTAMM-DATEI NEXT RECORD
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF KD-KREDITLIMIT IS NUMERIC
                           AND KD-KREDITLIMIT > 0
                       PERFORM KUNDENLIMIT-BEWERTEN
                   END-IF
           END-READ.

       KUNDENLIMIT-BEWERTEN.
           ADD 1 TO KUNDEN-MIT-LIMIT.
           MOVE KD-KREDITLIMIT TO KUNDEN-LIMIT.
           MOVE 0 TO KUNDEN-OBLIGO.
           MOVE KD-KUNDENNUMMER TO OBLIGO-KUNDENNUMMER.
           PERFORM OBLIGO-EINTRAG-SUCHEN.
           IF OBLIGO-POSITION > 0
               MOVE OB-OFFEN (OBLIGO-POSITION) TO KUNDEN-OBLIGO
           END-IF.
           COMPUTE AUSLASTUNG = KUNDEN-OBLIGO * 100 / KUNDEN-LIMIT
               ON SIZE ERROR
                   MOVE 9999 TO AUSLASTUNG
           END-COMPUTE.
           MOVE SPACES TO LIMIT-STATUS.
           IF KUNDEN-OBLIGO > KUNDEN-LIMIT
               MOVE "UEBER" TO LIMIT-STATUS
               ADD 1 TO UEBER-ANZAHL
               COMPUTE UEBERZIEHUNG-SUMME = UEBERZIEHUNG-SUMME
                   + KUNDEN-OBLIGO - KUNDEN-LIMIT
           ELSE
               IF AUSLASTUNG >= WARNSCHWELLE
                   MOVE "NAHE" TO LIMIT-STATUS
                   ADD 1 TO NAHE-ANZAHL
               END-IF
           END-IF.
           IF LIMIT-STATUS NOT = SPACES
               PERFORM KUNDENZEILE-SCHREIBEN
           END-IF.

       KUNDENZEILE-SCHREIBEN.
           MOVE KD-KUNDENNUMMER TO LA-KUNDENNUMMER.
           MOVE KD-NAME TO LA-NAME.
           MOVE KUNDEN-LIMIT TO LA-LIMIT.
           MOVE KUNDEN-OBLIGO TO LA-OBLIGO.
           IF AUSLASTUNG > 9999
               MOVE 9999 TO LA-AUSLASTUNG
           ELSE
               MOVE AUSLASTUNG TO LA-AUSLASTUNG
           END-IF.
           MOVE LIMIT-STATUS TO LA-STATUS.
           MOVE SPACE TO LA-SPERRE.
           IF KD-LIEFERSPERRE = "J"
               MOVE "S" TO LA-SPERRE
               ADD 1 TO GESPERRT-ANZAHL
           END-IF.
           WRITE LISTEN-ZEILE FROM LA-KUNDENZEILE.

       LISTENENDE-SCHREIBEN.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Kunden mit Kreditlimit : " KUNDEN-MIT-LIMIT
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "  ueber dem Limit      : " UEBER-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "  nahe am Limit        : " NAHE-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "  davon mit Sperre     : " GESPERRT-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE UEBERZIEHUNG-SUMME TO AUF-SUMME.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Summe Ueberziehungen   : " AUF-SUMME " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
