       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZusammenfassendeMeldung.

      *    Quartalsliste als Grundlage der Zusammenfassenden Meldung:
      *    summiert die Nettobetraege aller steuerfreien innergemein-
      *    schaftlichen Lieferungen und Leistungen (Steuer-Codes der
      *    Art "R" in der Steuersatz-Tabelle) eines Kalenderquartals
      *    je USt-IdNr des Kunden. Gelesen werden der lebende Bestand
      *    RECHNUNGEN und die Archivdateien RECHNUNGEN.JJJJMM der
      *    abgeschlossenen Monate des Quartals (laut ABSCHLUSS);
      *    massgeblich ist das Rechnungsdatum. Stornorechnungen
      *    mindern den Betrag des Quartals, in dem sie erstellt
      *    wurden; Mahnbelege zaehlen nicht. Die USt-IdNr kommt aus
      *    dem Kundenstamm KDSTAMM; Kunden ohne USt-IdNr werden am
      *    Listenende gesondert ausgewiesen, da sie nicht gemeldet
      *    werden koennen. Der Meldebetrag ist auf volle Euro
      *    gerundet. Liste nach ZMLISTE.

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

           SELECT KUNDENSTAMM-DATEI ASSIGN TO "KDSTAMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KUNDENNUMMER
               FILE STATUS IS KUNDENSTAMM-STATUS.

           SELECT LISTE-DATEI ASSIGN TO "ZMLISTE"
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

       FD  LISTE-DATEI.
       01  LISTEN-ZEILE                  PIC X(72).

       WORKING-STORAGE SECTION.
       77 RECHNUNGS-STATUS       PIC XX VALUE SPACES.
       77 RECHNUNGS-ARCHIV-STATUS PIC XX VALUE SPACES.
       77 ABSCHLUSS-STATUS       PIC XX VALUE SPACES.
       77 KUNDENSTAMM-STATUS     PIC XX VALUE SPACES.
       77 LISTE-STATUS           PIC XX VALUE SPACES.
       77 LESE-ENDE              PIC X VALUE "N".
       77 ARCHIV-LESE-ENDE       PIC X VALUE "N".

       77 RECHNUNGS-ARCHIV-NAME  PIC X(20) VALUE SPACES.

       COPY "STEUERTAB.cpy".

       77 MELDE-JAHR             PIC 9(4) VALUE 0.
       77 MELDE-QUARTAL          PIC 9 VALUE 0.
       77 VON-PERIODE            PIC 9(6) VALUE 0.
       77 BIS-PERIODE            PIC 9(6) VALUE 0.
       77 AKTUELLES-DATUM        PIC 9(8) VALUE 0.

       01  PERIODEN-TABELLE.
           05  PE-EINTRAG OCCURS 120 TIMES.
               10  PE-PERIODE            PIC 9(6).

       77 PERIODEN-ANZAHL        PIC 9(3) VALUE 0.
       77 PERIODEN-LFDNR         PIC 9(3) VALUE 0.
       77 PERIODE-SCHON-GEMERKT  PIC X VALUE "N".

      *    Gemeinsame Uebergabefelder fuer einen Kopfsatz aus dem
      *    lebenden Bestand oder dem Archiv.
       77 KP-KUNDENNUMMER        PIC 9(6) VALUE 0.
       77 KP-DATUM               PIC 9(8) VALUE 0.
       77 KP-STEUER-CODE         PIC X(4) VALUE SPACES.
       77 KP-BELEGART            PIC X VALUE SPACE.
       77 KP-NETTO               PIC S9(6)V99 VALUE 0.
       77 STEUER-ART             PIC X VALUE "S".

      *    Summen je Kundennummer aus den Rechnungsdateien.
       01  KUNDEN-TABELLE.
           05  KU-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY KU-IDX.
               10  KU-KUNDENNUMMER       PIC 9(6).
               10  KU-ANZAHL             PIC 9(5).
               10  KU-NETTO              PIC S9(10)V99.
               10  KU-NAME               PIC X(30).
               10  KU-OHNE-UST-IDNR      PIC X.

       77 KUNDEN-ANZAHL          PIC 9(4) VALUE 0.
       77 KUNDEN-LFDNR           PIC 9(4) VALUE 0.
       77 KUNDEN-POSITION        PIC 9(4) VALUE 0.

      *    Summen je USt-IdNr, aufsteigend nach USt-IdNr (und damit
      *    nach Laendern) sortiert.
       01  MELDE-TABELLE.
           05  ZM-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY ZM-IDX.
               10  ZM-UST-IDNR           PIC X(14).
               10  ZM-KUNDENNUMMER       PIC 9(6).
               10  ZM-NAME               PIC X(30).
               10  ZM-ANZAHL             PIC 9(5).
               10  ZM-NETTO              PIC S9(10)V99.

       77 MELDE-ANZAHL           PIC 9(4) VALUE 0.
       77 MELDE-LFDNR            PIC 9(4) VALUE 0.
       77 MELDE-POSITION         PIC 9(4) VALUE 0.
       77 MELDE-GEFUNDEN         PIC X VALUE "N".

       77 MELDEBETRAG            PIC S9(10) VALUE 0.
       77 GELESENE-BELEGE        PIC 9(6) VALUE 0.
       77 BELEGE-OHNE-UST-IDNR   PIC 9(6) VALUE 0.
       77 KUNDEN-OHNE-UST-IDNR   PIC 9(4) VALUE 0.
       77 SUMME-NETTO            PIC S9(10)V99 VALUE 0.
       77 SUMME-MELDEBETRAG      PIC S9(10) VALUE 0.
       77 SUMME-OHNE-UST-IDNR    PIC S9(10)V99 VALUE 0.

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
           05  FILLER                PIC X(36) VALUE
               "Land USt-IdNr       Kunde  Name     ".
           05  FILLER                PIC X(36) VALUE
               "     Belege        Netto  Melde-EUR ".

       01  LA-MELDEZEILE.
           05  LA-LAND               PIC X(2).
           05  FILLER                PIC X(3) VALUE SPACES.
           05  LA-UST-IDNR           PIC X(14).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-KUNDENNUMMER       PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-NAME               PIC X(14).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-ANZAHL             PIC ZZZZ9.
           05  LA-NETTO              PIC ZZ.ZZZ.ZZ9,99-.
           05  LA-MELDEBETRAG        PIC ZZ.ZZZ.ZZ9-.

       77 AUSGABE-ZEILE          PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           DISPLAY "Zusammenfassende Meldung aus RECHNUNGEN".
           DISPLAY "Meldejahr eingeben (JJJJ): ".
           ACCEPT MELDE-JAHR.
           DISPLAY "Quartal eingeben (1-4): ".
           ACCEPT MELDE-QUARTAL.
           IF MELDE-JAHR < 1900
                   OR MELDE-QUARTAL < 1
                   OR MELDE-QUARTAL > 4
               DISPLAY "Ungueltiger Meldezeitraum " MELDE-QUARTAL
                       "/" MELDE-JAHR "."
               STOP RUN
           END-IF.
           COMPUTE VON-PERIODE =
               MELDE-JAHR * 100 + (MELDE-QUARTAL - 1) * 3 + 1.
           COMPUTE BIS-PERIODE = VON-PERIODE + 2.

           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.

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

           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
               DISPLAY "Kundenstamm KDSTAMM konnte nicht geoeffnet "
                       "werden (Status " KUNDENSTAMM-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM KUNDE-ZUORDNEN
               VARYING KUNDEN-LFDNR FROM 1 BY 1
               UNTIL KUNDEN-LFDNR > KUNDEN-ANZAHL.
           CLOSE KUNDENSTAMM-DATEI.

           OPEN OUTPUT LISTE-DATEI.
           IF LISTE-STATUS NOT = "00"
               DISPLAY "ZMLISTE konnte nicht angelegt werden "
                       "(Status " LISTE-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM LISTENKOPF-SCHREIBEN.
           PERFORM MELDEZEILE-SCHREIBEN
               VARYING MELDE-LFDNR FROM 1 BY 1
               UNTIL MELDE-LFDNR > MELDE-ANZAHL.
           PERFORM LISTENENDE-SCHREIBEN.
           CLOSE LISTE-DATEI.

           DISPLAY "=== Zusammenfassende Meldung " MELDE-QUARTAL "/"
                   MELDE-JAHR " ===".
           DISPLAY "Belege Reverse Charge  : " GELESENE-BELEGE.
           DISPLAY "Zeilen (USt-IdNr)      : " MELDE-ANZAHL.
           MOVE SUMME-NETTO TO AUF-SUMME.
           DISPLAY "Summe Netto            : " AUF-SUMME " EUR".
           IF KUNDEN-OHNE-UST-IDNR > 0
               DISPLAY "Kunden ohne USt-IdNr   : " KUNDEN-OHNE-UST-IDNR
                       " - bitte im Kundenstamm nachtragen."
           END-IF.
           DISPLAY "Liste nach ZMLISTE geschrieben.".
           STOP RUN.

      *    Liest die ABSCHLUSS-Saetze und merkt sich die
      *    archivierten Perioden des Quartals.
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
                           AND AB-PERIODE NOT < VON-PERIODE
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
                       MOVE AR-STEUER-CODE TO KP-STEUER-CODE
                       MOVE AR-BELEGART TO KP-BELEGART
                       MOVE AR-NETTOPREIS TO KP-NETTO
                       PERFORM BELEG-PRUEFEN
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
                       MOVE RECH-STEUER-CODE TO KP-STEUER-CODE
                       MOVE RECH-BELEGART TO KP-BELEGART
                       MOVE RECHN-NETTOPREIS TO KP-NETTO
                       PERFORM BELEG-PRUEFEN
                   END-IF
           END-READ.

      *    Ein Kopfsatz zaehlt, wenn sein Rechnungsdatum im Quartal
      *    liegt, er kein Mahnbeleg ist und sein Steuer-Code in der
      *    Steuersatz-Tabelle als Reverse Charge gefuehrt wird.
       BELEG-PRUEFEN.
           IF KP-DATUM (1:6) < VON-PERIODE
                   OR KP-DATUM (1:6) > BIS-PERIODE
                   OR KP-BELEGART = "M"
               CONTINUE
           ELSE
               MOVE "S" TO STEUER-ART
               SET ST-IDX TO 1
               SEARCH STEUERSATZ-EINTRAG
                   AT END
                       CONTINUE
                   WHEN ST-CODE (ST-IDX) = KP-STEUER-CODE
                       MOVE ST-ART (ST-IDX) TO STEUER-ART
               END-SEARCH
               IF STEUER-ART = "R"
                   PERFORM BELEG-VERBUCHEN
               END-IF
           END-IF.

       BELEG-VERBUCHEN.
           ADD 1 TO GELESENE-BELEGE.
           MOVE 0 TO KUNDEN-POSITION.
           IF KUNDEN-ANZAHL > 0
               SET KU-IDX TO 1
               SEARCH KU-EINTRAG
                   AT END
                       CONTINUE
                   WHEN KU-KUNDENNUMMER (KU-IDX) = KP-KUNDENNUMMER
                       SET KUNDEN-POSITION TO KU-IDX
               END-SEARCH
           END-IF.
           IF KUNDEN-POSITION = 0
               IF KUNDEN-ANZAHL >= 5000
                   DISPLAY "Kunden-Tabelle uebergelaufen "
                           "(mehr als 5000 Kunden)."
                   STOP RUN
               END-IF
               ADD 1 TO KUNDEN-ANZAHL
               MOVE KUNDEN-ANZAHL TO KUNDEN-POSITION
               MOVE KP-KUNDENNUMMER
                   TO KU-KUNDENNUMMER (KUNDEN-POSITION)
               MOVE 0 TO KU-ANZAHL (KUNDEN-POSITION)
               MOVE 0 TO KU-NETTO (KUNDEN-POSITION)
               MOVE SPACES TO KU-NAME (KUNDEN-POSITION)
               MOVE "N" TO KU-OHNE-UST-IDNR (KUNDEN-POSITION)
           END-IF.
           ADD 1 TO KU-ANZAHL (KUNDEN-POSITION).
           ADD KP-NETTO TO KU-NETTO (KUNDEN-POSITION).

      *    Ordnet die Kundensumme ueber den Kundenstamm der
      *    USt-IdNr zu; Kunden ohne USt-IdNr (oder nicht mehr im
      *    Kundenstamm) werden fuer das Listenende vorgemerkt.
       KUNDE-ZUORDNEN.
           MOVE KU-KUNDENNUMMER (KUNDEN-LFDNR) TO KD-KUNDENNUMMER.
           READ KUNDENSTAMM-DATEI
               INVALID KEY
                   MOVE "** nicht im Kundenstamm **"
                       TO KU-NAME (KUNDEN-LFDNR)
                   MOVE SPACES TO KD-UST-IDNR
               NOT INVALID KEY
                   MOVE KD-NAME TO KU-NAME (KUNDEN-LFDNR)
           END-READ.
           IF KD-UST-IDNR = SPACES
               MOVE "J" TO KU-OHNE-UST-IDNR (KUNDEN-LFDNR)
               ADD 1 TO KUNDEN-OHNE-UST-IDNR
               ADD KU-ANZAHL (KUNDEN-LFDNR) TO BELEGE-OHNE-UST-IDNR
               ADD KU-NETTO (KUNDEN-LFDNR) TO SUMME-OHNE-UST-IDNR
           ELSE
               PERFORM MELDEEINTRAG-VERBUCHEN
           END-IF.

       MELDEEINTRAG-VERBUCHEN.
           MOVE "N" TO MELDE-GEFUNDEN.
           MOVE 0 TO MELDE-POSITION.
           PERFORM MELDEPOSITION-SUCHEN
               VARYING MELDE-LFDNR FROM 1 BY 1
               UNTIL MELDE-LFDNR > MELDE-ANZAHL
                   OR MELDE-POSITION > 0.
           IF MELDE-GEFUNDEN = "N"
               IF MELDE-ANZAHL >= 5000
                   DISPLAY "Melde-Tabelle uebergelaufen "
                           "(mehr als 5000 USt-IdNr)."
                   STOP RUN
               END-IF
               IF MELDE-POSITION = 0
                   COMPUTE MELDE-POSITION = MELDE-ANZAHL + 1
               ELSE
                   PERFORM MELDEEINTRAG-VERSCHIEBEN
                       VARYING MELDE-LFDNR FROM MELDE-ANZAHL BY -1
                       UNTIL MELDE-LFDNR < MELDE-POSITION
               END-IF
               ADD 1 TO MELDE-ANZAHL
               MOVE KD-UST-IDNR TO ZM-UST-IDNR (MELDE-POSITION)
               MOVE KU-KUNDENNUMMER (KUNDEN-LFDNR)
                   TO ZM-KUNDENNUMMER (MELDE-POSITION)
               MOVE KU-NAME (KUNDEN-LFDNR) TO ZM-NAME (MELDE-POSITION)
               MOVE 0 TO ZM-ANZAHL (MELDE-POSITION)
               MOVE 0 TO ZM-NETTO (MELDE-POSITION)
           END-IF.
           ADD KU-ANZAHL (KUNDEN-LFDNR) TO ZM-ANZAHL (MELDE-POSITION).
           ADD KU-NETTO (KUNDEN-LFDNR) TO ZM-NETTO (MELDE-POSITION).

      *    Sucht die USt-IdNr in der sortierten Tabelle; ist sie
      *    nicht vorhanden, ergibt sich die Einfuegeposition.
       MELDEPOSITION-SUCHEN.
           IF ZM-UST-IDNR (MELDE-LFDNR) = KD-UST-IDNR
               MOVE "J" TO MELDE-GEFUNDEN
               MOVE MELDE-LFDNR TO MELDE-POSITION
           ELSE
               IF ZM-UST-IDNR (MELDE-LFDNR) > KD-UST-IDNR
                   MOVE MELDE-LFDNR TO MELDE-POSITION
               END-IF
           END-IF.

       MELDEEINTRAG-VERSCHIEBEN.
           MOVE ZM-EINTRAG (MELDE-LFDNR)
               TO ZM-EINTRAG (MELDE-LFDNR + 1).

       LISTENKOPF-SCHREIBEN.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           MOVE AKTUELLES-DATUM (7:2) TO AUF-TAG.
           MOVE AKTUELLES-DATUM (5:2) TO AUF-MONAT.
           MOVE AKTUELLES-DATUM (1:4) TO AUF-JAHR.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Zusammenfassende Meldung " MELDE-QUARTAL
               ". Quartal " MELDE-JAHR " - erstellt am " AUF-DATUM
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Steuerfreie innergemeinschaftliche Umsaetze "
               "(Reverse Charge)"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Rechnungsdatum " VON-PERIODE (5:2) "/"
               VON-PERIODE (1:4) " bis "
               BIS-PERIODE (5:2) "/" BIS-PERIODE (1:4)
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           WRITE LISTEN-ZEILE FROM LA-SPALTENTITEL.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.

       MELDEZEILE-SCHREIBEN.
           COMPUTE MELDEBETRAG ROUNDED = ZM-NETTO (MELDE-LFDNR).
           ADD ZM-NETTO (MELDE-LFDNR) TO SUMME-NETTO.
           ADD MELDEBETRAG TO SUMME-MELDEBETRAG.
           MOVE ZM-UST-IDNR (MELDE-LFDNR) (1:2) TO LA-LAND.
           MOVE ZM-UST-IDNR (MELDE-LFDNR) TO LA-UST-IDNR.
           MOVE ZM-KUNDENNUMMER (MELDE-LFDNR) TO LA-KUNDENNUMMER.
           MOVE ZM-NAME (MELDE-LFDNR) TO LA-NAME.
           MOVE ZM-ANZAHL (MELDE-LFDNR) TO LA-ANZAHL.
           MOVE ZM-NETTO (MELDE-LFDNR) TO LA-NETTO.
           MOVE MELDEBETRAG TO LA-MELDEBETRAG.
           WRITE LISTEN-ZEILE FROM LA-MELDEZEILE.

       LISTENENDE-SCHREIBEN.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.
           MOVE SPACES TO LA-MELDEZEILE.
           MOVE "Summe" TO LA-UST-IDNR.
           COMPUTE LA-ANZAHL =
               GELESENE-BELEGE - BELEGE-OHNE-UST-IDNR.
           MOVE SUMME-NETTO TO LA-NETTO.
           MOVE SUMME-MELDEBETRAG TO LA-MELDEBETRAG.
           WRITE LISTEN-ZEILE FROM LA-MELDEZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           IF KUNDEN-OHNE-UST-IDNR > 0
               WRITE LISTEN-ZEILE FROM LA-LEERZEILE
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "Nicht meldefaehig - Kunden ohne USt-IdNr im "
                   "Kundenstamm:"
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM LA-STRICHLINIE
               PERFORM FEHLZEILE-SCHREIBEN
                   VARYING KUNDEN-LFDNR FROM 1 BY 1
                   UNTIL KUNDEN-LFDNR > KUNDEN-ANZAHL
               WRITE LISTEN-ZEILE FROM LA-STRICHLINIE
               MOVE SUMME-OHNE-UST-IDNR TO AUF-SUMME
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "Summe ohne USt-IdNr : " AUF-SUMME " EUR"
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM LA-TRENNLINIE
           END-IF.

       FEHLZEILE-SCHREIBEN.
           IF KU-OHNE-UST-IDNR (KUNDEN-LFDNR) = "J"
               MOVE SPACES TO LA-MELDEZEILE
               MOVE "** fehlt **" TO LA-UST-IDNR
               MOVE KU-KUNDENNUMMER (KUNDEN-LFDNR) TO LA-KUNDENNUMMER
               MOVE KU-NAME (KUNDEN-LFDNR) TO LA-NAME
               MOVE KU-ANZAHL (KUNDEN-LFDNR) TO LA-ANZAHL
               MOVE KU-NETTO (KUNDEN-LFDNR) TO LA-NETTO
               WRITE LISTEN-ZEILE FROM LA-MELDEZEILE
           END-IF.
