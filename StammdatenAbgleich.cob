       IDENTIFICATION DIVISION.
       PROGRAM-ID. StammdatenAbgleich.

      *    Abgleich der Stammdateien KDSTAMM, ARTSTAMM, KONTEN,
      *    NUMMERNKREIS und VERTRAEGE mit dem zuletzt protokollierten
      *    Stand im Aenderungsprotokoll AENDPROT. Je Datei wird der
      *    letzte Satzinhalt (AP-NACHHER) jedes Schluessels geladen
      *    und mit dem aktuellen Satz verglichen. Gemeldet werden
      *    Saetze ohne Protokolleintrag, Saetze mit abweichendem
      *    Inhalt (mit den betroffenen Feldern laut AENDFELD.cpy)
      *    und protokollierte Saetze, die in der Datei fehlen - also
      *    Aenderungen ausserhalb der Pflegeprogramme. Felder, die
      *    von Batchlaeufen fortgeschrieben werden (AF-ABGLEICH "N"),
      *    bleiben unberuecksichtigt. Auf Wunsch werden die
      *    gemeldeten Abweichungen nach Pruefung als Uebernahme
      *    (AP-AKTION "U") in AENDPROT geschrieben; so wird auch der
      *    Ausgangsstand bei Einfuehrung des Protokolls festgehalten.
      *    Ausgabe nach ABGLEICHLISTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AENDPROT-DATEI ASSIGN TO "AENDPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AENDPROT-STATUS.

           SELECT KUNDENSTAMM-DATEI ASSIGN TO "KDSTAMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KUNDENNUMMER
               FILE STATUS IS KUNDENSTAMM-STATUS.

           SELECT ARTIKELSTAMM-DATEI ASSIGN TO "ARTSTAMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIKELSTAMM-STATUS.

           SELECT KONTEN-DATEI ASSIGN TO "KONTEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTEN-STATUS.

           SELECT NUMMERNKREIS-DATEI ASSIGN TO "NUMMERNKREIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMMERNKREIS-STATUS.

           SELECT VERTRAGS-DATEI ASSIGN TO "VERTRAEGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERTRAGS-STATUS.

           SELECT LISTEN-DATEI ASSIGN TO "ABGLEICHLISTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AENDPROT-DATEI.
       01  AENDPROT-SATZ.
           COPY "AENDSATZ.cpy".

       FD  KUNDENSTAMM-DATEI.
       01  KUNDENSTAMM-SATZ.
           COPY "KDSATZ.cpy".

       FD  ARTIKELSTAMM-DATEI.
       01  ARTIKELSTAMM-SATZ             PIC X(49).

       FD  KONTEN-DATEI.
       01  KONTEN-SATZ                   PIC X(25).

       FD  NUMMERNKREIS-DATEI.
       01  NUMMERNKREIS-SATZ             PIC X(27).

       FD  VERTRAGS-DATEI.
       01  VERTRAGS-SATZ                 PIC X(169).

       FD  LISTEN-DATEI.
       01  LISTEN-ZEILE                  PIC X(72).

       WORKING-STORAGE SECTION.
       77 AENDPROT-STATUS        PIC XX VALUE SPACES.
       77 KUNDENSTAMM-STATUS     PIC XX VALUE SPACES.
       77 ARTIKELSTAMM-STATUS    PIC XX VALUE SPACES.
       77 KONTEN-STATUS          PIC XX VALUE SPACES.
       77 NUMMERNKREIS-STATUS    PIC XX VALUE SPACES.
       77 VERTRAGS-STATUS        PIC XX VALUE SPACES.
       77 LISTEN-STATUS          PIC XX VALUE SPACES.
       77 LESE-ENDE              PIC X VALUE "N".

       COPY "AENDFELD.cpy".

      *    Protokollierte Stammdateien mit der Laenge ihres
      *    Satzschluessels (erste Stellen des Satzes).
       01  DATEI-TABELLE-WERTE.
           05  FILLER                PIC X(14) VALUE "KDSTAMM     06".
           05  FILLER                PIC X(14) VALUE "ARTSTAMM    06".
           05  FILLER                PIC X(14) VALUE "KONTEN      04".
           05  FILLER                PIC X(14) VALUE "NUMMERNKREIS06".
           05  FILLER                PIC X(14) VALUE "VERTRAEGE   06".
       01  DATEI-TABELLE REDEFINES DATEI-TABELLE-WERTE.
           05  DATEI-EINTRAG OCCURS 5 TIMES
                               INDEXED BY DT-IDX.
               10  DT-NAME               PIC X(12).
               10  DT-SCHLUESSEL-LAENGE  PIC 9(2).

       77 DATEI-ANZAHL           PIC 9 VALUE 5.
       77 DATEI-LFDNR            PIC 9 VALUE 0.
       77 GEWAEHLTE-DATEI        PIC X(12) VALUE SPACES.
       77 DATEI-BEKANNT          PIC X VALUE "N".
       77 AKTUELLE-DATEI         PIC X(12) VALUE SPACES.
       77 SCHLUESSEL-LAENGE      PIC 9(2) VALUE 0.
       77 STAMMDATEI-VORHANDEN   PIC X VALUE "N".

      *    Letzter protokollierter Stand je Schluessel der gerade
      *    geprueften Datei; PT-SATZ leer = als entfernt uebernommen.
       01  PROTOKOLL-TABELLE.
           05  PT-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY PT-IDX.
               10  PT-SCHLUESSEL         PIC X(12).
               10  PT-SATZ               PIC X(201).
               10  PT-GEPRUEFT           PIC X.

       77 PROTOKOLL-ANZAHL       PIC 9(4) VALUE 0.
       77 PROTOKOLL-LFDNR        PIC 9(4) VALUE 0.
       77 PROTOKOLL-POSITION     PIC 9(4) VALUE 0.
       77 PROTOKOLL-GEFUNDEN     PIC X VALUE "N".

       77 SATZ-SCHLUESSEL        PIC X(12) VALUE SPACES.
       77 STAMM-SATZ             PIC X(201) VALUE SPACES.
       77 VERGLEICH-ALT          PIC X(201) VALUE SPACES.
       77 VERGLEICH-NEU          PIC X(201) VALUE SPACES.

      *    Uebernahme gepruefter Abweichungen in das Protokoll.
       77 UEBERNAHME             PIC X VALUE "N".
       77 BENUTZER-KENNUNG       PIC X(12) VALUE SPACES.
       77 SATZ-VORHER            PIC X(201) VALUE SPACES.
       77 SATZ-NACHHER           PIC X(201) VALUE SPACES.
       77 AKTUELLES-DATUM        PIC 9(8) VALUE 0.
       77 AKTUELLE-ZEIT          PIC 9(8) VALUE 0.

       77 GEPRUEFTE-SAETZE       PIC 9(6) VALUE 0.
       77 DATEI-ABWEICHUNGEN     PIC 9(6) VALUE 0.
       77 SUMME-GEPRUEFT         PIC 9(7) VALUE 0.
       77 SUMME-OHNE-PROTOKOLL   PIC 9(6) VALUE 0.
       77 SUMME-GEAENDERT        PIC 9(6) VALUE 0.
       77 SUMME-FEHLEND          PIC 9(6) VALUE 0.
       77 SUMME-UEBERNOMMEN      PIC 9(6) VALUE 0.

       77 GEZEIGTE-FELDER        PIC 9(3) VALUE 0.
       77 FELD-LFDNR             PIC 9(3) VALUE 0.
       77 FELD-ALT               PIC X(50) VALUE SPACES.
       77 FELD-NEU               PIC X(50) VALUE SPACES.
       77 FELD-INHALT            PIC X(50) VALUE SPACES.
       77 FELD-ANZEIGE           PIC X(50) VALUE SPACES.
       01  BETRAG-ROH                PIC X(11) VALUE ZEROES.
       01  BETRAG-ZAHL REDEFINES BETRAG-ROH
                                     PIC 9(9)V99.

       01  AUFBEREITETE-FELDER.
           05  AUF-BETRAG            PIC ZZZ.ZZZ.ZZ9,99.
           05  AUF-DATUM.
               10  AUF-TAG           PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-MONAT         PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-JAHR          PIC X(4).

       01  DRUCKZEILEN-AUFBAU.
           05  DZ-TRENNLINIE         PIC X(72) VALUE ALL "=".
           05  DZ-STRICHLINIE        PIC X(72) VALUE ALL "-".
           05  DZ-LEERZEILE          PIC X(72) VALUE SPACES.

       01  DZ-MELDUNGSZEILE.
           05  DZ-SCHLUESSEL         PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-MELDUNG            PIC X(59).

       01  DZ-FELDZEILE.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DZ-FELDNAME           PIC X(14).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-ALT-NEU            PIC X(4).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-INHALT             PIC X(50).

       77 AUSGABE-ZEILE          PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           DISPLAY "Abgleich der Stammdaten mit dem "
                   "Aenderungsprotokoll AENDPROT".
           DISPLAY "Datei (KDSTAMM, ARTSTAMM, KONTEN, NUMMERNKREIS, "
                   "VERTRAEGE; leer = alle): ".
           ACCEPT GEWAEHLTE-DATEI.
           INSPECT GEWAEHLTE-DATEI
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF GEWAEHLTE-DATEI NOT = SPACES
               MOVE "N" TO DATEI-BEKANNT
               SET DT-IDX TO 1
               SEARCH DATEI-EINTRAG
                   AT END
                       CONTINUE
                   WHEN DT-NAME (DT-IDX) = GEWAEHLTE-DATEI
                       MOVE "J" TO DATEI-BEKANNT
               END-SEARCH
               IF DATEI-BEKANNT = "N"
                   DISPLAY "Unbekannte Datei " GEWAEHLTE-DATEI "."
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "Abweichungen als geprueften Stand in AENDPROT "
                   "uebernehmen (J/N): ".
           ACCEPT UEBERNAHME.
           IF UEBERNAHME = "j"
               MOVE "J" TO UEBERNAHME
           END-IF.
           IF UEBERNAHME = "J"
               ACCEPT BENUTZER-KENNUNG FROM ENVIRONMENT "USER"
               PERFORM BENUTZER-ERFRAGEN
                   UNTIL BENUTZER-KENNUNG NOT = SPACES
           END-IF.

           OPEN OUTPUT LISTEN-DATEI.
           IF LISTEN-STATUS NOT = "00"
               DISPLAY "ABGLEICHLISTE konnte nicht angelegt werden "
                       "(Status " LISTEN-STATUS ")."
               STOP RUN
           END-IF.
           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.
           MOVE AKTUELLES-DATUM (7:2) TO AUF-TAG.
           MOVE AKTUELLES-DATUM (5:2) TO AUF-MONAT.
           MOVE AKTUELLES-DATUM (1:4) TO AUF-JAHR.
           WRITE LISTEN-ZEILE FROM DZ-TRENNLINIE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Abgleich Stammdaten / Aenderungsprotokoll vom "
                      DELIMITED BY SIZE
                  AUF-DATUM DELIMITED BY SIZE
               INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM DZ-TRENNLINIE.

           PERFORM DATEI-ABGLEICHEN
               VARYING DATEI-LFDNR FROM 1 BY 1
               UNTIL DATEI-LFDNR > DATEI-ANZAHL.

           WRITE LISTEN-ZEILE FROM DZ-TRENNLINIE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Ohne Protokoll: " DELIMITED BY SIZE
                  SUMME-OHNE-PROTOKOLL DELIMITED BY SIZE
                  "  Geaendert: " DELIMITED BY SIZE
                  SUMME-GEAENDERT DELIMITED BY SIZE
                  "  Fehlend: " DELIMITED BY SIZE
                  SUMME-FEHLEND DELIMITED BY SIZE
               INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           CLOSE LISTEN-DATEI.

           DISPLAY "=== Stammdatenabgleich ===".
           DISPLAY "Gepruefte Saetze       : " SUMME-GEPRUEFT.
           DISPLAY "Ohne Protokolleintrag  : " SUMME-OHNE-PROTOKOLL.
           DISPLAY "Ausserhalb geaendert   : " SUMME-GEAENDERT.
           DISPLAY "In der Datei fehlend   : " SUMME-FEHLEND.
           IF UEBERNAHME = "J"
               DISPLAY "Nach AENDPROT uebernommen: " SUMME-UEBERNOMMEN
           END-IF.
           DISPLAY "Liste nach ABGLEICHLISTE geschrieben.".
           STOP RUN.

       BENUTZER-ERFRAGEN.
           DISPLAY "Benutzerkennung: ".
           ACCEPT BENUTZER-KENNUNG.

       DATEI-ABGLEICHEN.
           IF GEWAEHLTE-DATEI = SPACES
                   OR GEWAEHLTE-DATEI = DT-NAME (DATEI-LFDNR)
               MOVE DT-NAME (DATEI-LFDNR) TO AKTUELLE-DATEI
               MOVE DT-SCHLUESSEL-LAENGE (DATEI-LFDNR)
                   TO SCHLUESSEL-LAENGE
               MOVE 0 TO GEPRUEFTE-SAETZE
               MOVE 0 TO DATEI-ABWEICHUNGEN
               PERFORM PROTOKOLL-LADEN
               WRITE LISTEN-ZEILE FROM DZ-LEERZEILE
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "Datei " DELIMITED BY SIZE
                      AKTUELLE-DATEI DELIMITED BY SPACE
                      " - protokollierte Schluessel: "
                          DELIMITED BY SIZE
                      PROTOKOLL-ANZAHL DELIMITED BY SIZE
                   INTO AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM DZ-STRICHLINIE
               IF UEBERNAHME = "J"
                   PERFORM AENDPROT-FORTSCHREIBEN-OEFFNEN
               END-IF
               EVALUATE DATEI-LFDNR
                   WHEN 1
                       PERFORM KUNDENSTAMM-PRUEFEN
                   WHEN 2
                       PERFORM ARTIKELSTAMM-PRUEFEN
                   WHEN 3
                       PERFORM KONTEN-PRUEFEN
                   WHEN 4
                       PERFORM NUMMERNKREIS-PRUEFEN
                   WHEN 5
                       PERFORM VERTRAEGE-PRUEFEN
               END-EVALUATE
               PERFORM FEHLENDEN-SATZ-MELDEN
                   VARYING PROTOKOLL-LFDNR FROM 1 BY 1
                   UNTIL PROTOKOLL-LFDNR > PROTOKOLL-ANZAHL
               IF UEBERNAHME = "J"
                   CLOSE AENDPROT-DATEI
               END-IF
               IF STAMMDATEI-VORHANDEN = "N"
                   MOVE SPACES TO AUSGABE-ZEILE
                   STRING "Datei " DELIMITED BY SIZE
                          AKTUELLE-DATEI DELIMITED BY SPACE
                          " ist nicht vorhanden." DELIMITED BY SIZE
                       INTO AUSGABE-ZEILE
                   WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE
               END-IF
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "Gepruefte Saetze: " DELIMITED BY SIZE
                      GEPRUEFTE-SAETZE DELIMITED BY SIZE
                      "  Abweichungen: " DELIMITED BY SIZE
                      DATEI-ABWEICHUNGEN DELIMITED BY SIZE
                   INTO AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE
               ADD GEPRUEFTE-SAETZE TO SUMME-GEPRUEFT
           END-IF.

      *    Laedt je Schluessel der Datei den zuletzt protokollierten
      *    Satzinhalt; spaetere Protokollsaetze ersetzen fruehere.
       PROTOKOLL-LADEN.
           MOVE SPACES TO PROTOKOLL-TABELLE.
           MOVE 0 TO PROTOKOLL-ANZAHL.
           OPEN INPUT AENDPROT-DATEI.
           IF AENDPROT-STATUS = "35"
               CONTINUE
           ELSE
               IF AENDPROT-STATUS NOT = "00"
                   DISPLAY "AENDPROT konnte nicht geoeffnet werden "
                           "(Status " AENDPROT-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM PROTOKOLLSATZ-LADEN
                   UNTIL LESE-ENDE = "J"
               CLOSE AENDPROT-DATEI
           END-IF.

       PROTOKOLLSATZ-LADEN.
           READ AENDPROT-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF AP-DATEI = AKTUELLE-DATEI
                       MOVE AP-SCHLUESSEL TO SATZ-SCHLUESSEL
                       PERFORM PROTOKOLL-SUCHEN
                       IF PROTOKOLL-GEFUNDEN = "N"
                           PERFORM PROTOKOLL-EINTRAG-ANLEGEN
                       END-IF
                       MOVE AP-NACHHER
                           TO PT-SATZ (PROTOKOLL-POSITION)
                   END-IF
           END-READ.

       PROTOKOLL-EINTRAG-ANLEGEN.
           IF PROTOKOLL-ANZAHL >= 5000
               DISPLAY "AENDPROT enthaelt fuer " AKTUELLE-DATEI
                       " mehr als 5000 Schluessel - Ueberlauf, "
                       "Programm wird beendet."
               STOP RUN
           END-IF.
           ADD 1 TO PROTOKOLL-ANZAHL.
           MOVE PROTOKOLL-ANZAHL TO PROTOKOLL-POSITION.
           MOVE SATZ-SCHLUESSEL TO PT-SCHLUESSEL (PROTOKOLL-POSITION).
           MOVE "N" TO PT-GEPRUEFT (PROTOKOLL-POSITION).

       PROTOKOLL-SUCHEN.
           MOVE "N" TO PROTOKOLL-GEFUNDEN.
           MOVE 0 TO PROTOKOLL-POSITION.
           IF PROTOKOLL-ANZAHL > 0
               SET PT-IDX TO 1
               SEARCH PT-EINTRAG
                   AT END
                       CONTINUE
                   WHEN PT-SCHLUESSEL (PT-IDX) = SATZ-SCHLUESSEL
                       MOVE "J" TO PROTOKOLL-GEFUNDEN
                       SET PROTOKOLL-POSITION TO PT-IDX
               END-SEARCH
           END-IF.

       AENDPROT-FORTSCHREIBEN-OEFFNEN.
           OPEN EXTEND AENDPROT-DATEI.
           IF AENDPROT-STATUS = "35"
               OPEN OUTPUT AENDPROT-DATEI
           END-IF.
           IF AENDPROT-STATUS NOT = "00"
               DISPLAY "AENDPROT konnte nicht geoeffnet werden "
                       "(Status " AENDPROT-STATUS ")."
               STOP RUN
           END-IF.

       KUNDENSTAMM-PRUEFEN.
           MOVE "J" TO STAMMDATEI-VORHANDEN.
           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS = "35"
               MOVE "N" TO STAMMDATEI-VORHANDEN
           ELSE
               IF KUNDENSTAMM-STATUS NOT = "00"
                   DISPLAY "Kundenstamm KDSTAMM konnte nicht "
                           "geoeffnet werden (Status "
                           KUNDENSTAMM-STATUS ")."
                   STOP RUN
               END-IF
               MOVE ZEROES TO KD-KUNDENNUMMER
               MOVE "N" TO LESE-ENDE
               START KUNDENSTAMM-DATEI
                       KEY IS NOT LESS THAN KD-KUNDENNUMMER
                   INVALID KEY
                       MOVE "J" TO LESE-ENDE
               END-START
               PERFORM KUNDENSATZ-LESEN
                   UNTIL LESE-ENDE = "J"
               CLOSE KUNDENSTAMM-DATEI
           END-IF.

       KUNDENSATZ-LESEN.
           READ KUNDENSTAMM-DATEI NEXT RECORD
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   MOVE KUNDENSTAMM-SATZ TO STAMM-SATZ
                   PERFORM STAMMSATZ-PRUEFEN
           END-READ.

       ARTIKELSTAMM-PRUEFEN.
           MOVE "J" TO STAMMDATEI-VORHANDEN.
           OPEN INPUT ARTIKELSTAMM-DATEI.
           IF ARTIKELSTAMM-STATUS = "35"
               MOVE "N" TO STAMMDATEI-VORHANDEN
           ELSE
               IF ARTIKELSTAMM-STATUS NOT = "00"
                   DISPLAY "ARTSTAMM konnte nicht geoeffnet werden "
                           "(Status " ARTIKELSTAMM-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM ARTIKELSATZ-LESEN
                   UNTIL LESE-ENDE = "J"
               CLOSE ARTIKELSTAMM-DATEI
           END-IF.

       ARTIKELSATZ-LESEN.
           READ ARTIKELSTAMM-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   MOVE ARTIKELSTAMM-SATZ TO STAMM-SATZ
                   PERFORM STAMMSATZ-PRUEFEN
           END-READ.

       KONTEN-PRUEFEN.
           MOVE "J" TO STAMMDATEI-VORHANDEN.
           OPEN INPUT KONTEN-DATEI.
           IF KONTEN-STATUS = "35"
               MOVE "N" TO STAMMDATEI-VORHANDEN
           ELSE
               IF KONTEN-STATUS NOT = "00"
                   DISPLAY "KONTEN konnte nicht geoeffnet werden "
                           "(Status " KONTEN-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM KONTENSATZ-LESEN
                   UNTIL LESE-ENDE = "J"
               CLOSE KONTEN-DATEI
           END-IF.

       KONTENSATZ-LESEN.
           READ KONTEN-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   MOVE KONTEN-SATZ TO STAMM-SATZ
                   PERFORM STAMMSATZ-PRUEFEN
           END-READ.

       NUMMERNKREIS-PRUEFEN.
           MOVE "J" TO STAMMDATEI-VORHANDEN.
           OPEN INPUT NUMMERNKREIS-DATEI.
           IF NUMMERNKREIS-STATUS = "35"
               MOVE "N" TO STAMMDATEI-VORHANDEN
           ELSE
               IF NUMMERNKREIS-STATUS NOT = "00"
                   DISPLAY "NUMMERNKREIS konnte nicht geoeffnet "
                           "werden (Status " NUMMERNKREIS-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM KREISSATZ-LESEN
                   UNTIL LESE-ENDE = "J"
               CLOSE NUMMERNKREIS-DATEI
           END-IF.

       KREISSATZ-LESEN.
           READ NUMMERNKREIS-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   MOVE NUMMERNKREIS-SATZ TO STAMM-SATZ
                   PERFORM STAMMSATZ-PRUEFEN
           END-READ.

       VERTRAEGE-PRUEFEN.
           MOVE "J" TO STAMMDATEI-VORHANDEN.
           OPEN INPUT VERTRAGS-DATEI.
           IF VERTRAGS-STATUS = "35"
               MOVE "N" TO STAMMDATEI-VORHANDEN
           ELSE
               IF VERTRAGS-STATUS NOT = "00"
                   DISPLAY "VERTRAEGE konnte nicht geoeffnet werden "
                           "(Status " VERTRAGS-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM VERTRAGSSATZ-LESEN
                   UNTIL LESE-ENDE = "J"
               CLOSE VERTRAGS-DATEI
           END-IF.

       VERTRAGSSATZ-LESEN.
           READ VERTRAGS-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   MOVE VERTRAGS-SATZ TO STAMM-SATZ
                   PERFORM STAMMSATZ-PRUEFEN
           END-READ.

      *    Vergleicht einen Satz der Stammdatei mit dem zuletzt
      *    protokollierten Stand seines Schluessels.
       STAMMSATZ-PRUEFEN.
           ADD 1 TO GEPRUEFTE-SAETZE.
           MOVE SPACES TO SATZ-SCHLUESSEL.
           MOVE STAMM-SATZ (1:SCHLUESSEL-LAENGE) TO SATZ-SCHLUESSEL.
           PERFORM PROTOKOLL-SUCHEN.
           IF PROTOKOLL-GEFUNDEN = "J"
               MOVE "J" TO PT-GEPRUEFT (PROTOKOLL-POSITION)
               MOVE PT-SATZ (PROTOKOLL-POSITION) TO SATZ-VORHER
           ELSE
               MOVE SPACES TO SATZ-VORHER
           END-IF.
           MOVE STAMM-SATZ TO SATZ-NACHHER.
           IF SATZ-VORHER = SPACES
               MOVE SATZ-SCHLUESSEL TO DZ-SCHLUESSEL
               MOVE "ohne Protokolleintrag angelegt" TO DZ-MELDUNG
               WRITE LISTEN-ZEILE FROM DZ-MELDUNGSZEILE
               ADD 1 TO SUMME-OHNE-PROTOKOLL
               PERFORM ABWEICHUNG-UEBERNEHMEN
           ELSE
               MOVE SATZ-VORHER TO VERGLEICH-ALT
               MOVE SATZ-NACHHER TO VERGLEICH-NEU
               PERFORM FELD-AUSBLENDEN
                   VARYING FELD-LFDNR FROM 1 BY 1
                   UNTIL FELD-LFDNR > AENDFELD-ANZAHL
               IF VERGLEICH-ALT NOT = VERGLEICH-NEU
                   MOVE SATZ-SCHLUESSEL TO DZ-SCHLUESSEL
                   MOVE "ausserhalb der Pflegeprogramme geaendert"
                       TO DZ-MELDUNG
                   WRITE LISTEN-ZEILE FROM DZ-MELDUNGSZEILE
                   PERFORM FELDER-ZEIGEN
                   ADD 1 TO SUMME-GEAENDERT
                   PERFORM ABWEICHUNG-UEBERNEHMEN
               END-IF
           END-IF.

      *    Von Batchlaeufen fortgeschriebene Felder zaehlen beim
      *    Abgleich nicht.
       FELD-AUSBLENDEN.
           IF AF-DATEI (FELD-LFDNR) = AKTUELLE-DATEI
                   AND AF-ABGLEICH (FELD-LFDNR) = "N"
               MOVE SPACES TO VERGLEICH-ALT (AF-POSITION (FELD-LFDNR):
                                             AF-LAENGE (FELD-LFDNR))
               MOVE SPACES TO VERGLEICH-NEU (AF-POSITION (FELD-LFDNR):
                                             AF-LAENGE (FELD-LFDNR))
           END-IF.

       FELDER-ZEIGEN.
           MOVE 0 TO GEZEIGTE-FELDER.
           PERFORM FELD-VERGLEICHEN
               VARYING FELD-LFDNR FROM 1 BY 1
               UNTIL FELD-LFDNR > AENDFELD-ANZAHL.
           IF GEZEIGTE-FELDER = 0
               MOVE SPACES TO AUSGABE-ZEILE
               MOVE "  (Abweichung ausserhalb der beschriebenen Felder)"
                   TO AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE
           END-IF.

       FELD-VERGLEICHEN.
           IF AF-DATEI (FELD-LFDNR) = AKTUELLE-DATEI
                   AND AF-ABGLEICH (FELD-LFDNR) = "J"
               MOVE SPACES TO FELD-ALT
               MOVE SPACES TO FELD-NEU
               MOVE VERGLEICH-ALT (AF-POSITION (FELD-LFDNR):
                                   AF-LAENGE (FELD-LFDNR)) TO FELD-ALT
               MOVE VERGLEICH-NEU (AF-POSITION (FELD-LFDNR):
                                   AF-LAENGE (FELD-LFDNR)) TO FELD-NEU
               IF FELD-ALT NOT = FELD-NEU
                   MOVE AF-NAME (FELD-LFDNR) TO DZ-FELDNAME
                   MOVE "alt:" TO DZ-ALT-NEU
                   MOVE FELD-ALT TO FELD-INHALT
                   PERFORM FELDZEILE-SCHREIBEN
                   MOVE SPACES TO DZ-FELDNAME
                   MOVE "neu:" TO DZ-ALT-NEU
                   MOVE FELD-NEU TO FELD-INHALT
                   PERFORM FELDZEILE-SCHREIBEN
               END-IF
           END-IF.

       FELDZEILE-SCHREIBEN.
           PERFORM FELD-AUFBEREITEN.
           MOVE FELD-ANZEIGE TO DZ-INHALT.
           WRITE LISTEN-ZEILE FROM DZ-FELDZEILE.
           ADD 1 TO GEZEIGTE-FELDER.

      *    Betraege und Mengen werden mit Dezimalkomma gezeigt,
      *    sofern der Inhalt numerisch ist; alles andere unveraendert.
       FELD-AUFBEREITEN.
           MOVE FELD-INHALT TO FELD-ANZEIGE.
           IF AF-TYP (FELD-LFDNR) = "B" AND FELD-INHALT NOT = SPACES
               MOVE ZEROES TO BETRAG-ROH
               MOVE FELD-INHALT (1:AF-LAENGE (FELD-LFDNR))
                   TO BETRAG-ROH (12 - AF-LAENGE (FELD-LFDNR):
                                  AF-LAENGE (FELD-LFDNR))
               IF BETRAG-ROH IS NUMERIC
                   MOVE BETRAG-ZAHL TO AUF-BETRAG
                   MOVE SPACES TO FELD-ANZEIGE
                   MOVE AUF-BETRAG TO FELD-ANZEIGE
               END-IF
           END-IF.

      *    Protokollierte Saetze, die in der Datei nicht mehr
      *    vorhanden sind.
       FEHLENDEN-SATZ-MELDEN.
           IF PT-GEPRUEFT (PROTOKOLL-LFDNR) = "N"
                   AND PT-SATZ (PROTOKOLL-LFDNR) NOT = SPACES
               MOVE PT-SCHLUESSEL (PROTOKOLL-LFDNR) TO DZ-SCHLUESSEL
               MOVE "protokolliert, fehlt aber in der Datei"
                   TO DZ-MELDUNG
               WRITE LISTEN-ZEILE FROM DZ-MELDUNGSZEILE
               ADD 1 TO SUMME-FEHLEND
               MOVE PT-SCHLUESSEL (PROTOKOLL-LFDNR) TO SATZ-SCHLUESSEL
               MOVE PT-SATZ (PROTOKOLL-LFDNR) TO SATZ-VORHER
               MOVE SPACES TO SATZ-NACHHER
               PERFORM ABWEICHUNG-UEBERNEHMEN
           END-IF.

      *    Zaehlt die Abweichung und schreibt auf Wunsch den
      *    aktuellen Stand als Uebernahme in das Protokoll.
       ABWEICHUNG-UEBERNEHMEN.
           ADD 1 TO DATEI-ABWEICHUNGEN.
           IF UEBERNAHME = "J"
               ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
               ACCEPT AKTUELLE-ZEIT FROM TIME
               MOVE SPACES TO AENDPROT-SATZ
               MOVE AKTUELLES-DATUM TO AP-DATUM
               MOVE AKTUELLE-ZEIT TO AP-ZEIT
               MOVE BENUTZER-KENNUNG TO AP-BENUTZER
               MOVE "StammdatenAbgleich" TO AP-PROGRAMM
               MOVE AKTUELLE-DATEI TO AP-DATEI
               MOVE SATZ-SCHLUESSEL TO AP-SCHLUESSEL
               MOVE "U" TO AP-AKTION
               MOVE SATZ-VORHER TO AP-VORHER
               MOVE SATZ-NACHHER TO AP-NACHHER
               WRITE AENDPROT-SATZ
               IF AENDPROT-STATUS NOT = "00"
                   DISPLAY "Fehler beim Schreiben von AENDPROT "
                           "(Status " AENDPROT-STATUS ")."
                   STOP RUN
               END-IF
               ADD 1 TO SUMME-UEBERNOMMEN
           END-IF.
