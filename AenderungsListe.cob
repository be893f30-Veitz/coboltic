       IDENTIFICATION DIVISION.
       PROGRAM-ID. AenderungsListe.

      *    Liste des Aenderungsprotokolls AENDPROT der Stammdaten
      *    KDSTAMM, ARTSTAMM, KONTEN, NUMMERNKREIS und VERTRAEGE.
      *    Auswahl nach Zeitraum (Protokolldatum), Datei und
      *    Satzschluessel; jede Angabe kann leer bzw. 0 bleiben.
      *    Je Protokollsatz eine Kopfzeile mit Zeitpunkt, Benutzer,
      *    Datei, Schluessel und Vorgang, darunter das schreibende
      *    Programm und die geaenderten Felder mit altem und neuem
      *    Inhalt laut Feldbeschreibung AENDFELD.cpy (bei Neuanlage
      *    nur die neuen Inhalte). Ausgabe nach AENDLISTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AENDPROT-DATEI ASSIGN TO "AENDPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AENDPROT-STATUS.

           SELECT LISTEN-DATEI ASSIGN TO "AENDLISTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AENDPROT-DATEI.
       01  AENDPROT-SATZ.
           COPY "AENDSATZ.cpy".

       FD  LISTEN-DATEI.
       01  LISTEN-ZEILE                  PIC X(72).

       WORKING-STORAGE SECTION.
       77 AENDPROT-STATUS        PIC XX VALUE SPACES.
       77 LISTEN-STATUS          PIC XX VALUE SPACES.
       77 LESE-ENDE              PIC X VALUE "N".

       COPY "AENDFELD.cpy".

       77 VON-DATUM              PIC 9(8) VALUE 0.
       77 BIS-DATUM              PIC 9(8) VALUE 0.
       77 GEWAEHLTE-DATEI        PIC X(12) VALUE SPACES.
       77 GEWAEHLTER-SCHLUESSEL  PIC X(12) VALUE SPACES.
       77 DATEI-BEKANNT          PIC X VALUE "N".

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

       77 GELESENE-SAETZE        PIC 9(7) VALUE 0.
       77 AUSGEWAEHLTE-SAETZE    PIC 9(7) VALUE 0.
       77 GEZEIGTE-FELDER        PIC 9(3) VALUE 0.
       77 FELD-LFDNR             PIC 9(3) VALUE 0.

      *    Inhalt eines Feldes vor und nach der Aenderung und seine
      *    Aufbereitung fuer die Liste.
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
           05  AUF-ZEIT.
               10  AUF-STUNDE        PIC XX.
               10  FILLER            PIC X VALUE ":".
               10  AUF-MINUTE        PIC XX.
               10  FILLER            PIC X VALUE ":".
               10  AUF-SEKUNDE       PIC XX.
           05  AUF-VON-DATUM         PIC X(10).
           05  AUF-BIS-DATUM         PIC X(10).

       01  DRUCKZEILEN-AUFBAU.
           05  DZ-TRENNLINIE         PIC X(72) VALUE ALL "=".
           05  DZ-STRICHLINIE        PIC X(72) VALUE ALL "-".
           05  DZ-LEERZEILE          PIC X(72) VALUE SPACES.

       01  DZ-SPALTENTITEL.
           05  FILLER                PIC X(33) VALUE
               "Datum      Zeit     Benutzer     ".
           05  FILLER                PIC X(39) VALUE
               "Datei        Schluessel   Vorgang".

       01  DZ-KOPFZEILE.
           05  DZ-DATUM              PIC X(10).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-ZEIT               PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-BENUTZER           PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-DATEI              PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-SCHLUESSEL         PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  DZ-VORGANG            PIC X(13).

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
           DISPLAY "Aenderungsprotokoll der Stammdaten aus AENDPROT".
           DISPLAY "Von-Datum (JJJJMMTT, 0 = ohne Begrenzung): ".
           ACCEPT EINGABE-DATUM.
           IF EINGABE-DATUM NOT = 0
               PERFORM DATUM-PRUEFEN
               IF DATUM-GUELTIG = "N"
                   DISPLAY "Ungueltiges Von-Datum " EINGABE-DATUM "."
                   STOP RUN
               END-IF
           END-IF.
           MOVE EINGABE-DATUM TO VON-DATUM.
           DISPLAY "Bis-Datum (JJJJMMTT, 0 = ohne Begrenzung): ".
           ACCEPT EINGABE-DATUM.
           IF EINGABE-DATUM = 0
               MOVE 99999999 TO BIS-DATUM
           ELSE
               PERFORM DATUM-PRUEFEN
               IF DATUM-GUELTIG = "N"
                   DISPLAY "Ungueltiges Bis-Datum " EINGABE-DATUM "."
                   STOP RUN
               END-IF
               MOVE EINGABE-DATUM TO BIS-DATUM
           END-IF.
           IF BIS-DATUM < VON-DATUM
               DISPLAY "Bis-Datum " BIS-DATUM " liegt vor dem "
                       "Von-Datum " VON-DATUM "."
               STOP RUN
           END-IF.
           DISPLAY "Datei (KDSTAMM, ARTSTAMM, KONTEN, NUMMERNKREIS, "
                   "VERTRAEGE; leer = alle): ".
           ACCEPT GEWAEHLTE-DATEI.
           INSPECT GEWAEHLTE-DATEI
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF GEWAEHLTE-DATEI NOT = SPACES
               MOVE "N" TO DATEI-BEKANNT
               SET AF-IDX TO 1
               SEARCH AENDFELD-EINTRAG
                   AT END
                       CONTINUE
                   WHEN AF-DATEI (AF-IDX) = GEWAEHLTE-DATEI
                       MOVE "J" TO DATEI-BEKANNT
               END-SEARCH
               IF DATEI-BEKANNT = "N"
                   DISPLAY "Unbekannte Datei " GEWAEHLTE-DATEI "."
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "Schluessel wie im Satz (z. B. Kundennummer "
                   "6-stellig, Steuer-Code, 2026 R; leer = alle): ".
           ACCEPT GEWAEHLTER-SCHLUESSEL.
           INSPECT GEWAEHLTER-SCHLUESSEL
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           OPEN INPUT AENDPROT-DATEI.
           IF AENDPROT-STATUS = "35"
               DISPLAY "Noch kein Aenderungsprotokoll AENDPROT "
                       "vorhanden."
               STOP RUN
           END-IF.
           IF AENDPROT-STATUS NOT = "00"
               DISPLAY "AENDPROT konnte nicht geoeffnet werden "
                       "(Status " AENDPROT-STATUS ")."
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTEN-DATEI.
           IF LISTEN-STATUS NOT = "00"
               DISPLAY "AENDLISTE konnte nicht angelegt werden "
                       "(Status " LISTEN-STATUS ")."
               STOP RUN
           END-IF.

           PERFORM LISTENKOPF-SCHREIBEN.
           MOVE "N" TO LESE-ENDE.
           PERFORM PROTOKOLLSATZ-LESEN
               UNTIL LESE-ENDE = "J".

           WRITE LISTEN-ZEILE FROM DZ-TRENNLINIE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Ausgewaehlte Aenderungen: " DELIMITED BY SIZE
                  AUSGEWAEHLTE-SAETZE DELIMITED BY SIZE
               INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.

           CLOSE LISTEN-DATEI.
           CLOSE AENDPROT-DATEI.

           DISPLAY "=== Aenderungsprotokoll " AUF-VON-DATUM " bis "
                   AUF-BIS-DATUM " ===".
           DISPLAY "Gelesene Protokollsaetze : " GELESENE-SAETZE.
           DISPLAY "Ausgewaehlte Aenderungen : " AUSGEWAEHLTE-SAETZE.
           DISPLAY "Liste nach AENDLISTE geschrieben.".
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

       LISTENKOPF-SCHREIBEN.
           IF VON-DATUM = 0
               MOVE "Beginn" TO AUF-VON-DATUM
           ELSE
               MOVE VON-DATUM (7:2) TO AUF-TAG
               MOVE VON-DATUM (5:2) TO AUF-MONAT
               MOVE VON-DATUM (1:4) TO AUF-JAHR
               MOVE AUF-DATUM TO AUF-VON-DATUM
           END-IF.
           IF BIS-DATUM = 99999999
               MOVE "offen" TO AUF-BIS-DATUM
           ELSE
               MOVE BIS-DATUM (7:2) TO AUF-TAG
               MOVE BIS-DATUM (5:2) TO AUF-MONAT
               MOVE BIS-DATUM (1:4) TO AUF-JAHR
               MOVE AUF-DATUM TO AUF-BIS-DATUM
           END-IF.
           WRITE LISTEN-ZEILE FROM DZ-TRENNLINIE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Aenderungsprotokoll der Stammdaten "
                      DELIMITED BY SIZE
                  AUF-VON-DATUM DELIMITED BY "  "
                  " bis " DELIMITED BY SIZE
                  AUF-BIS-DATUM DELIMITED BY "  "
               INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           IF GEWAEHLTE-DATEI = SPACES
               MOVE "Datei: alle" TO AUSGABE-ZEILE
           ELSE
               STRING "Datei: " DELIMITED BY SIZE
                      GEWAEHLTE-DATEI DELIMITED BY SPACE
                   INTO AUSGABE-ZEILE
           END-IF.
           IF GEWAEHLTER-SCHLUESSEL = SPACES
               MOVE "Schluessel: alle" TO AUSGABE-ZEILE (25:)
           ELSE
               STRING "Schluessel: " DELIMITED BY SIZE
                      GEWAEHLTER-SCHLUESSEL DELIMITED BY SIZE
                   INTO AUSGABE-ZEILE (25:)
           END-IF.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM DZ-TRENNLINIE.
           WRITE LISTEN-ZEILE FROM DZ-SPALTENTITEL.

       PROTOKOLLSATZ-LESEN.
           READ AENDPROT-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   ADD 1 TO GELESENE-SAETZE
                   IF AP-DATUM >= VON-DATUM
                           AND AP-DATUM <= BIS-DATUM
                           AND (GEWAEHLTE-DATEI = SPACES
                                OR AP-DATEI = GEWAEHLTE-DATEI)
                           AND (GEWAEHLTER-SCHLUESSEL = SPACES
                                OR AP-SCHLUESSEL
                                   = GEWAEHLTER-SCHLUESSEL)
                       PERFORM AENDERUNG-AUSGEBEN
                   END-IF
           END-READ.

       AENDERUNG-AUSGEBEN.
           ADD 1 TO AUSGEWAEHLTE-SAETZE.
           WRITE LISTEN-ZEILE FROM DZ-STRICHLINIE.
           MOVE AP-DATUM (7:2) TO AUF-TAG.
           MOVE AP-DATUM (5:2) TO AUF-MONAT.
           MOVE AP-DATUM (1:4) TO AUF-JAHR.
           MOVE AUF-DATUM TO DZ-DATUM.
           MOVE AP-ZEIT (1:2) TO AUF-STUNDE.
           MOVE AP-ZEIT (3:2) TO AUF-MINUTE.
           MOVE AP-ZEIT (5:2) TO AUF-SEKUNDE.
           MOVE AUF-ZEIT TO DZ-ZEIT.
           MOVE AP-BENUTZER TO DZ-BENUTZER.
           MOVE AP-DATEI TO DZ-DATEI.
           MOVE AP-SCHLUESSEL TO DZ-SCHLUESSEL.
           EVALUATE AP-AKTION
               WHEN "N"
                   MOVE "Neuanlage" TO DZ-VORGANG
               WHEN "A"
                   MOVE "Aenderung" TO DZ-VORGANG
               WHEN "D"
                   MOVE "Deaktivierung" TO DZ-VORGANG
               WHEN "U"
                   MOVE "Uebernahme" TO DZ-VORGANG
               WHEN OTHER
                   MOVE AP-AKTION TO DZ-VORGANG
           END-EVALUATE.
           WRITE LISTEN-ZEILE FROM DZ-KOPFZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "  Programm: " DELIMITED BY SIZE
                  AP-PROGRAMM DELIMITED BY SIZE
               INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.

           IF AP-NACHHER = SPACES
               MOVE SPACES TO AUSGABE-ZEILE
               MOVE "  (Satz in der Datei nicht mehr vorhanden)"
                   TO AUSGABE-ZEILE
               WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE
           ELSE
               MOVE 0 TO GEZEIGTE-FELDER
               PERFORM FELD-VERGLEICHEN
                   VARYING FELD-LFDNR FROM 1 BY 1
                   UNTIL FELD-LFDNR > AENDFELD-ANZAHL
               IF GEZEIGTE-FELDER = 0
                   MOVE SPACES TO AUSGABE-ZEILE
                   MOVE "  (keine Abweichung in den beschriebenen "
                       TO AUSGABE-ZEILE
                   MOVE "Feldern)" TO AUSGABE-ZEILE (42:)
                   WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE
               END-IF
           END-IF.

      *    Bei einer Neuanlage (oder Uebernahme eines bisher nicht
      *    protokollierten Satzes) werden alle belegten Felder
      *    gezeigt, sonst nur die Felder, deren Inhalt sich
      *    geaendert hat.
       FELD-VERGLEICHEN.
           IF AF-DATEI (FELD-LFDNR) = AP-DATEI
               MOVE SPACES TO FELD-ALT
               MOVE SPACES TO FELD-NEU
               MOVE AP-VORHER (AF-POSITION (FELD-LFDNR):
                               AF-LAENGE (FELD-LFDNR)) TO FELD-ALT
               MOVE AP-NACHHER (AF-POSITION (FELD-LFDNR):
                                AF-LAENGE (FELD-LFDNR)) TO FELD-NEU
               IF AP-AKTION = "N" OR AP-VORHER = SPACES
                   IF FELD-NEU NOT = SPACES
                       MOVE AF-NAME (FELD-LFDNR) TO DZ-FELDNAME
                       MOVE SPACES TO DZ-ALT-NEU
                       MOVE FELD-NEU TO FELD-INHALT
                       PERFORM FELDZEILE-SCHREIBEN
                   END-IF
               ELSE
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
