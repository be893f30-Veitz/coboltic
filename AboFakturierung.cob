       IDENTIFICATION DIVISION.
       PROGRAM-ID. AboFakturierung.

      *    Periodische Fakturierung der Vertraege aus VERTRAEGE
      *    (Pflege mit der Vertragspflege). Fuer jeden aktiven
      *    Vertrag wird jeder Abrechnungszeitraum, der bis zum
      *    eingegebenen Stichtag beginnt und nicht nach dem
      *    Vertragsende liegt, als eigene Rechnung mit je einer
      *    Position pro Vertragsartikel gebucht: Kopf- und
      *    Positionssaetze in RECHNUNGEN, Nummer aus dem
      *    Nummernkreis der Belegart "R", Satz in PROTOKOLL, wie bei
      *    der Einzelberechnung in NettoBruttoRechner. Es gelten
      *    der Steuer-Code des Kunden und der Einzelpreis laut
      *    Artikelstamm; Rechnungsdatum ist der Tag des Laufs.
      *    Danach wird der naechste Zeitraum des Vertrags um das
      *    Intervall weitergeschaltet. Ist der Kunde oder ein
      *    Artikel unbekannt oder inaktiv oder der Steuer-Code
      *    nicht verwendbar, bleibt der Vertrag stehen und wird im
      *    naechsten Lauf erneut versucht. Jeder fakturierte
      *    Zeitraum wird sofort im Register ABOREG vermerkt; ein
      *    Zeitraum, der dort schon steht (etwa nach einem
      *    abgebrochenen Lauf), wird nie ein zweites Mal berechnet.
      *    Liste der fakturierten und der nicht fakturierten
      *    Zeitraeume nach ABOLISTE.
      *    Im Tagesablauf kommt der Stichtag aus TAGESPARAM,
      *    Schluessel ABO-STICHTAG (JJJJMMTT; 0 oder ohne Angabe =
      *    Tag des Laufs). Rueckgabewert 0 = Lauf ausgefuehrt,
      *    12 = Abbruch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERTRAGS-DATEI ASSIGN TO "VERTRAEGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERTRAGS-STATUS.

           SELECT VERTRAGS-NEU-DATEI ASSIGN TO "VERTRAEGE.NEU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERTRAGS-NEU-STATUS.

           SELECT RECHNUNGSDATEI ASSIGN TO "RECHNUNGEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECH-SCHLUESSEL
               ALTERNATE RECORD KEY IS KUNDENNUMMER
                   WITH DUPLICATES
               FILE STATUS IS RECHNUNGS-STATUS.

           SELECT KUNDENSTAMM-DATEI ASSIGN TO "KDSTAMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KUNDENNUMMER
               FILE STATUS IS KUNDENSTAMM-STATUS.

           SELECT ARTIKELSTAMM-DATEI ASSIGN TO "ARTSTAMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIKELSTAMM-STATUS.

           SELECT PROTOKOLL-DATEI ASSIGN TO "PROTOKOLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROTOKOLL-STATUS.

           SELECT NUMMERNKREIS-DATEI ASSIGN TO "NUMMERNKREIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMMERNKREIS-STATUS.

           SELECT NUMMERNKREIS-NEU-DATEI ASSIGN TO "NUMMERNKREIS.NEU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMMERNKREIS-NEU-STATUS.

           SELECT REGISTER-DATEI ASSIGN TO "ABOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

           SELECT LISTE-DATEI ASSIGN TO "ABOLISTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTE-STATUS.

           SELECT PARAMETER-DATEI ASSIGN TO "TAGESPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERTRAGS-DATEI.
       01  VERTRAGS-SATZ                 PIC X(169).

       FD  VERTRAGS-NEU-DATEI.
       01  VERTRAGS-NEU-SATZ             PIC X(169).

       FD  RECHNUNGSDATEI.
       01  RECHNUNGS-SATZ.
           COPY "RECHNSATZ.cpy".

       FD  KUNDENSTAMM-DATEI.
       01  KUNDENSTAMM-SATZ.
           COPY "KDSATZ.cpy".

       FD  ARTIKELSTAMM-DATEI.
       01  ARTIKELSTAMM-SATZ.
           COPY "ARTSATZ.cpy".

       FD  PROTOKOLL-DATEI.
       01  PROTOKOLL-SATZ.
           COPY "PROTSATZ.cpy".

       FD  NUMMERNKREIS-DATEI.
       01  NUMMERNKREIS-SATZ.
           COPY "NUMKRSATZ.cpy".

       FD  NUMMERNKREIS-NEU-DATEI.
       01  NUMMERNKREIS-NEU-SATZ        PIC X(27).

      *    Je fakturiertem Zeitraum ein Satz: Vertrag, Beginn des
      *    Zeitraums, Rechnungsnummer und Tag des Laufs.
       FD  REGISTER-DATEI.
       01  REGISTER-SATZ.
           05  AG-VERTRAGSNUMMER         PIC 9(6).
           05  AG-TRENNER1               PIC X.
           05  AG-PERIODE                PIC 9(8).
           05  AG-TRENNER2               PIC X.
           05  AG-RECHNUNGSNUMMER        PIC 9(8).
           05  AG-TRENNER3               PIC X.
           05  AG-DATUM                  PIC 9(8).

       FD  LISTE-DATEI.
       01  LISTEN-ZEILE                  PIC X(72).

       FD  PARAMETER-DATEI.
       01  PARAMETER-SATZ.
           COPY "TPARSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 VERTRAGS-STATUS         PIC XX VALUE SPACES.
       77 VERTRAGS-NEU-STATUS     PIC XX VALUE SPACES.
       77 VERTRAGS-NEU-NAME       PIC X(20) VALUE "VERTRAEGE.NEU".
       77 VERTRAGS-ALT-NAME       PIC X(20) VALUE "VERTRAEGE".
       77 VERTRAGS-UMBENENNEN-CODE PIC S9(9) COMP-5 VALUE 0.
       77 RECHNUNGS-STATUS        PIC XX VALUE SPACES.
       77 KUNDENSTAMM-STATUS      PIC XX VALUE SPACES.
       77 ARTIKELSTAMM-STATUS     PIC XX VALUE SPACES.
       77 PROTOKOLL-STATUS        PIC XX VALUE SPACES.
       77 REGISTER-STATUS         PIC XX VALUE SPACES.
       77 LISTE-STATUS            PIC XX VALUE SPACES.
       77 LESE-ENDE               PIC X VALUE "N".

      *    Bearbeiteter Vertrag.
       01  VERTRAG.
           COPY "VERTRSATZ.cpy".

       01  VERTRAGS-TABELLE.
           05  VERTRAGS-EINTRAG OCCURS 1000 TIMES.
               10  VTT-SATZ              PIC X(169).

       77 VERTRAGS-ANZAHL         PIC 9(04) VALUE 0.
       77 VERTRAGS-LFDNR          PIC 9(04) VALUE 0.
       77 VERTRAG-WEITER          PIC X VALUE "N".

       01  ARTIKEL-TABELLE.
           05  ARTIKEL-EINTRAG OCCURS 500 TIMES
                               INDEXED BY ART-IDX.
               10  AT-ARTIKELNUMMER      PIC 9(06).
               10  AT-TEXT               PIC X(30).
               10  AT-EINZELPREIS        PIC 9(06)V99.
               10  AT-AKTIV-KENNZEICHEN  PIC X(01).

       77 ARTIKEL-ANZAHL          PIC 9(03) VALUE 0.
       77 ARTIKEL-GEFUNDEN        PIC X VALUE "N".
       77 ARTIKEL-TEXT            PIC X(30) VALUE SPACES.
       77 ARTIKEL-PREIS           PIC 9(06)V99 VALUE 0.
       77 GEPRUEFTE-ARTIKELNUMMER PIC 9(06) VALUE 0.

       01  REGISTER-TABELLE.
           05  RG-EINTRAG OCCURS 20000 TIMES
                           INDEXED BY RG-IDX.
               10  RG-VERTRAGSNUMMER     PIC 9(6).
               10  RG-PERIODE            PIC 9(8).
               10  RG-RECHNUNGSNUMMER    PIC 9(8).

       77 REGISTER-ANZAHL         PIC 9(5) VALUE 0.

       COPY "STEUERTAB.cpy".

       77 STEUER-CODE             PIC X(4) VALUE SPACES.
       77 STEUER-GEFUNDEN         PIC X VALUE "N".
       77 STEUER-ART              PIC X VALUE "S".
       77 STEUERSATZ-DEZIMAL      PIC 9V9999 VALUE 0.

       77 NUMMERNKREIS-STATUS     PIC XX VALUE SPACES.
       77 NUMMERNKREIS-NEU-STATUS PIC XX VALUE SPACES.
       77 NUMMERNKREIS-NEU-NAME   PIC X(20) VALUE "NUMMERNKREIS.NEU".
       77 NUMMERNKREIS-ALT-NAME   PIC X(20) VALUE "NUMMERNKREIS".
       77 NUMMERNKREIS-UMBENENNEN-CODE PIC S9(9) COMP-5 VALUE 0.

       01  KREIS-TABELLE.
           05  KREIS-EINTRAG OCCURS 40 TIMES
                               INDEXED BY NK-IDX.
               10  NKT-JAHR              PIC 9(4).
               10  NKT-BELEGART          PIC X(1).
               10  NKT-VON               PIC 9(6).
               10  NKT-BIS               PIC 9(6).
               10  NKT-LETZTE            PIC 9(6).

       77 KREIS-ANZAHL            PIC 9(02) VALUE 0.
       77 KREIS-LFDNR             PIC 9(02) VALUE 0.
       77 KREIS-POSITION          PIC 9(02) VALUE 0.
       77 VORLAGE-POSITION        PIC 9(02) VALUE 0.
       77 GESUCHTES-JAHR          PIC 9(4) VALUE 0.
       77 GESUCHTE-BELEGART       PIC X(1) VALUE "R".
       77 LETZTE-RECHNUNGS-NUMMER PIC 9(8) VALUE 0.

       77 AKTUELLES-DATUM         PIC 9(8) VALUE 0.
       77 AKTUELLE-ZEIT           PIC 9(8) VALUE 0.
       77 STICHTAG                PIC 9(8) VALUE 0.
       77 EINGABE-DATUM           PIC 9(8) VALUE 0.
       77 DATUM-GUELTIG           PIC X VALUE "N".

      *    Abrechnungszeitraum: Beginn = VT-NAECHSTE-FAKTURA, Folge-
      *    datum = Beginn plus Intervall (Tag des Vertragsbeginns,
      *    am Monatsende gekuerzt), Ende = Tag vor dem Folgedatum,
      *    hoechstens das Vertragsende.
       01  MONATSTAGE-WERTE          PIC X(24)
                                     VALUE "312831303130313130313031".
       01  MONATSTAGE-TABELLE REDEFINES MONATSTAGE-WERTE.
           05  MONATSTAGE            PIC 9(02) OCCURS 12 TIMES.

       77 PRUEF-JAHR              PIC 9(04) VALUE 0.
       77 PRUEF-MONAT             PIC 9(02) VALUE 0.
       77 PRUEF-TAG               PIC 9(02) VALUE 0.
       77 TAGE-IM-MONAT           PIC 9(02) VALUE 0.
       77 MONATS-INDEX            PIC 9(06) VALUE 0.
       77 FOLGE-DATUM             PIC 9(08) VALUE 0.
       77 ZEITRAUM-ENDE           PIC 9(08) VALUE 0.

      *    Ergebnis der Pruefung eines Zeitraums: "F" = fakturieren,
      *    "B" = bereits fakturiert (ABOREG), "S" = stehen lassen.
       77 FAKTURA-ERGEBNIS        PIC X VALUE "F".
       77 FAKTURA-GRUND           PIC X(36) VALUE SPACES.
       77 BEREITS-RECHNUNG        PIC 9(8) VALUE 0.

       77 KUNDEN-UST-IDNR         PIC X(14) VALUE SPACES.

       01  POSITIONS-TABELLE.
           05  POS-EINTRAG OCCURS 10 TIMES.
               10  POS-ARTIKELNUMMER     PIC 9(06).
               10  POS-ARTIKELTEXT       PIC X(30).
               10  POS-MENGE             PIC 9(04)V99.
               10  POS-EINZELPREIS       PIC 9(06)V99.
               10  POS-WERT              PIC S9(08)V99.

       77 POSITIONS-LFDNR         PIC 9(02) VALUE 0.
       77 POSITIONS-WERT          PIC S9(08)V99 VALUE 0.
       77 POSITIONS-SUMME         PIC S9(08)V99 VALUE 0.
       77 NETTOPREIS              PIC S9(6)V99 VALUE 0.
       77 MWST                    PIC S9(6)V99 VALUE 0.
       77 BRUTTOPREIS             PIC S9(6)V99 VALUE 0.

       77 VERTRAEGE-AKTIV         PIC 9(6) VALUE 0.
       77 RECHNUNGS-ANZAHL        PIC 9(6) VALUE 0.
       77 BEREITS-ANZAHL          PIC 9(6) VALUE 0.
       77 STEHEN-ANZAHL           PIC 9(6) VALUE 0.
       77 NETTO-SUMME             PIC S9(10)V99 VALUE 0.
       77 MWST-SUMME              PIC S9(10)V99 VALUE 0.
       77 BRUTTO-SUMME            PIC S9(10)V99 VALUE 0.

       01  AUFBEREITETE-FELDER.
           05  AUF-SUMME             PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  AUF-DATUM.
               10  AUF-TAG           PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-MONAT         PIC XX.
               10  FILLER            PIC X VALUE ".".
               10  AUF-JAHR          PIC X(4).
           05  AUF-STICHTAG          PIC X(10).
           05  AUF-VON               PIC X(10).

       77 AUFBEREITEN-DATUM       PIC 9(8) VALUE 0.

       01  LISTEN-AUFBAU.
           05  LA-TRENNLINIE         PIC X(72) VALUE ALL "=".
           05  LA-STRICHLINIE        PIC X(72) VALUE ALL "-".
           05  LA-LEERZEILE          PIC X(72) VALUE SPACES.

       01  LA-SPALTENTITEL.
           05  FILLER                PIC X(14) VALUE
               "Vertr. Kunde  ".
           05  FILLER                PIC X(22) VALUE
               "Zeitraum".
           05  FILLER                PIC X(12) VALUE
               "Rechnung Po ".
           05  FILLER                PIC X(24) VALUE
               "     Netto     Brutto".

       01  LA-FAKTURAZEILE.
           05  LA-VERTRAGSNUMMER     PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-KUNDENNUMMER       PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-VON                PIC X(10).
           05  FILLER                PIC X VALUE "-".
           05  LA-BIS                PIC X(10).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-RECHNUNGSNUMMER    PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-POSITIONEN         PIC Z9.
           05  FILLER                PIC X VALUE SPACE.
           05  LA-NETTO              PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X VALUE SPACE.
           05  LA-BRUTTO             PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(03) VALUE SPACES.

       01  LA-HINWEISZEILE.
           05  LA-H-VERTRAGSNUMMER   PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-H-KUNDENNUMMER     PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-H-VON              PIC X(10).
           05  FILLER                PIC X VALUE "-".
           05  LA-H-BIS              PIC X(10).
           05  FILLER                PIC X VALUE SPACE.
           05  LA-HINWEIS            PIC X(36).

       77 AUSGABE-ZEILE          PIC X(72) VALUE SPACES.

      *    Bedienerloser Lauf in der TagesablaufSteuerung
      *    (Umgebungsvariable TAGESABLAUF = "J"): die sonst am
      *    Bildschirm erfragten Angaben kommen aus TAGESPARAM.
       77 TAGESABLAUF-LAUF       PIC X VALUE SPACE.
       77 PARAMETER-STATUS       PIC XX VALUE SPACES.
       77 PARAMETER-SCHLUESSEL   PIC X(24) VALUE SPACES.
       77 PARAMETER-WERT         PIC X(20) VALUE SPACES.
       77 PARAMETER-ENDE         PIC X VALUE "N".

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           MOVE 12 TO RETURN-CODE.
           ACCEPT TAGESABLAUF-LAUF FROM ENVIRONMENT "TAGESABLAUF".
           DISPLAY "Abo-Fakturierung ueber VERTRAEGE".
           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.
           MOVE "N" TO DATUM-GUELTIG.
           PERFORM STICHTAG-VERSUCHEN
               UNTIL DATUM-GUELTIG = "J".

           PERFORM VERTRAEGE-LADEN.
           PERFORM ARTIKELSTAMM-LADEN.
           PERFORM REGISTER-LADEN.
           PERFORM NUMMERNKREIS-LADEN.

           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
               DISPLAY "Kundenstamm KDSTAMM konnte nicht geoeffnet "
                       "werden (Status " KUNDENSTAMM-STATUS ")."
               STOP RUN
           END-IF.
           OPEN I-O RECHNUNGSDATEI.
           IF RECHNUNGS-STATUS = "35"
               OPEN OUTPUT RECHNUNGSDATEI
               CLOSE RECHNUNGSDATEI
               OPEN I-O RECHNUNGSDATEI
           END-IF.
           IF RECHNUNGS-STATUS NOT = "00"
               DISPLAY "RECHNUNGEN konnte nicht geoeffnet werden "
                       "(Status " RECHNUNGS-STATUS ")."
               STOP RUN
           END-IF.
           OPEN EXTEND PROTOKOLL-DATEI.
           IF PROTOKOLL-STATUS = "35"
               OPEN OUTPUT PROTOKOLL-DATEI
           END-IF.
           OPEN EXTEND REGISTER-DATEI.
           IF REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-DATEI
           END-IF.
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "ABOREG konnte nicht geoeffnet werden "
                       "(Status " REGISTER-STATUS ")."
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTE-DATEI.
           IF LISTE-STATUS NOT = "00"
               DISPLAY "ABOLISTE konnte nicht angelegt werden "
                       "(Status " LISTE-STATUS ")."
               STOP RUN
           END-IF.

           PERFORM LISTENKOPF-SCHREIBEN.
           PERFORM VERTRAG-ABRECHNEN
               THRU VERTRAG-ABRECHNEN-EXIT
               VARYING VERTRAGS-LFDNR FROM 1 BY 1
               UNTIL VERTRAGS-LFDNR > VERTRAGS-ANZAHL.
           PERFORM LISTENENDE-SCHREIBEN.

           CLOSE LISTE-DATEI.
           CLOSE REGISTER-DATEI.
           CLOSE PROTOKOLL-DATEI.
           CLOSE RECHNUNGSDATEI.
           CLOSE KUNDENSTAMM-DATEI.
           PERFORM VERTRAEGE-SPEICHERN.

           DISPLAY "=== Abo-Fakturierung ===".
           DISPLAY "Aktive Vertraege      : " VERTRAEGE-AKTIV.
           DISPLAY "Rechnungen geschrieben: " RECHNUNGS-ANZAHL.
           DISPLAY "Bereits fakturiert    : " BEREITS-ANZAHL.
           DISPLAY "Nicht fakturiert      : " STEHEN-ANZAHL.
           MOVE NETTO-SUMME TO AUF-SUMME.
           DISPLAY "Summe Netto           : " AUF-SUMME " EUR".
           MOVE BRUTTO-SUMME TO AUF-SUMME.
           DISPLAY "Summe Brutto          : " AUF-SUMME " EUR".
           DISPLAY "Liste nach ABOLISTE geschrieben.".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       STICHTAG-VERSUCHEN.
           IF TAGESABLAUF-LAUF = "J"
               PERFORM STICHTAG-AUS-PARAMETER
           ELSE
               DISPLAY "Stichtag (JJJJMMTT, 0 = heute): "
               ACCEPT EINGABE-DATUM
           END-IF.
           IF EINGABE-DATUM = 0
               MOVE AKTUELLES-DATUM TO EINGABE-DATUM
           END-IF.
           MOVE EINGABE-DATUM (1:4) TO PRUEF-JAHR.
           MOVE EINGABE-DATUM (5:2) TO PRUEF-MONAT.
           MOVE EINGABE-DATUM (7:2) TO PRUEF-TAG.
           IF PRUEF-JAHR >= 1900
                   AND PRUEF-MONAT >= 1 AND PRUEF-MONAT <= 12
               PERFORM TAGE-IM-MONAT-ERMITTELN
               IF PRUEF-TAG >= 1 AND PRUEF-TAG <= TAGE-IM-MONAT
                   MOVE "J" TO DATUM-GUELTIG
                   MOVE EINGABE-DATUM TO STICHTAG
               END-IF
           END-IF.
           IF DATUM-GUELTIG = "N"
               DISPLAY "Ungueltiges Datum " EINGABE-DATUM "."
               IF TAGESABLAUF-LAUF = "J"
                   STOP RUN
               END-IF
           END-IF.

       STICHTAG-AUS-PARAMETER.
           MOVE "ABO-STICHTAG" TO PARAMETER-SCHLUESSEL.
           PERFORM PARAMETER-LESEN.
           EVALUATE TRUE
               WHEN PARAMETER-WERT = SPACES OR PARAMETER-WERT = "0"
                   MOVE 0 TO EINGABE-DATUM
               WHEN PARAMETER-WERT (1:8) IS NUMERIC
                       AND PARAMETER-WERT (9:) = SPACES
                   MOVE PARAMETER-WERT (1:8) TO EINGABE-DATUM
               WHEN OTHER
                   DISPLAY "Ungueltiger Wert fuer ABO-STICHTAG in "
                           "TAGESPARAM."
                   STOP RUN
           END-EVALUATE.

       TAGE-IM-MONAT-ERMITTELN.
           MOVE MONATSTAGE (PRUEF-MONAT) TO TAGE-IM-MONAT.
           IF PRUEF-MONAT = 2
                   AND FUNCTION MOD(PRUEF-JAHR, 4) = 0
                   AND (FUNCTION MOD(PRUEF-JAHR, 100) NOT = 0
                        OR FUNCTION MOD(PRUEF-JAHR, 400) = 0)
               MOVE 29 TO TAGE-IM-MONAT
           END-IF.

       VERTRAEGE-LADEN.
           MOVE 0 TO VERTRAGS-ANZAHL.
           OPEN INPUT VERTRAGS-DATEI.
           IF VERTRAGS-STATUS NOT = "00"
               DISPLAY "Vertragsdatei VERTRAEGE konnte nicht "
                       "geoeffnet werden (Status " VERTRAGS-STATUS
                       "). Bitte zuerst mit der Vertragspflege "
                       "anlegen."
               STOP RUN
           END-IF.
           PERFORM VERTRAGSSATZ-LADEN
               UNTIL VERTRAGS-STATUS NOT = "00".
           CLOSE VERTRAGS-DATEI.

       VERTRAGSSATZ-LADEN.
           READ VERTRAGS-DATEI
               AT END
                   CONTINUE
               NOT AT END
                   IF VERTRAGS-ANZAHL < 1000
                       ADD 1 TO VERTRAGS-ANZAHL
                       MOVE VERTRAGS-SATZ
                           TO VTT-SATZ (VERTRAGS-ANZAHL)
                   ELSE
                       DISPLAY "VERTRAEGE enthaelt mehr als 1000 "
                               "Saetze - Ueberlauf, Programm wird "
                               "beendet."
                       STOP RUN
                   END-IF
           END-READ.

       VERTRAEGE-SPEICHERN.
           OPEN OUTPUT VERTRAGS-NEU-DATEI.
           IF VERTRAGS-NEU-STATUS NOT = "00"
               DISPLAY "Fehler beim Anlegen von VERTRAEGE.NEU (Status "
                       VERTRAGS-NEU-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM VERTRAGSSATZ-SPEICHERN
               VARYING VERTRAGS-LFDNR FROM 1 BY 1
               UNTIL VERTRAGS-LFDNR > VERTRAGS-ANZAHL.
           CLOSE VERTRAGS-NEU-DATEI.

           CALL "CBL_RENAME_FILE" USING VERTRAGS-NEU-NAME
                   VERTRAGS-ALT-NAME
               RETURNING VERTRAGS-UMBENENNEN-CODE
           IF VERTRAGS-UMBENENNEN-CODE NOT = 0
               DISPLAY "Fehler beim Ersetzen von VERTRAEGE (Code "
                       VERTRAGS-UMBENENNEN-CODE ")."
               STOP RUN
           END-IF.

       VERTRAGSSATZ-SPEICHERN.
           MOVE VTT-SATZ (VERTRAGS-LFDNR) TO VERTRAGS-NEU-SATZ.
           WRITE VERTRAGS-NEU-SATZ.
           IF VERTRAGS-NEU-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von VERTRAEGE.NEU "
                       "(Status " VERTRAGS-NEU-STATUS ")."
               STOP RUN
           END-IF.

       ARTIKELSTAMM-LADEN.
           MOVE 0 TO ARTIKEL-ANZAHL.
           OPEN INPUT ARTIKELSTAMM-DATEI.
           IF ARTIKELSTAMM-STATUS NOT = "00"
               DISPLAY "Artikelstamm ARTSTAMM konnte nicht "
                       "geoeffnet werden (Status "
                       ARTIKELSTAMM-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM ARTIKELSATZ-LADEN
               UNTIL ARTIKELSTAMM-STATUS NOT = "00".
           CLOSE ARTIKELSTAMM-DATEI.

       ARTIKELSATZ-LADEN.
           READ ARTIKELSTAMM-DATEI
               AT END
                   CONTINUE
               NOT AT END
                   IF ARTIKEL-ANZAHL < 500
                       ADD 1 TO ARTIKEL-ANZAHL
                       MOVE ART-ARTIKELNUMMER
                           TO AT-ARTIKELNUMMER (ARTIKEL-ANZAHL)
                       MOVE ART-TEXT TO AT-TEXT (ARTIKEL-ANZAHL)
                       MOVE ART-EINZELPREIS
                           TO AT-EINZELPREIS (ARTIKEL-ANZAHL)
                       MOVE ART-AKTIV-KENNZEICHEN
                           TO AT-AKTIV-KENNZEICHEN (ARTIKEL-ANZAHL)
                   ELSE
                       DISPLAY "ARTSTAMM enthaelt mehr als 500 Saetze "
                               "- Ueberlauf, Programm wird beendet."
                       STOP RUN
                   END-IF
           END-READ.

       ARTIKEL-SUCHEN.
           MOVE "N" TO ARTIKEL-GEFUNDEN.
           MOVE SPACES TO ARTIKEL-TEXT.
           MOVE 0 TO ARTIKEL-PREIS.
           IF ARTIKEL-ANZAHL > 0
               SET ART-IDX TO 1
               SEARCH ARTIKEL-EINTRAG
                   AT END
                       CONTINUE
                   WHEN AT-ARTIKELNUMMER (ART-IDX)
                           = GEPRUEFTE-ARTIKELNUMMER
                       IF AT-AKTIV-KENNZEICHEN (ART-IDX) = "A"
                           MOVE "J" TO ARTIKEL-GEFUNDEN
                           MOVE AT-TEXT (ART-IDX) TO ARTIKEL-TEXT
                           MOVE AT-EINZELPREIS (ART-IDX)
                               TO ARTIKEL-PREIS
                       END-IF
               END-SEARCH
           END-IF.

       REGISTER-LADEN.
           MOVE 0 TO REGISTER-ANZAHL.
           OPEN INPUT REGISTER-DATEI.
           IF REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               IF REGISTER-STATUS NOT = "00"
                   DISPLAY "ABOREG konnte nicht geoeffnet werden "
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
                   PERFORM REGISTER-MERKEN
           END-READ.

       REGISTER-MERKEN.
           IF REGISTER-ANZAHL >= 20000
               DISPLAY "ABOREG-Tabelle uebergelaufen "
                       "(mehr als 20000 Saetze)."
               STOP RUN
           END-IF.
           ADD 1 TO REGISTER-ANZAHL.
           MOVE AG-VERTRAGSNUMMER
               TO RG-VERTRAGSNUMMER (REGISTER-ANZAHL).
           MOVE AG-PERIODE TO RG-PERIODE (REGISTER-ANZAHL).
           MOVE AG-RECHNUNGSNUMMER
               TO RG-RECHNUNGSNUMMER (REGISTER-ANZAHL).

       REGISTER-PRUEFEN.
           MOVE 0 TO BEREITS-RECHNUNG.
           IF REGISTER-ANZAHL > 0
               SET RG-IDX TO 1
               SEARCH RG-EINTRAG
                   AT END
                       CONTINUE
                   WHEN RG-VERTRAGSNUMMER (RG-IDX) = VT-VERTRAGSNUMMER
                           AND RG-PERIODE (RG-IDX)
                               = VT-NAECHSTE-FAKTURA
                       MOVE RG-RECHNUNGSNUMMER (RG-IDX)
                           TO BEREITS-RECHNUNG
               END-SEARCH
           END-IF.

      *    Vermerkt den Zeitraum sofort nach dem Buchen der
      *    Rechnung, damit er auch nach einem Abbruch des Laufs
      *    nicht noch einmal berechnet wird.
       REGISTER-SCHREIBEN.
           MOVE VT-VERTRAGSNUMMER TO AG-VERTRAGSNUMMER.
           MOVE SPACE TO AG-TRENNER1.
           MOVE VT-NAECHSTE-FAKTURA TO AG-PERIODE.
           MOVE SPACE TO AG-TRENNER2.
           MOVE LETZTE-RECHNUNGS-NUMMER TO AG-RECHNUNGSNUMMER.
           MOVE SPACE TO AG-TRENNER3.
           MOVE AKTUELLES-DATUM TO AG-DATUM.
           WRITE REGISTER-SATZ.
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von ABOREG (Status "
                       REGISTER-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM REGISTER-MERKEN.

      *    Rechnet alle bis zum Stichtag faelligen Zeitraeume eines
      *    aktiven Vertrags ab; der fortgeschriebene Vertrag wird
      *    am Ende des Laufs nach VERTRAEGE zurueckgeschrieben.
       VERTRAG-ABRECHNEN.
           MOVE VTT-SATZ (VERTRAGS-LFDNR) TO VERTRAG.
           IF VT-AKTIV-KENNZEICHEN NOT = "A"
               GO TO VERTRAG-ABRECHNEN-EXIT
           END-IF.
           ADD 1 TO VERTRAEGE-AKTIV.
           MOVE "J" TO VERTRAG-WEITER.
           PERFORM ZEITRAUM-ABRECHNEN
               UNTIL VERTRAG-WEITER = "N".
           MOVE VERTRAG TO VTT-SATZ (VERTRAGS-LFDNR).

       VERTRAG-ABRECHNEN-EXIT.
           EXIT.

       ZEITRAUM-ABRECHNEN.
           IF VT-NAECHSTE-FAKTURA IS NOT NUMERIC
                   OR VT-NAECHSTE-FAKTURA = 0
                   OR VT-NAECHSTE-FAKTURA > STICHTAG
                   OR (VT-ENDE NOT = 0
                       AND VT-NAECHSTE-FAKTURA > VT-ENDE)
               MOVE "N" TO VERTRAG-WEITER
           ELSE
               PERFORM ZEITRAUM-ERMITTELN
               PERFORM FAKTURA-PRUEFEN
                   THRU FAKTURA-PRUEFEN-EXIT
               EVALUATE FAKTURA-ERGEBNIS
                   WHEN "F"
                       PERFORM RECHNUNG-BUCHEN
                       PERFORM ZEITRAUM-WEITERSCHALTEN
                   WHEN "B"
                       ADD 1 TO BEREITS-ANZAHL
                       MOVE SPACES TO FAKTURA-GRUND
                       STRING "bereits fakturiert: "
                           BEREITS-RECHNUNG
                           DELIMITED BY SIZE INTO FAKTURA-GRUND
                       PERFORM HINWEISZEILE-SCHREIBEN
                       PERFORM ZEITRAUM-WEITERSCHALTEN
                   WHEN OTHER
                       ADD 1 TO STEHEN-ANZAHL
                       PERFORM HINWEISZEILE-SCHREIBEN
                       MOVE "N" TO VERTRAG-WEITER
               END-EVALUATE
           END-IF.

       ZEITRAUM-ERMITTELN.
           MOVE VT-NAECHSTE-FAKTURA (1:4) TO PRUEF-JAHR.
           MOVE VT-NAECHSTE-FAKTURA (5:2) TO PRUEF-MONAT.
           COMPUTE MONATS-INDEX =
               PRUEF-JAHR * 12 + PRUEF-MONAT - 1 + VT-INTERVALL.
           DIVIDE MONATS-INDEX BY 12 GIVING PRUEF-JAHR
               REMAINDER PRUEF-MONAT.
           ADD 1 TO PRUEF-MONAT.
           PERFORM TAGE-IM-MONAT-ERMITTELN.
           MOVE VT-BEGINN (7:2) TO PRUEF-TAG.
           IF PRUEF-TAG > TAGE-IM-MONAT
               MOVE TAGE-IM-MONAT TO PRUEF-TAG
           END-IF.
           COMPUTE FOLGE-DATUM =
               PRUEF-JAHR * 10000 + PRUEF-MONAT * 100 + PRUEF-TAG.
           COMPUTE ZEITRAUM-ENDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FOLGE-DATUM) - 1).
           IF VT-ENDE NOT = 0 AND ZEITRAUM-ENDE > VT-ENDE
               MOVE VT-ENDE TO ZEITRAUM-ENDE
           END-IF.

       ZEITRAUM-WEITERSCHALTEN.
           MOVE VT-NAECHSTE-FAKTURA TO VT-LETZTE-PERIODE.
           MOVE FOLGE-DATUM TO VT-NAECHSTE-FAKTURA.

      *    Kunde, Steuer-Code und alle Artikel muessen gueltig sein;
      *    sonst bleibt der Zeitraum ohne Teilrechnung stehen.
       FAKTURA-PRUEFEN.
           MOVE "F" TO FAKTURA-ERGEBNIS.
           MOVE SPACES TO FAKTURA-GRUND.
           PERFORM REGISTER-PRUEFEN.
           IF BEREITS-RECHNUNG NOT = 0
               MOVE "B" TO FAKTURA-ERGEBNIS
               GO TO FAKTURA-PRUEFEN-EXIT
           END-IF.

           MOVE VT-KUNDENNUMMER TO KD-KUNDENNUMMER.
           READ KUNDENSTAMM-DATEI
               INVALID KEY
                   MOVE SPACE TO KD-AKTIV-KENNZEICHEN
           END-READ.
           IF KD-AKTIV-KENNZEICHEN NOT = "A"
               MOVE "S" TO FAKTURA-ERGEBNIS
               MOVE "Kunde unbekannt oder inaktiv"
                   TO FAKTURA-GRUND
               GO TO FAKTURA-PRUEFEN-EXIT
           END-IF.
           MOVE KD-UST-IDNR TO KUNDEN-UST-IDNR.
           MOVE KD-STEUER-CODE TO STEUER-CODE.
           PERFORM STEUERSATZ-SUCHEN.
           IF STEUER-GEFUNDEN = "N"
               MOVE "S" TO FAKTURA-ERGEBNIS
               STRING "Steuer-Code " STEUER-CODE " unbekannt"
                   DELIMITED BY SIZE INTO FAKTURA-GRUND
               GO TO FAKTURA-PRUEFEN-EXIT
           END-IF.
           IF STEUER-ART = "R" AND KUNDEN-UST-IDNR = SPACES
               MOVE "S" TO FAKTURA-ERGEBNIS
               STRING "Steuer-Code " STEUER-CODE " ohne USt-IdNr"
                   DELIMITED BY SIZE INTO FAKTURA-GRUND
               GO TO FAKTURA-PRUEFEN-EXIT
           END-IF.
           IF VT-POSITIONS-ANZAHL IS NOT NUMERIC
                   OR VT-POSITIONS-ANZAHL = 0
                   OR VT-POSITIONS-ANZAHL > 10
               MOVE "S" TO FAKTURA-ERGEBNIS
               MOVE "Vertrag ohne gueltige Artikel"
                   TO FAKTURA-GRUND
               GO TO FAKTURA-PRUEFEN-EXIT
           END-IF.

           MOVE 0 TO POSITIONS-SUMME.
           PERFORM POSITION-BEWERTEN
               VARYING POSITIONS-LFDNR FROM 1 BY 1
               UNTIL POSITIONS-LFDNR > VT-POSITIONS-ANZAHL
                   OR FAKTURA-ERGEBNIS = "S".
           IF FAKTURA-ERGEBNIS = "S"
               GO TO FAKTURA-PRUEFEN-EXIT
           END-IF.
           IF POSITIONS-SUMME = 0 OR POSITIONS-SUMME > 999999,99
               MOVE "S" TO FAKTURA-ERGEBNIS
               MOVE "Rechnungssumme 0 oder zu gross"
                   TO FAKTURA-GRUND
               GO TO FAKTURA-PRUEFEN-EXIT
           END-IF.

           MOVE POSITIONS-SUMME TO NETTOPREIS.
           COMPUTE MWST ROUNDED = NETTOPREIS * STEUERSATZ-DEZIMAL.
           COMPUTE BRUTTOPREIS ROUNDED = NETTOPREIS + MWST
               ON SIZE ERROR
                   MOVE "S" TO FAKTURA-ERGEBNIS
                   MOVE "Rechnungssumme 0 oder zu gross"
                       TO FAKTURA-GRUND
           END-COMPUTE.

       FAKTURA-PRUEFEN-EXIT.
           EXIT.

       POSITION-BEWERTEN.
           MOVE VT-ARTIKELNUMMER (POSITIONS-LFDNR)
               TO GEPRUEFTE-ARTIKELNUMMER.
           PERFORM ARTIKEL-SUCHEN.
           IF ARTIKEL-GEFUNDEN = "N"
               MOVE "S" TO FAKTURA-ERGEBNIS
               STRING "Artikel " GEPRUEFTE-ARTIKELNUMMER
                   " unbekannt/inaktiv"
                   DELIMITED BY SIZE INTO FAKTURA-GRUND
           ELSE
               COMPUTE POSITIONS-WERT ROUNDED =
                       VT-MENGE (POSITIONS-LFDNR) * ARTIKEL-PREIS
               MOVE GEPRUEFTE-ARTIKELNUMMER
                   TO POS-ARTIKELNUMMER (POSITIONS-LFDNR)
               MOVE ARTIKEL-TEXT TO POS-ARTIKELTEXT (POSITIONS-LFDNR)
               MOVE VT-MENGE (POSITIONS-LFDNR)
                   TO POS-MENGE (POSITIONS-LFDNR)
               MOVE ARTIKEL-PREIS TO POS-EINZELPREIS (POSITIONS-LFDNR)
               MOVE POSITIONS-WERT TO POS-WERT (POSITIONS-LFDNR)
               ADD POSITIONS-WERT TO POSITIONS-SUMME
           END-IF.

       STEUERSATZ-SUCHEN.
           MOVE "N" TO STEUER-GEFUNDEN.
           MOVE "S" TO STEUER-ART.
           SET ST-IDX TO 1.
           SEARCH STEUERSATZ-EINTRAG
               AT END
                   CONTINUE
               WHEN ST-CODE (ST-IDX) = STEUER-CODE
                   MOVE "J" TO STEUER-GEFUNDEN
                   MOVE ST-ART (ST-IDX) TO STEUER-ART
                   COMPUTE STEUERSATZ-DEZIMAL =
                       ST-PROZENT (ST-IDX) / 100
           END-SEARCH.

       RECHNUNG-BUCHEN.
           PERFORM RECHNUNGSNUMMER-VERGEBEN.
           PERFORM RECHNUNG-SCHREIBEN.
           PERFORM PROTOKOLL-SCHREIBEN.
           PERFORM REGISTER-SCHREIBEN.
           PERFORM FAKTURAZEILE-SCHREIBEN.
           ADD 1 TO RECHNUNGS-ANZAHL.
           ADD NETTOPREIS TO NETTO-SUMME.
           ADD MWST TO MWST-SUMME.
           ADD BRUTTOPREIS TO BRUTTO-SUMME.

      *    Naechste Nummer aus dem Nummernkreis "R" des laufenden
      *    Geschaeftsjahres wie in NettoBruttoRechner; der neue
      *    Stand wird sofort zurueckgeschrieben.
       RECHNUNGSNUMMER-VERGEBEN.
           MOVE AKTUELLES-DATUM (1:4) TO GESUCHTES-JAHR.
           MOVE "R" TO GESUCHTE-BELEGART.
           PERFORM KREIS-SUCHEN.
           IF KREIS-POSITION = 0
               PERFORM NUMMERNKREIS-UEBERTRAGEN
           END-IF.
           IF KREIS-POSITION = 0
               DISPLAY "Kein Nummernkreis fuer Geschaeftsjahr "
                       GESUCHTES-JAHR " Belegart R - bitte mit der "
                       "Nummernkreispflege anlegen."
               STOP RUN
           END-IF.
           IF NKT-LETZTE (KREIS-POSITION)
                   >= NKT-BIS (KREIS-POSITION)
               DISPLAY "Nummernkreis " GESUCHTES-JAHR "/R ist "
                       "erschoepft - bitte mit der Nummernkreispflege "
                       "erweitern."
               STOP RUN
           END-IF.
           ADD 1 TO NKT-LETZTE (KREIS-POSITION).
           COMPUTE LETZTE-RECHNUNGS-NUMMER =
               FUNCTION MOD(GESUCHTES-JAHR, 100) * 1000000
               + NKT-LETZTE (KREIS-POSITION).
           PERFORM NUMMERNKREIS-SPEICHERN.

       RECHNUNG-SCHREIBEN.
           MOVE SPACES TO RECH-DATEN.
           MOVE LETZTE-RECHNUNGS-NUMMER TO RECHNUNGSNUMMER.
           MOVE "K" TO RECH-SATZART.
           MOVE 0 TO RECH-POSITIONSNUMMER.
           MOVE VT-KUNDENNUMMER TO KUNDENNUMMER.
           MOVE AKTUELLES-DATUM TO RECHNUNGSDATUM.
           MOVE STEUER-CODE TO RECH-STEUER-CODE.
           MOVE SPACE TO RECH-STORNO-KENNZEICHEN.
           MOVE 0 TO RECH-ORIGINAL-NUMMER.
           MOVE NETTOPREIS TO RECHN-NETTOPREIS.
           MOVE MWST TO RECHN-MWST.
           MOVE BRUTTOPREIS TO RECHN-BRUTTOPREIS.
           PERFORM RECHNUNGSSATZ-SCHREIBEN.

           PERFORM RECHNUNGSPOSITION-SCHREIBEN
               VARYING POSITIONS-LFDNR FROM 1 BY 1
               UNTIL POSITIONS-LFDNR > VT-POSITIONS-ANZAHL.

       RECHNUNGSPOSITION-SCHREIBEN.
           MOVE SPACES TO RECH-DATEN.
           MOVE LETZTE-RECHNUNGS-NUMMER TO RECHNUNGSNUMMER.
           MOVE "P" TO RECH-SATZART.
           MOVE POSITIONS-LFDNR TO RECH-POSITIONSNUMMER.
           MOVE VT-KUNDENNUMMER TO KUNDENNUMMER.
           MOVE POS-ARTIKELTEXT (POSITIONS-LFDNR) TO RECH-ARTIKELTEXT.
           MOVE POS-MENGE (POSITIONS-LFDNR) TO RECH-MENGE.
           MOVE POS-EINZELPREIS (POSITIONS-LFDNR) TO RECH-EINZELPREIS.
           MOVE POS-WERT (POSITIONS-LFDNR) TO RECH-POSITIONSWERT.
           MOVE POS-ARTIKELNUMMER (POSITIONS-LFDNR)
               TO RECH-ARTIKELNUMMER.
           PERFORM RECHNUNGSSATZ-SCHREIBEN.

      *    Status "02" meldet nur den zulaessigen Doppelwert des
      *    Alternativschluessels Kundennummer.
       RECHNUNGSSATZ-SCHREIBEN.
           WRITE RECHNUNGS-SATZ.
           IF RECHNUNGS-STATUS NOT = "00"
                   AND RECHNUNGS-STATUS NOT = "02"
               DISPLAY "Fehler beim Schreiben von RECHNUNGEN (Status "
                       RECHNUNGS-STATUS ")."
               STOP RUN
           END-IF.

       PROTOKOLL-SCHREIBEN.
           ACCEPT AKTUELLE-ZEIT FROM TIME.
           MOVE AKTUELLES-DATUM TO PR-DATUM.
           MOVE SPACE TO PR-TRENNER1.
           MOVE AKTUELLE-ZEIT TO PR-ZEIT.
           MOVE SPACE TO PR-TRENNER2.
           MOVE LETZTE-RECHNUNGS-NUMMER TO PR-RECHNUNGSNUMMER.
           MOVE SPACE TO PR-TRENNER3.
           MOVE STEUER-CODE TO PR-STEUER-CODE.
           MOVE SPACE TO PR-TRENNER4.
           MOVE NETTOPREIS TO PR-NETTOPREIS.
           MOVE SPACE TO PR-TRENNER5.
           MOVE MWST TO PR-MWST.
           MOVE SPACE TO PR-TRENNER6.
           MOVE BRUTTOPREIS TO PR-BRUTTOPREIS.
           WRITE PROTOKOLL-SATZ.
           IF PROTOKOLL-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von PROTOKOLL (Status "
                       PROTOKOLL-STATUS ")."
               STOP RUN
           END-IF.

      *    Die Nummernkreis-Datei ist die einzige Quelle der
      *    Nummernvergabe; ohne sie wird nicht gebucht.
       NUMMERNKREIS-LADEN.
           MOVE 0 TO KREIS-ANZAHL.
           OPEN INPUT NUMMERNKREIS-DATEI.
           IF NUMMERNKREIS-STATUS NOT = "00"
               DISPLAY "Nummernkreis-Datei NUMMERNKREIS konnte nicht "
                       "geoeffnet werden (Status "
                       NUMMERNKREIS-STATUS "). Bitte zuerst mit der "
                       "Nummernkreispflege anlegen."
               STOP RUN
           END-IF.
           PERFORM NUMMERNKREISSATZ-LADEN
               UNTIL NUMMERNKREIS-STATUS NOT = "00".
           CLOSE NUMMERNKREIS-DATEI.

       NUMMERNKREISSATZ-LADEN.
           READ NUMMERNKREIS-DATEI
               AT END
                   CONTINUE
               NOT AT END
                   IF KREIS-ANZAHL < 40
                       ADD 1 TO KREIS-ANZAHL
                       MOVE NK-JAHR TO NKT-JAHR (KREIS-ANZAHL)
                       MOVE NK-BELEGART
                           TO NKT-BELEGART (KREIS-ANZAHL)
                       MOVE NK-VON TO NKT-VON (KREIS-ANZAHL)
                       MOVE NK-BIS TO NKT-BIS (KREIS-ANZAHL)
                       MOVE NK-LETZTE TO NKT-LETZTE (KREIS-ANZAHL)
                   ELSE
                       DISPLAY "NUMMERNKREIS enthaelt mehr als 40 "
                               "Saetze - Ueberlauf, Programm wird "
                               "beendet."
                       STOP RUN
                   END-IF
           END-READ.

       KREIS-SUCHEN.
           MOVE 0 TO KREIS-POSITION.
           IF KREIS-ANZAHL > 0
               SET NK-IDX TO 1
               SEARCH KREIS-EINTRAG
                   AT END
                       CONTINUE
                   WHEN NKT-JAHR (NK-IDX) = GESUCHTES-JAHR
                           AND NKT-BELEGART (NK-IDX)
                               = GESUCHTE-BELEGART
                       SET KREIS-POSITION TO NK-IDX
               END-SEARCH
           END-IF.

      *    Jahreswechsel: fehlt der Nummernkreis des laufenden
      *    Geschaeftsjahres, wird er mit dem Bereich des juengsten
      *    Vorjahres derselben Belegart neu eroeffnet.
       NUMMERNKREIS-UEBERTRAGEN.
           MOVE 0 TO VORLAGE-POSITION.
           PERFORM VORLAGE-PRUEFEN
               VARYING KREIS-LFDNR FROM 1 BY 1
               UNTIL KREIS-LFDNR > KREIS-ANZAHL.
           IF VORLAGE-POSITION > 0 AND KREIS-ANZAHL < 40
               ADD 1 TO KREIS-ANZAHL
               MOVE GESUCHTES-JAHR TO NKT-JAHR (KREIS-ANZAHL)
               MOVE GESUCHTE-BELEGART
                   TO NKT-BELEGART (KREIS-ANZAHL)
               MOVE NKT-VON (VORLAGE-POSITION)
                   TO NKT-VON (KREIS-ANZAHL)
               MOVE NKT-BIS (VORLAGE-POSITION)
                   TO NKT-BIS (KREIS-ANZAHL)
               COMPUTE NKT-LETZTE (KREIS-ANZAHL) =
                   NKT-VON (KREIS-ANZAHL) - 1
               MOVE KREIS-ANZAHL TO KREIS-POSITION
               DISPLAY "Jahreswechsel: Nummernkreis " GESUCHTES-JAHR
                       "/" GESUCHTE-BELEGART " aus dem Vorjahr "
                       "uebernommen."
           END-IF.

       VORLAGE-PRUEFEN.
           IF NKT-BELEGART (KREIS-LFDNR) = GESUCHTE-BELEGART
                   AND NKT-JAHR (KREIS-LFDNR) < GESUCHTES-JAHR
               IF VORLAGE-POSITION = 0
                       OR NKT-JAHR (KREIS-LFDNR)
                           > NKT-JAHR (VORLAGE-POSITION)
                   MOVE KREIS-LFDNR TO VORLAGE-POSITION
               END-IF
           END-IF.

       NUMMERNKREIS-SPEICHERN.
           OPEN OUTPUT NUMMERNKREIS-NEU-DATEI.
           IF NUMMERNKREIS-NEU-STATUS NOT = "00"
               DISPLAY "Fehler beim Anlegen von NUMMERNKREIS.NEU "
                       "(Status " NUMMERNKREIS-NEU-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM NUMMERNKREISSATZ-SPEICHERN
               VARYING KREIS-LFDNR FROM 1 BY 1
               UNTIL KREIS-LFDNR > KREIS-ANZAHL.
           CLOSE NUMMERNKREIS-NEU-DATEI.

           CALL "CBL_RENAME_FILE" USING NUMMERNKREIS-NEU-NAME
                   NUMMERNKREIS-ALT-NAME
               RETURNING NUMMERNKREIS-UMBENENNEN-CODE
           IF NUMMERNKREIS-UMBENENNEN-CODE NOT = 0
               DISPLAY "Fehler beim Ersetzen von NUMMERNKREIS (Code "
                       NUMMERNKREIS-UMBENENNEN-CODE ")."
               STOP RUN
           END-IF.

       NUMMERNKREISSATZ-SPEICHERN.
           MOVE NKT-JAHR (KREIS-LFDNR) TO NK-JAHR.
           MOVE SPACE TO NK-TRENNER1.
           MOVE NKT-BELEGART (KREIS-LFDNR) TO NK-BELEGART.
           MOVE SPACE TO NK-TRENNER2.
           MOVE NKT-VON (KREIS-LFDNR) TO NK-VON.
           MOVE SPACE TO NK-TRENNER3.
           MOVE NKT-BIS (KREIS-LFDNR) TO NK-BIS.
           MOVE SPACE TO NK-TRENNER4.
           MOVE NKT-LETZTE (KREIS-LFDNR) TO NK-LETZTE.
           MOVE NUMMERNKREIS-SATZ TO NUMMERNKREIS-NEU-SATZ.
           WRITE NUMMERNKREIS-NEU-SATZ.
           IF NUMMERNKREIS-NEU-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von NUMMERNKREIS.NEU "
                       "(Status " NUMMERNKREIS-NEU-STATUS ")."
               STOP RUN
           END-IF.

       DATUM-AUFBEREITEN.
           MOVE AUFBEREITEN-DATUM (7:2) TO AUF-TAG.
           MOVE AUFBEREITEN-DATUM (5:2) TO AUF-MONAT.
           MOVE AUFBEREITEN-DATUM (1:4) TO AUF-JAHR.

       LISTENKOPF-SCHREIBEN.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           MOVE STICHTAG TO AUFBEREITEN-DATUM.
           PERFORM DATUM-AUFBEREITEN.
           MOVE AUF-DATUM TO AUF-STICHTAG.
           MOVE AKTUELLES-DATUM TO AUFBEREITEN-DATUM.
           PERFORM DATUM-AUFBEREITEN.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Abo-Fakturierung vom " AUF-DATUM
               " - Stichtag " AUF-STICHTAG
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.
           WRITE LISTEN-ZEILE FROM LA-SPALTENTITEL.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.

       FAKTURAZEILE-SCHREIBEN.
           MOVE VT-VERTRAGSNUMMER TO LA-VERTRAGSNUMMER.
           MOVE VT-KUNDENNUMMER TO LA-KUNDENNUMMER.
           MOVE VT-NAECHSTE-FAKTURA TO AUFBEREITEN-DATUM.
           PERFORM DATUM-AUFBEREITEN.
           MOVE AUF-DATUM TO LA-VON.
           MOVE ZEITRAUM-ENDE TO AUFBEREITEN-DATUM.
           PERFORM DATUM-AUFBEREITEN.
           MOVE AUF-DATUM TO LA-BIS.
           MOVE LETZTE-RECHNUNGS-NUMMER TO LA-RECHNUNGSNUMMER.
           MOVE VT-POSITIONS-ANZAHL TO LA-POSITIONEN.
           MOVE NETTOPREIS TO LA-NETTO.
           MOVE BRUTTOPREIS TO LA-BRUTTO.
           WRITE LISTEN-ZEILE FROM LA-FAKTURAZEILE.

      *    Zeitraeume ohne neue Rechnung: bereits fakturiert oder
      *    wegen des genannten Grundes stehen gelassen.
       HINWEISZEILE-SCHREIBEN.
           MOVE VT-VERTRAGSNUMMER TO LA-H-VERTRAGSNUMMER.
           MOVE VT-KUNDENNUMMER TO LA-H-KUNDENNUMMER.
           MOVE VT-NAECHSTE-FAKTURA TO AUFBEREITEN-DATUM.
           PERFORM DATUM-AUFBEREITEN.
           MOVE AUF-DATUM TO LA-H-VON.
           MOVE ZEITRAUM-ENDE TO AUFBEREITEN-DATUM.
           PERFORM DATUM-AUFBEREITEN.
           MOVE AUF-DATUM TO LA-H-BIS.
           MOVE FAKTURA-GRUND TO LA-HINWEIS.
           WRITE LISTEN-ZEILE FROM LA-HINWEISZEILE.

       LISTENENDE-SCHREIBEN.
           WRITE LISTEN-ZEILE FROM LA-STRICHLINIE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Aktive Vertraege       : " VERTRAEGE-AKTIV
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Rechnungen geschrieben : " RECHNUNGS-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Bereits fakturiert     : " BEREITS-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Nicht fakturiert       : " STEHEN-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE NETTO-SUMME TO AUF-SUMME.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Summe Netto            : " AUF-SUMME " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE MWST-SUMME TO AUF-SUMME.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Summe MwSt             : " AUF-SUMME " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE BRUTTO-SUMME TO AUF-SUMME.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Summe Brutto           : " AUF-SUMME " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM LA-TRENNLINIE.

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
