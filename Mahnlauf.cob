
      *    Mahnlauf ueber die offenen Posten: vergleicht das
      *    Rechnungsdatum der unbezahlten Kopfsaetze mit dem
      *    Zahlungsziel des Kunden laut Kundenstamm (ohne Angabe
      *    14 Tage), vergibt eskalierende Mahnstufen (1-3) mit
      *    einstellbarer Karenzzeit, merkt sich Stufe und Datum je
      *    Rechnung im Mahnregister MAHNDATEN und schreibt
      *    druckfertige Mahnschreiben nach MAHNSCHREIBEN sowie eine
      *    eine unbezahlte Rechnung wird also auch nach dem
      *    Monatsabschluss weiter gemahnt. Stornierte Rechnungen
      *    gelten als ausgeglichen.
      *    Ab der 2. Mahnstufe werden die einstellbare Mahngebuehr
      *    der Stufe und die Verzugszinsen auf den offenen Betrag
      *    (Zinssatz p. a., taggenau auf 365 Tage; bis zur ersten
      *    kostenpflichtigen Mahnung ab Faelligkeit, danach seit der
      *    letzten Mahnung) als eigener Mahnbeleg gebucht: Kopfsatz
      *    mit RECH-BELEGART "M" und Steuer-Code "MAHN" (ohne
      *    Umsatzsteuer) samt Positionen in RECHNUNGEN, Nummer aus
      *    dem Nummernkreis der Belegart "M", Satz in PROTOKOLL.
      *    Das Mahnschreiben weist Gebuehr, Zinsen und die Nummer
      *    des Mahnbelegs aus. Mahnbelege selbst werden nicht
      *    gemahnt. Sind Gebuehren und Zinssatz 0, bucht der Lauf
      *    keine Mahnbelege und braucht keinen Nummernkreis.
      *    Im Tagesablauf kommen Karenzzeit, Gebuehren und Zinssatz
      *    aus TAGESPARAM, Schluessel MAHNLAUF-KARENZTAGE,
      *    MAHNLAUF-GEBUEHR-STUFE2, MAHNLAUF-GEBUEHR-STUFE3 und
      *    MAHNLAUF-ZINSSATZ; ein fehlender Wert gilt wie eine leere
      *    Eingabe (Vorgabe). Rueckgabewert 0 = Lauf ausgefuehrt,
      *    12 = Abbruch.
      *    Zahlungen zaehlen aus ZAHLUNGEN und dem Zahlungsarchiv
      *    ZAHLARCHIV. Jede erreichte Stufe wird sofort nach dem
      *    Buchen des Mahnbelegs in MAHNLAUFSTAND festgehalten; nach
      *    einem Abbruch setzt der naechste Lauf dort auf, bucht
      *    bereits gemahnte Rechnungen nicht erneut und haengt seine
      *    Schreiben an MAHNSCHREIBEN an. Nach dem Fortschreiben von
      *    MAHNDATEN wird MAHNLAUFSTAND geleert.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAHNREGISTER-STATUS.

           SELECT ZAHLARCHIV-DATEI ASSIGN TO "ZAHLARCHIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZAHLARCHIV-STATUS.

           SELECT MAHNSTAND-DATEI ASSIGN TO "MAHNLAUFSTAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAHNSTAND-STATUS.

           SELECT MAHNREGISTER-NEU-DATEI ASSIGN TO "MAHNDATEN.NEU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAHNREGISTER-NEU-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTE-STATUS.

           SELECT PROTOKOLL-DATEI ASSIGN TO "PROTOKOLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROTOKOLL-STATUS.

           SELECT NUMMERNKREIS-DATEI ASSIGN TO "NUMMERNKREIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMMERNKREIS-STATUS.

           SELECT NUMMERNKREIS-NEU-DATEI ASSIGN TO "NUMMERNKREIS.NEU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMMERNKREIS-NEU-STATUS.

           SELECT PARAMETER-DATEI ASSIGN TO "TAGESPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECHNUNGSDATEI.
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
       01  MAHNREGISTER-SATZ.
           COPY "MAHNSATZ.cpy".

       FD  MAHNSTAND-DATEI.
      *    Im laufenden Mahnlauf erreichte Stufen; Aufbau wie
      *    MAHNSATZ.cpy.
       01  MAHNSTAND-SATZ                PIC X(19).

       FD  MAHNREGISTER-NEU-DATEI.
       01  MAHNREGISTER-NEU-SATZ         PIC X(19).

       FD  LISTE-DATEI.
       01  LISTEN-ZEILE                  PIC X(72).

       FD  PROTOKOLL-DATEI.
       01  PROTOKOLL-SATZ.
           COPY "PROTSATZ.cpy".

       FD  NUMMERNKREIS-DATEI.
       01  NUMMERNKREIS-SATZ.
           COPY "NUMKRSATZ.cpy".

       FD  NUMMERNKREIS-NEU-DATEI.
       01  NUMMERNKREIS-NEU-SATZ         PIC X(27).

       FD  PARAMETER-DATEI.
       01  PARAMETER-SATZ.
           COPY "TPARSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 RECHNUNGS-STATUS       PIC XX VALUE SPACES.
       77 RECHNUNGS-ARCHIV-STATUS PIC XX VALUE SPACES.
       77 ABSCHLUSS-STATUS       PIC XX VALUE SPACES.
       77 ZAHLUNGS-STATUS        PIC XX VALUE SPACES.
       77 ZAHLARCHIV-STATUS      PIC XX VALUE SPACES.
       77 MAHNSTAND-STATUS       PIC XX VALUE SPACES.
       77 MAHNSTAND-ANZAHL       PIC 9(5) VALUE 0.
       77 KUNDENSTAMM-STATUS     PIC XX VALUE SPACES.
       77 MAHNREGISTER-STATUS    PIC XX VALUE SPACES.
       77 MAHNREGISTER-NEU-STATUS PIC XX VALUE SPACES.
       77 SCHREIBEN-STATUS       PIC XX VALUE SPACES.
       77 LISTE-STATUS           PIC XX VALUE SPACES.
       77 PROTOKOLL-STATUS       PIC XX VALUE SPACES.
       77 NUMMERNKREIS-STATUS    PIC XX VALUE SPACES.
       77 NUMMERNKREIS-NEU-STATUS PIC XX VALUE SPACES.
       77 LESE-ENDE              PIC X VALUE "N".
       77 ARCHIV-LESE-ENDE       PIC X VALUE "N".

       77 MAHNREGISTER-NEU-NAME  PIC X(20) VALUE "MAHNDATEN.NEU".
       77 MAHNREGISTER-ALT-NAME  PIC X(20) VALUE "MAHNDATEN".
       77 UMBENENNEN-CODE        PIC S9(9) COMP-5 VALUE 0.
       77 NUMMERNKREIS-NEU-NAME  PIC X(20) VALUE "NUMMERNKREIS.NEU".
       77 NUMMERNKREIS-ALT-NAME  PIC X(20) VALUE "NUMMERNKREIS".

       77 RECHNUNGS-ARCHIV-NAME  PIC X(20) VALUE SPACES.

      *    (Karenz 1 Tag) - das Feld muss das aufnehmen koennen.
       77 SOLL-STUFE             PIC 9(5) VALUE 0.

      *    Mahnkosten laut Vorgabe des Laufs.
       77 GEBUEHR-STUFE2         PIC 9(6)V99 VALUE 0.
       77 GEBUEHR-STUFE3         PIC 9(6)V99 VALUE 0.
       77 VERZUGSZINSSATZ        PIC 9(2)V99 VALUE 0.
       77 MAHNBELEGE-BUCHEN      PIC X VALUE "N".

      *    Mahnkosten des gerade bearbeiteten Mahnpostens.
       77 MB-GEBUEHR             PIC 9(6)V99 VALUE 0.
       77 MB-ZINSEN              PIC 9(6)V99 VALUE 0.
       77 MB-BETRAG              PIC 9(6)V99 VALUE 0.
       77 MB-ZINS-TAGE           PIC S9(5) VALUE 0.
       77 MB-NUMMER              PIC 9(8) VALUE 0.
       77 MB-POSITIONSNUMMER     PIC 9(3) VALUE 0.
       77 MB-TEXT                PIC X(30) VALUE SPACES.
       77 GESAMT-FORDERUNG       PIC S9(8)V99 VALUE 0.
       77 AKTUELLE-ZEIT          PIC 9(8) VALUE 0.

       01  KREIS-TABELLE.
           05  KREIS-EINTRAG OCCURS 40 TIMES
                               INDEXED BY NK-IDX.
               10  NKT-JAHR              PIC 9(4).
               10  NKT-BELEGART          PIC X(1).
               10  NKT-VON               PIC 9(6).
               10  NKT-BIS               PIC 9(6).
               10  NKT-LETZTE            PIC 9(6).

       77 KREIS-ANZAHL           PIC 9(02) VALUE 0.
       77 KREIS-LFDNR            PIC 9(02) VALUE 0.
       77 KREIS-POSITION         PIC 9(02) VALUE 0.
       77 VORLAGE-POSITION       PIC 9(02) VALUE 0.
       77 GESUCHTES-JAHR         PIC 9(4) VALUE 0.
       77 GESUCHTE-BELEGART      PIC X(1) VALUE "M".

       77 EINGABE-PROMPT         PIC X(50) VALUE SPACES.
       77 EINGABE-PUFFER         PIC X(10) VALUE SPACES.
       77 BETRAG-WERT            PIC 9(6)V99 VALUE 0.
       77 BETRAG-VORGABE         PIC 9(6)V99 VALUE 0.
       77 EINGABE-GUELTIG        PIC X VALUE "N".
       77 ZEICHEN-POS            PIC 9(02) VALUE 0.
       77 ZEICHEN                PIC X VALUE SPACE.
       77 PUNKT-GEFUNDEN         PIC X VALUE "N".
       77 VORKOMMA-ANZAHL        PIC 9(02) VALUE 0.
       77 NACHKOMMA-ANZAHL       PIC 9(02) VALUE 0.
       77 FORMAT-FEHLER          PIC X VALUE "N".
       77 LEERZEICHEN-NACH-ZIFFER PIC X VALUE "N".

       77 MAHNUNGS-ANZAHL        PIC 9(6) VALUE 0.
       77 STUFE1-ANZAHL          PIC 9(6) VALUE 0.
       77 STUFE2-ANZAHL          PIC 9(6) VALUE 0.
       77 STUFE3-ANZAHL          PIC 9(6) VALUE 0.
       77 GEMAHNTE-KUNDEN        PIC 9(6) VALUE 0.
       77 MAHN-SUMME             PIC S9(10)V99 VALUE 0.
       77 MAHNBELEG-ANZAHL       PIC 9(6) VALUE 0.
       77 GEBUEHREN-SUMME        PIC S9(10)V99 VALUE 0.
       77 ZINSEN-SUMME           PIC S9(10)V99 VALUE 0.

       77 GRUPPEN-KUNDENNUMMER   PIC 9(6) VALUE 0.
       77 GRUPPE-GEFUNDEN        PIC X VALUE "N".
           05  AUF-BETRAG            PIC ZZZ.ZZ9,99-.
           05  AUF-SUMME             PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  AUF-TAGE              PIC ZZZ9.
           05  AUF-ZINSSATZ          PIC Z9,99.
           05  AUF-DATUM.
               10  AUF-TAG           PIC XX.
               10  FILLER            PIC X VALUE ".".

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
           DISPLAY "Mahnlauf ueber RECHNUNGEN/ZAHLUNGEN".
           IF TAGESABLAUF-LAUF = "J"
               PERFORM KARENZ-AUS-PARAMETER
           ELSE
               DISPLAY "Karenzzeit je Mahnstufe in Tagen "
                       "(0 = Vorgabe 14): "
               ACCEPT KARENZ-TAGE
           END-IF.
           IF KARENZ-TAGE = 0
               MOVE 14 TO KARENZ-TAGE
           END-IF.
           PERFORM MAHNKOSTEN-ERFRAGEN.

           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.
           COMPUTE HEUTE-LAUFTAG =
               FUNCTION INTEGER-OF-DATE(AKTUELLES-DATUM).
           IF MAHNBELEGE-BUCHEN = "J"
               PERFORM NUMMERNKREIS-LADEN
               PERFORM MAHNBELEG-KREIS-PRUEFEN
           END-IF.

           PERFORM KUNDENSTAMM-OEFFNEN.
           PERFORM ZAHLUNGEN-LADEN.
           PERFORM OFFENE-POSTEN-SAMMELN.
           CLOSE RECHNUNGSDATEI.

           IF MAHNBELEGE-BUCHEN = "J"
               OPEN I-O RECHNUNGSDATEI
               IF RECHNUNGS-STATUS NOT = "00"
                   DISPLAY "RECHNUNGEN konnte nicht zum Buchen der "
                           "Mahnbelege geoeffnet werden (Status "
                           RECHNUNGS-STATUS ")."
                   STOP RUN
               END-IF
               OPEN EXTEND PROTOKOLL-DATEI
               IF PROTOKOLL-STATUS = "35"
                   OPEN OUTPUT PROTOKOLL-DATEI
               END-IF
           END-IF.

      *    Die Schreiben eines abgebrochenen Laufs bleiben erhalten.
           IF MAHNSTAND-ANZAHL > 0
               OPEN EXTEND SCHREIBEN-DATEI
               IF SCHREIBEN-STATUS = "35"
                   OPEN OUTPUT SCHREIBEN-DATEI
               END-IF
           ELSE
               OPEN OUTPUT SCHREIBEN-DATEI
           END-IF.
           IF SCHREIBEN-STATUS NOT = "00"
               DISPLAY "MAHNSCHREIBEN konnte nicht angelegt werden "
                       "(Status " SCHREIBEN-STATUS ")."
               STOP RUN
           END-IF.

           OPEN EXTEND MAHNSTAND-DATEI.
           IF MAHNSTAND-STATUS = "35"
               OPEN OUTPUT MAHNSTAND-DATEI
           END-IF.
           IF MAHNSTAND-STATUS NOT = "00"
               DISPLAY "MAHNLAUFSTAND konnte nicht geoeffnet werden "
                       "(Status " MAHNSTAND-STATUS ")."
               STOP RUN
           END-IF.

           MOVE "J" TO GRUPPE-GEFUNDEN.
           PERFORM KUNDEN-GRUPPE-MAHNEN
               UNTIL GRUPPE-GEFUNDEN = "N".

           CLOSE MAHNSTAND-DATEI.
           CLOSE SCHREIBEN-DATEI.
           CLOSE KUNDENSTAMM-DATEI.
           IF MAHNBELEGE-BUCHEN = "J"
               CLOSE RECHNUNGSDATEI
               CLOSE PROTOKOLL-DATEI
           END-IF.

           PERFORM MAHNREGISTER-SPEICHERN.
      *    MAHNDATEN ist fortgeschrieben, der Zwischenstand wird
      *    nicht mehr gebraucht.
           OPEN OUTPUT MAHNSTAND-DATEI.
           CLOSE MAHNSTAND-DATEI.
           PERFORM MAHNLISTE-SCHREIBEN.

           DISPLAY "=== Mahnlauf ===".
           DISPLAY "Gemahnte Kunden      : " GEMAHNTE-KUNDEN.
           MOVE MAHN-SUMME TO AUF-SUMME.
           DISPLAY "Offener Mahnbetrag   : " AUF-SUMME " EUR".
           DISPLAY "Mahnbelege gebucht   : " MAHNBELEG-ANZAHL.
           MOVE GEBUEHREN-SUMME TO AUF-SUMME.
           DISPLAY "  Mahngebuehren      : " AUF-SUMME " EUR".
           MOVE ZINSEN-SUMME TO AUF-SUMME.
           DISPLAY "  Verzugszinsen      : " AUF-SUMME " EUR".
           DISPLAY "Schreiben nach MAHNSCHREIBEN, Zusammenfassung "
                   "nach MAHNLISTE geschrieben.".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       KARENZ-AUS-PARAMETER.
           MOVE "MAHNLAUF-KARENZTAGE" TO PARAMETER-SCHLUESSEL.
           PERFORM PARAMETER-LESEN.
           PERFORM PARAMETER-UEBERNEHMEN.
           MOVE 0 TO KARENZ-TAGE.
           IF EINGABE-PUFFER NOT = SPACES
               MOVE "N" TO EINGABE-GUELTIG
               PERFORM BETRAG-PRUEFEN
               IF EINGABE-GUELTIG = "N"
                       OR PUNKT-GEFUNDEN = "J"
                       OR BETRAG-WERT > 999
                   DISPLAY "Ungueltiger Wert fuer "
                           "MAHNLAUF-KARENZTAGE in TAGESPARAM."
                   STOP RUN
               END-IF
               MOVE BETRAG-WERT TO KARENZ-TAGE
           END-IF.

      *    Leere Eingabe uebernimmt die Vorgabe, 0 schaltet die
      *    Gebuehr bzw. die Zinsen ab.
       MAHNKOSTEN-ERFRAGEN.
           MOVE "Mahngebuehr 2. Mahnung (leer = 5.00): "
               TO EINGABE-PROMPT.
           MOVE "MAHNLAUF-GEBUEHR-STUFE2" TO PARAMETER-SCHLUESSEL.
           MOVE 5 TO BETRAG-VORGABE.
           PERFORM BETRAG-EINLESEN.
           MOVE BETRAG-WERT TO GEBUEHR-STUFE2.
           MOVE "Mahngebuehr 3. Mahnung (leer = 10.00): "
               TO EINGABE-PROMPT.
           MOVE "MAHNLAUF-GEBUEHR-STUFE3" TO PARAMETER-SCHLUESSEL.
           MOVE 10 TO BETRAG-VORGABE.
           PERFORM BETRAG-EINLESEN.
           MOVE BETRAG-WERT TO GEBUEHR-STUFE3.
           MOVE "N" TO EINGABE-GUELTIG.
           PERFORM ZINSSATZ-VERSUCHEN UNTIL EINGABE-GUELTIG = "J".
           IF GEBUEHR-STUFE2 > 0 OR GEBUEHR-STUFE3 > 0
                   OR VERZUGSZINSSATZ > 0
               MOVE "J" TO MAHNBELEGE-BUCHEN
           ELSE
               MOVE "N" TO MAHNBELEGE-BUCHEN
           END-IF.

       ZINSSATZ-VERSUCHEN.
           MOVE "Verzugszinssatz % p. a. (leer = 9.00): "
               TO EINGABE-PROMPT.
           MOVE "MAHNLAUF-ZINSSATZ" TO PARAMETER-SCHLUESSEL.
           MOVE 9 TO BETRAG-VORGABE.
           PERFORM BETRAG-EINLESEN.
           IF BETRAG-WERT >= 100
               DISPLAY "Zinssatz muss unter 100 % liegen."
               MOVE "N" TO EINGABE-GUELTIG
               IF TAGESABLAUF-LAUF = "J"
                   STOP RUN
               END-IF
           ELSE
               MOVE BETRAG-WERT TO VERZUGSZINSSATZ
           END-IF.

       BETRAG-EINLESEN.
           MOVE "N" TO EINGABE-GUELTIG.
           PERFORM BETRAG-VERSUCHEN UNTIL EINGABE-GUELTIG = "J".

      *    Im Tagesablauf wird der Wert unter PARAMETER-SCHLUESSEL
      *    gelesen; ein ungueltiger Wert bricht den Lauf ab, statt
      *    erneut zu fragen.
       BETRAG-VERSUCHEN.
           MOVE SPACES TO EINGABE-PUFFER.
           IF TAGESABLAUF-LAUF = "J"
               PERFORM PARAMETER-LESEN
               PERFORM PARAMETER-UEBERNEHMEN
           ELSE
               DISPLAY EINGABE-PROMPT
               ACCEPT EINGABE-PUFFER
           END-IF.
           IF EINGABE-PUFFER = SPACES
               MOVE BETRAG-VORGABE TO BETRAG-WERT
               MOVE "J" TO EINGABE-GUELTIG
           ELSE
               PERFORM BETRAG-PRUEFEN
           END-IF.
           IF TAGESABLAUF-LAUF = "J" AND EINGABE-GUELTIG = "N"
               DISPLAY "Ungueltiger Wert fuer " PARAMETER-SCHLUESSEL
                       " in TAGESPARAM."
               STOP RUN
           END-IF.

      *    Werte laenger als das Eingabefeld werden abgewiesen.
       PARAMETER-UEBERNEHMEN.
           IF PARAMETER-WERT (11:) NOT = SPACES
               DISPLAY "Wert fuer " PARAMETER-SCHLUESSEL
                       " in TAGESPARAM ist zu lang."
               STOP RUN
           END-IF.
           MOVE PARAMETER-WERT TO EINGABE-PUFFER.

       BETRAG-PRUEFEN.
           MOVE "N" TO PUNKT-GEFUNDEN.
           MOVE "N" TO FORMAT-FEHLER.
           MOVE "N" TO LEERZEICHEN-NACH-ZIFFER.
           MOVE 0 TO VORKOMMA-ANZAHL.
           MOVE 0 TO NACHKOMMA-ANZAHL.
           PERFORM EINGABE-ZEICHEN-PRUEFEN
               VARYING ZEICHEN-POS FROM 1 BY 1
               UNTIL ZEICHEN-POS > 10.

           IF FORMAT-FEHLER = "J"
                   OR VORKOMMA-ANZAHL = 0
                   OR VORKOMMA-ANZAHL > 6
                   OR NACHKOMMA-ANZAHL > 2
               DISPLAY "Ungueltige Eingabe - bitte eine Zahl mit max. "
                       "6 Vor- und 2 Nachkommastellen eingeben."
           ELSE
      *        Das Programm laeuft unter DECIMAL-POINT IS COMMA;
      *        die Eingabe folgt aber der Punkt-Konvention der
      *        uebrigen Programme und wird vor NUMVAL umgesetzt.
               INSPECT EINGABE-PUFFER REPLACING ALL "." BY ","
               COMPUTE BETRAG-WERT = FUNCTION NUMVAL(EINGABE-PUFFER)
               MOVE "J" TO EINGABE-GUELTIG
           END-IF.

       EINGABE-ZEICHEN-PRUEFEN.
           MOVE EINGABE-PUFFER(ZEICHEN-POS:1) TO ZEICHEN.
           EVALUATE TRUE
               WHEN ZEICHEN = SPACE
                   IF VORKOMMA-ANZAHL > 0 OR NACHKOMMA-ANZAHL > 0
                       MOVE "J" TO LEERZEICHEN-NACH-ZIFFER
                   END-IF
               WHEN ZEICHEN = "."
                   IF LEERZEICHEN-NACH-ZIFFER = "J"
                       MOVE "J" TO FORMAT-FEHLER
                   END-IF
                   IF PUNKT-GEFUNDEN = "J"
                       MOVE "J" TO FORMAT-FEHLER
                   ELSE
                       MOVE "J" TO PUNKT-GEFUNDEN
                   END-IF
               WHEN ZEICHEN >= "0" AND ZEICHEN <= "9"
                   IF LEERZEICHEN-NACH-ZIFFER = "J"
                       MOVE "J" TO FORMAT-FEHLER
                   END-IF
                   IF PUNKT-GEFUNDEN = "J"
                       ADD 1 TO NACHKOMMA-ANZAHL
                   ELSE
                       ADD 1 TO VORKOMMA-ANZAHL
                   END-IF
               WHEN OTHER
                   MOVE "J" TO FORMAT-FEHLER
           END-EVALUATE.

       KUNDENSTAMM-OEFFNEN.
           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
           MOVE SPACES TO MAHN-STRASSE.
           MOVE SPACES TO MAHN-PLZ.
           MOVE SPACES TO MAHN-ORT.
           MOVE 14 TO ZAHLUNGSZIEL-TAGE.
           MOVE GRUPPEN-KUNDENNUMMER TO KD-KUNDENNUMMER.
           READ KUNDENSTAMM-DATEI
               INVALID KEY
                   MOVE KD-STRASSE TO MAHN-STRASSE
                   MOVE KD-PLZ TO MAHN-PLZ
                   MOVE KD-ORT TO MAHN-ORT
                   IF KD-ZAHLUNGSZIEL-TAGE IS NUMERIC
                           AND KD-ZAHLUNGSZIEL-TAGE > 0
                       MOVE KD-ZAHLUNGSZIEL-TAGE TO ZAHLUNGSZIEL-TAGE
                   END-IF
           END-READ.

       ZAHLUNGEN-LADEN.
                   UNTIL LESE-ENDE = "J"
               CLOSE ZAHLUNGS-DATEI
           END-IF.
      *    Von der Zahlungserfassung ausgelagerte Zahlungen zaehlen
      *    mit, sonst gaelten damit beglichene Rechnungen als offen.
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
                   MOVE ZA-BETRAG TO ZT-BETRAG (ZAHLUNGS-ANZAHL)
           END-READ.

       ZAHLARCHIVSATZ-LADEN.
           READ ZAHLARCHIV-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF ZAHLUNGS-ANZAHL >= 20000
                       DISPLAY "ZAHLUNGEN-Tabelle uebergelaufen "
                               "(mehr als 20000 Saetze) - bitte in "
                               "der Zahlungserfassung ausgeglichene "
                               "Zahlungen auslagern."
                       STOP RUN
                   END-IF
                   ADD 1 TO ZAHLUNGS-ANZAHL
                   MOVE ZX-RECHNUNGSNUMMER
                       TO ZT-RECHNUNGSNUMMER (ZAHLUNGS-ANZAHL)
                   MOVE ZX-BETRAG TO ZT-BETRAG (ZAHLUNGS-ANZAHL)
           END-READ.

       GEZAHLT-ERMITTELN.
           MOVE 0 TO GEZAHLTER-BETRAG.
           PERFORM GEZAHLT-SUMMIEREN
                   UNTIL LESE-ENDE = "J"
               CLOSE MAHNREGISTER-DATEI
           END-IF.
           PERFORM MAHNSTAND-LADEN.

       MAHNREGISTERSATZ-LADEN.
           READ MAHNREGISTER-DATEI
                   MOVE MD-MAHNDATUM TO MT-MAHNDATUM (MAHN-ANZAHL)
           END-READ.

      *    MAHNLAUFSTAND enthaelt nur nach einem abgebrochenen Lauf
      *    Saetze: die darin erreichten Stufen gelten schon als
      *    gemahnt, damit Gebuehren und Zinsen beim erneuten Lauf
      *    nicht ein zweites Mal gebucht werden.
       MAHNSTAND-LADEN.
           MOVE 0 TO MAHNSTAND-ANZAHL.
           OPEN INPUT MAHNSTAND-DATEI.
           IF MAHNSTAND-STATUS = "35"
               CONTINUE
           ELSE
               IF MAHNSTAND-STATUS NOT = "00"
                   DISPLAY "MAHNLAUFSTAND konnte nicht geoeffnet "
                           "werden (Status " MAHNSTAND-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM MAHNSTANDSATZ-LADEN
                   UNTIL LESE-ENDE = "J"
               CLOSE MAHNSTAND-DATEI
           END-IF.
           IF MAHNSTAND-ANZAHL > 0
               DISPLAY "Abgebrochener Mahnlauf erkannt - "
                       MAHNSTAND-ANZAHL " bereits gemahnte Rechnungen "
                       "werden uebersprungen."
           END-IF.

       MAHNSTANDSATZ-LADEN.
           READ MAHNSTAND-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   ADD 1 TO MAHNSTAND-ANZAHL
                   MOVE MAHNSTAND-SATZ TO MAHNREGISTER-SATZ
                   MOVE MD-RECHNUNGSNUMMER TO MP-RECHNUNGSNUMMER
                   PERFORM MAHNEINTRAG-SUCHEN
                   PERFORM MAHNSTAND-UEBERNEHMEN
           END-READ.

       MAHNSTAND-UEBERNEHMEN.
           IF MAHN-POSITION = 0
               IF MAHN-ANZAHL >= 5000
                   DISPLAY "MAHNDATEN-Tabelle uebergelaufen "
                           "(mehr als 5000 Saetze)."
                   STOP RUN
               END-IF
               ADD 1 TO MAHN-ANZAHL
               MOVE MAHN-ANZAHL TO MAHN-POSITION
               MOVE MD-RECHNUNGSNUMMER
                   TO MT-RECHNUNGSNUMMER (MAHN-POSITION)
               MOVE 0 TO MT-MAHNSTUFE (MAHN-POSITION)
               MOVE 0 TO MT-MAHNDATUM (MAHN-POSITION)
           END-IF.
           IF MD-MAHNSTUFE > MT-MAHNSTUFE (MAHN-POSITION)
               MOVE MD-MAHNSTUFE TO MT-MAHNSTUFE (MAHN-POSITION)
               MOVE MD-MAHNDATUM TO MT-MAHNDATUM (MAHN-POSITION)
           ELSE
               IF MD-MAHNSTUFE = MT-MAHNSTUFE (MAHN-POSITION)
                       AND MD-MAHNDATUM > MT-MAHNDATUM (MAHN-POSITION)
                   MOVE MD-MAHNDATUM TO MT-MAHNDATUM (MAHN-POSITION)
               END-IF
           END-IF.

      *    Haelt die erreichte Stufe sofort fest, bevor das
      *    Mahnschreiben gedruckt wird.
       MAHNSTAND-SICHERN.
           MOVE MP-RECHNUNGSNUMMER TO MD-RECHNUNGSNUMMER.
           MOVE SPACE TO MD-TRENNER1.
           MOVE SOLL-STUFE TO MD-MAHNSTUFE.
           MOVE SPACE TO MD-TRENNER2.
           MOVE AKTUELLES-DATUM TO MD-MAHNDATUM.
           MOVE MAHNREGISTER-SATZ TO MAHNSTAND-SATZ.
           WRITE MAHNSTAND-SATZ.
           IF MAHNSTAND-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von MAHNLAUFSTAND "
                       "(Status " MAHNSTAND-STATUS ")."
               STOP RUN
           END-IF.

       MAHNEINTRAG-SUCHEN.
           MOVE 0 TO MAHN-POSITION.
           MOVE 0 TO BISHERIGE-STUFE.
           END-IF.

      *    Sammelt alle offenen Posten (Restbetrag groesser 0) aus
      *    den Archivdateien und dem lebenden Bestand; Mahnbelege
      *    werden nicht selbst gemahnt.
       OFFENE-POSTEN-SAMMELN.
           MOVE 0 TO POSTEN-ANZAHL.
           PERFORM ARCHIV-POSTEN-SAMMELN
               NOT AT END
                   IF AR-SATZART = "K"
                           AND AR-STORNO-KENNZEICHEN NOT = "S"
                           AND AR-BELEGART NOT = "M"
                       MOVE AR-RECHNUNGSNUMMER TO KP-RECHNUNGSNUMMER
                       MOVE AR-KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE AR-RECHNUNGSDATUM TO KP-DATUM
               NOT AT END
                   IF RECH-SATZART = "K"
                           AND RECH-STORNO-KENNZEICHEN NOT = "S"
                           AND RECH-BELEGART NOT = "M"
                       MOVE RECHNUNGSNUMMER TO KP-RECHNUNGSNUMMER
                       MOVE KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE RECHNUNGSDATUM TO KP-DATUM

           PERFORM MAHNEINTRAG-SUCHEN.
           IF SOLL-STUFE > BISHERIGE-STUFE
               PERFORM MAHNKOSTEN-ERMITTELN
                   THRU MAHNKOSTEN-ERMITTELN-EXIT
               IF MB-BETRAG > 0
                   PERFORM MAHNBELEG-BUCHEN
               END-IF
               PERFORM MAHNSTAND-SICHERN
               PERFORM MAHNSCHREIBEN-DRUCKEN
               PERFORM MAHNEINTRAG-FORTSCHREIBEN
               PERFORM MAHNZAEHLER-FORTSCHREIBEN
       MAHNPOSTEN-PRUEFEN-EXIT.
           EXIT.

      *    Mahngebuehr der erreichten Stufe (ab Stufe 2) und
      *    Verzugszinsen auf den offenen Betrag. Zinstage: seit der
      *    letzten kostenpflichtigen Mahnung, sonst alle Verzugstage.
       MAHNKOSTEN-ERMITTELN.
           MOVE 0 TO MB-GEBUEHR.
           MOVE 0 TO MB-ZINSEN.
           MOVE 0 TO MB-BETRAG.
           MOVE 0 TO MB-ZINS-TAGE.
           MOVE 0 TO MB-NUMMER.
           IF MAHNBELEGE-BUCHEN = "N" OR SOLL-STUFE < 2
               GO TO MAHNKOSTEN-ERMITTELN-EXIT
           END-IF.

           IF SOLL-STUFE = 2
               MOVE GEBUEHR-STUFE2 TO MB-GEBUEHR
           ELSE
               MOVE GEBUEHR-STUFE3 TO MB-GEBUEHR
           END-IF.

           MOVE VERZUGS-TAGE TO MB-ZINS-TAGE.
           IF BISHERIGE-STUFE >= 2 AND MAHN-POSITION > 0
               IF MT-MAHNDATUM (MAHN-POSITION) >= 19000101
                   COMPUTE MB-ZINS-TAGE = HEUTE-LAUFTAG
                       - FUNCTION INTEGER-OF-DATE
                           (MT-MAHNDATUM (MAHN-POSITION))
               END-IF
           END-IF.
           IF MB-ZINS-TAGE < 0
               MOVE 0 TO MB-ZINS-TAGE
           END-IF.
           COMPUTE MB-ZINSEN ROUNDED =
               MP-OFFEN * VERZUGSZINSSATZ * MB-ZINS-TAGE / 36500.
           COMPUTE MB-BETRAG = MB-GEBUEHR + MB-ZINSEN.

       MAHNKOSTEN-ERMITTELN-EXIT.
           EXIT.

      *    Bucht die Mahnkosten als eigenen Beleg: Kopfsatz mit
      *    Belegart "M" und Verweis auf die gemahnte Rechnung, je
      *    eine Position fuer Gebuehr und Zinsen, Protokollsatz.
       MAHNBELEG-BUCHEN.
           PERFORM MAHNBELEGNUMMER-VERGEBEN.

           MOVE SPACES TO RECH-DATEN.
           MOVE MB-NUMMER TO RECHNUNGSNUMMER.
           MOVE "K" TO RECH-SATZART.
           MOVE 0 TO RECH-POSITIONSNUMMER.
           MOVE GRUPPEN-KUNDENNUMMER TO KUNDENNUMMER.
           MOVE AKTUELLES-DATUM TO RECHNUNGSDATUM.
           MOVE "MAHN" TO RECH-STEUER-CODE.
           MOVE SPACE TO RECH-STORNO-KENNZEICHEN.
           MOVE MP-RECHNUNGSNUMMER TO RECH-ORIGINAL-NUMMER.
           MOVE MB-BETRAG TO RECHN-NETTOPREIS.
           MOVE 0 TO RECHN-MWST.
           MOVE MB-BETRAG TO RECHN-BRUTTOPREIS.
           MOVE "M" TO RECH-BELEGART.
           PERFORM RECHNUNGSSATZ-SCHREIBEN.

           MOVE 0 TO MB-POSITIONSNUMMER.
           IF MB-GEBUEHR > 0
               MOVE SPACES TO MB-TEXT
               STRING "Mahngebuehr " SOLL-STUFE (5:1) ". Mahnung"
                   DELIMITED BY SIZE INTO MB-TEXT
               MOVE MB-GEBUEHR TO BETRAG-WERT
               PERFORM MAHNBELEGPOSITION-SCHREIBEN
           END-IF.
           IF MB-ZINSEN > 0
               MOVE VERZUGSZINSSATZ TO AUF-ZINSSATZ
               MOVE MB-ZINS-TAGE TO AUF-TAGE
               MOVE SPACES TO MB-TEXT
               STRING "Verzugszinsen " AUF-ZINSSATZ " % "
                   AUF-TAGE " Tg"
                   DELIMITED BY SIZE INTO MB-TEXT
               MOVE MB-ZINSEN TO BETRAG-WERT
               PERFORM MAHNBELEGPOSITION-SCHREIBEN
           END-IF.

           ACCEPT AKTUELLE-ZEIT FROM TIME.
           MOVE AKTUELLES-DATUM TO PR-DATUM.
           MOVE SPACE TO PR-TRENNER1.
           MOVE AKTUELLE-ZEIT TO PR-ZEIT.
           MOVE SPACE TO PR-TRENNER2.
           MOVE MB-NUMMER TO PR-RECHNUNGSNUMMER.
           MOVE SPACE TO PR-TRENNER3.
           MOVE "MAHN" TO PR-STEUER-CODE.
           MOVE SPACE TO PR-TRENNER4.
           MOVE MB-BETRAG TO PR-NETTOPREIS.
           MOVE SPACE TO PR-TRENNER5.
           MOVE 0 TO PR-MWST.
           MOVE SPACE TO PR-TRENNER6.
           MOVE MB-BETRAG TO PR-BRUTTOPREIS.
           WRITE PROTOKOLL-SATZ.
           IF PROTOKOLL-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von PROTOKOLL (Status "
                       PROTOKOLL-STATUS ")."
               STOP RUN
           END-IF.

           ADD 1 TO MAHNBELEG-ANZAHL.
           ADD MB-GEBUEHR TO GEBUEHREN-SUMME.
           ADD MB-ZINSEN TO ZINSEN-SUMME.

       MAHNBELEGPOSITION-SCHREIBEN.
           ADD 1 TO MB-POSITIONSNUMMER.
           MOVE SPACES TO RECH-DATEN.
           MOVE MB-NUMMER TO RECHNUNGSNUMMER.
           MOVE "P" TO RECH-SATZART.
           MOVE MB-POSITIONSNUMMER TO RECH-POSITIONSNUMMER.
           MOVE GRUPPEN-KUNDENNUMMER TO KUNDENNUMMER.
           MOVE MB-TEXT TO RECH-ARTIKELTEXT.
           MOVE 1 TO RECH-MENGE.
           MOVE BETRAG-WERT TO RECH-EINZELPREIS.
           MOVE BETRAG-WERT TO RECH-POSITIONSWERT.
           MOVE 0 TO RECH-ARTIKELNUMMER.
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

       MAHNEINTRAG-FORTSCHREIBEN.
           IF MAHN-POSITION = 0
               IF MAHN-ANZAHL >= 5000
           STRING "Offener Betrag  : " AUF-BETRAG " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE SCHREIBEN-ZEILE FROM AUSGABE-ZEILE.
           IF MB-NUMMER > 0
               PERFORM MAHNKOSTEN-DRUCKEN
           END-IF.
           WRITE SCHREIBEN-ZEILE FROM DZ-LEERZEILE.

           EVALUATE SOLL-STUFE
           END-EVALUATE.
           WRITE SCHREIBEN-ZEILE FROM DZ-TRENNLINIE.

       MAHNKOSTEN-DRUCKEN.
           IF MB-GEBUEHR > 0
               MOVE MB-GEBUEHR TO AUF-BETRAG
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "Mahngebuehr     : " AUF-BETRAG " EUR"
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               WRITE SCHREIBEN-ZEILE FROM AUSGABE-ZEILE
           END-IF.
           IF MB-ZINSEN > 0
               MOVE MB-ZINSEN TO AUF-BETRAG
               MOVE VERZUGSZINSSATZ TO AUF-ZINSSATZ
               MOVE MB-ZINS-TAGE TO AUF-TAGE
               MOVE SPACES TO AUSGABE-ZEILE
               STRING "Verzugszinsen   : " AUF-BETRAG " EUR ("
                   AUF-ZINSSATZ " % p. a. fuer" AUF-TAGE " Tage)"
                   DELIMITED BY SIZE INTO AUSGABE-ZEILE
               WRITE SCHREIBEN-ZEILE FROM AUSGABE-ZEILE
           END-IF.
           MOVE MB-NUMMER TO NUMMER-ROH.
           PERFORM RECHNUNGSNUMMER-AUFBEREITEN.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Mahnbeleg       : " NUMMER-FORMATIERT
               " (Mahngebuehr und Zinsen)"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE SCHREIBEN-ZEILE FROM AUSGABE-ZEILE.
           COMPUTE GESAMT-FORDERUNG = MP-OFFEN + MB-BETRAG.
           MOVE GESAMT-FORDERUNG TO AUF-BETRAG.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Gesamtbetrag    : " AUF-BETRAG " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE SCHREIBEN-ZEILE FROM AUSGABE-ZEILE.

      *    Nummern aus den Jahres-Nummernkreisen (Endziffern des
      *    Geschaeftsjahres als Praefix, ab 20xx) werden als
      *    "JJJJ-NNNNNN" angezeigt; kleine laufende Nummern des
           STRING "Offener Mahnbetrag   : " AUF-SUMME " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "Mahnbelege gebucht   : " MAHNBELEG-ANZAHL
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE GEBUEHREN-SUMME TO AUF-SUMME.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "  Mahngebuehren      : " AUF-SUMME " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           MOVE ZINSEN-SUMME TO AUF-SUMME.
           MOVE SPACES TO AUSGABE-ZEILE.
           STRING "  Verzugszinsen      : " AUF-SUMME " EUR"
               DELIMITED BY SIZE INTO AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM AUSGABE-ZEILE.
           WRITE LISTEN-ZEILE FROM DZ-TRENNLINIE.
           CLOSE LISTE-DATEI.

      *    Die Nummernkreis-Datei ist die einzige Quelle der
      *    Nummernvergabe; ohne sie wird kein Mahnbeleg gebucht.
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

      *    Vorpruefung vor dem Lauf: ohne Nummernkreis der Belegart
      *    "M" fuer das laufende Jahr wird nichts gemahnt, damit der
      *    Lauf nicht mittendrin stehen bleibt.
       MAHNBELEG-KREIS-PRUEFEN.
           MOVE AKTUELLES-DATUM (1:4) TO GESUCHTES-JAHR.
           PERFORM KREIS-SUCHEN.
           IF KREIS-POSITION = 0
               PERFORM NUMMERNKREIS-UEBERTRAGEN
           END-IF.
           IF KREIS-POSITION = 0
               DISPLAY "Kein Nummernkreis fuer Geschaeftsjahr "
                       GESUCHTES-JAHR " Belegart M (Mahnbelege) - "
                       "bitte mit der Nummernkreispflege anlegen "
                       "oder Mahngebuehren und Zinssatz 0 angeben."
               STOP RUN
           END-IF.

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

      *    Zieht die naechste Nummer aus dem Nummernkreis "M" des
      *    laufenden Geschaeftsjahres und schreibt den neuen Stand
      *    sofort zurueck (Aufbau wie die Rechnungsnummer).
       MAHNBELEGNUMMER-VERGEBEN.
           MOVE AKTUELLES-DATUM (1:4) TO GESUCHTES-JAHR.
           PERFORM KREIS-SUCHEN.
           IF KREIS-POSITION = 0
               PERFORM NUMMERNKREIS-UEBERTRAGEN
           END-IF.
           IF KREIS-POSITION = 0
               DISPLAY "Kein Nummernkreis fuer Geschaeftsjahr "
                       GESUCHTES-JAHR " Belegart M - bitte mit der "
                       "Nummernkreispflege anlegen."
               STOP RUN
           END-IF.
           IF NKT-LETZTE (KREIS-POSITION)
                   >= NKT-BIS (KREIS-POSITION)
               DISPLAY "Nummernkreis " GESUCHTES-JAHR "/M ist "
                       "erschoepft - bitte mit der Nummernkreispflege "
                       "erweitern."
               STOP RUN
           END-IF.
           ADD 1 TO NKT-LETZTE (KREIS-POSITION).
           COMPUTE MB-NUMMER =
               FUNCTION MOD(GESUCHTES-JAHR, 100) * 1000000
               + NKT-LETZTE (KREIS-POSITION).
           PERFORM NUMMERNKREIS-SPEICHERN.

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
               RETURNING UMBENENNEN-CODE
           IF UMBENENNEN-CODE NOT = 0
               DISPLAY "Fehler beim Ersetzen von NUMMERNKREIS (Code "
                       UMBENENNEN-CODE ")."
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
