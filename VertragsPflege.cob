       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vertragspflege.

      *    Pflegeprogramm fuer die Vertragsdatei VERTRAEGE (Wartungs-
      *    und Mietvertraege, die von der Abo-Fakturierung
      *    periodisch abgerechnet werden). Je Vertrag werden Kunde,
      *    Abrechnungsintervall, Vertragsbeginn und -ende sowie bis
      *    zu 10 Artikel aus ARTSTAMM mit Menge erfasst. Kunde und
      *    Artikel muessen bei der Erfassung aktiv sein. Der Beginn
      *    ist nur aenderbar, solange der Vertrag noch nie
      *    abgerechnet wurde; er ist zugleich der Beginn des ersten
      *    Abrechnungszeitraums. Die Datei wird wie ARTSTAMM nach
      *    jeder Aenderung komplett ueber VERTRAEGE.NEU neu
      *    geschrieben. Jede Neuanlage, Aenderung und Deaktivierung
      *    wird mit dem Satz vorher und nachher im
      *    Aenderungsprotokoll AENDPROT festgehalten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERTRAGS-DATEI ASSIGN TO "VERTRAEGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERTRAGS-STATUS.

           SELECT VERTRAGS-NEU-DATEI ASSIGN TO "VERTRAEGE.NEU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERTRAGS-NEU-STATUS.

           SELECT KUNDENSTAMM-DATEI ASSIGN TO "KDSTAMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KUNDENNUMMER
               FILE STATUS IS KUNDENSTAMM-STATUS.

           SELECT ARTIKELSTAMM-DATEI ASSIGN TO "ARTSTAMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIKELSTAMM-STATUS.

           SELECT AENDPROT-DATEI ASSIGN TO "AENDPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AENDPROT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERTRAGS-DATEI.
       01  VERTRAGS-SATZ                 PIC X(169).

       FD  VERTRAGS-NEU-DATEI.
       01  VERTRAGS-NEU-SATZ             PIC X(169).

       FD  KUNDENSTAMM-DATEI.
       01  KUNDENSTAMM-SATZ.
           COPY "KDSATZ.cpy".

       FD  ARTIKELSTAMM-DATEI.
       01  ARTIKELSTAMM-SATZ.
           COPY "ARTSATZ.cpy".

       FD  AENDPROT-DATEI.
       01  AENDPROT-SATZ.
           COPY "AENDSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 VERTRAGS-STATUS         PIC XX VALUE SPACES.
       77 VERTRAGS-NEU-STATUS     PIC XX VALUE SPACES.
       77 VERTRAGS-NEU-NAME       PIC X(20) VALUE "VERTRAEGE.NEU".
       77 VERTRAGS-ALT-NAME       PIC X(20) VALUE "VERTRAEGE".
       77 VERTRAGS-UMBENENNEN-CODE PIC S9(9) COMP-5 VALUE 0.
       77 KUNDENSTAMM-STATUS      PIC XX VALUE SPACES.
       77 ARTIKELSTAMM-STATUS     PIC XX VALUE SPACES.
       77 AENDPROT-STATUS         PIC XX VALUE SPACES.

      *    Bearbeiteter Vertrag.
       01  VERTRAG.
           COPY "VERTRSATZ.cpy".

       01  VERTRAGS-TABELLE.
           05  VERTRAGS-EINTRAG OCCURS 1000 TIMES
                               INDEXED BY VTT-IDX.
               10  VTT-VERTRAGSNUMMER    PIC 9(06).
               10  VTT-DATEN             PIC X(163).

       77 VERTRAGS-ANZAHL         PIC 9(04) VALUE 0.
       77 VERTRAGS-LFDNR          PIC 9(04) VALUE 0.
       77 VERTRAG-GEFUNDEN        PIC X VALUE "N".
       77 GEFUNDENE-POSITION      PIC 9(04) VALUE 0.

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

       77 FUNKTIONS-AUSWAHL       PIC 9 VALUE 9.
       77 EINGABE-VERTRAGSNUMMER  PIC 9(06) VALUE 0.
       77 EINGABE-KUNDENNUMMER    PIC 9(06) VALUE 0.
       77 EINGABE-INTERVALL       PIC 9(02) VALUE 0.
       77 EINGABE-DATUM           PIC 9(08) VALUE 0.
       77 KUNDE-GEFUNDEN          PIC X VALUE "N".
       77 INTERVALL-GUELTIG       PIC X VALUE "N".
       77 DATUM-GUELTIG           PIC X VALUE "N".
       77 ENDE-GUELTIG            PIC X VALUE "N".
       77 WEITERE-POSITION        PIC X VALUE "J".
       77 MENGE-GUELTIG           PIC X VALUE "N".
       77 POSITIONS-LFDNR         PIC 9(02) VALUE 0.

      *    Kalenderpruefung eines Datums JJJJMMTT.
       01  MONATSTAGE-WERTE          PIC X(24)
                                     VALUE "312831303130313130313031".
       01  MONATSTAGE-TABELLE REDEFINES MONATSTAGE-WERTE.
           05  MONATSTAGE            PIC 9(02) OCCURS 12 TIMES.

       77 PRUEF-JAHR              PIC 9(04) VALUE 0.
       77 PRUEF-MONAT             PIC 9(02) VALUE 0.
       77 PRUEF-TAG               PIC 9(02) VALUE 0.
       77 TAGE-IM-MONAT           PIC 9(02) VALUE 0.

      *    Mengeneingabe wie der Betrag in NettoBruttoRechner:
      *    Ziffern mit Punkt als Dezimalzeichen, max. 6 Vor- und
      *    2 Nachkommastellen, mit Wiederholung bei ungueltiger
      *    Eingabe.
       77 EINGABE-PROMPT          PIC X(50) VALUE SPACES.
       77 EINGABE-PUFFER          PIC X(10) VALUE SPACES.
       77 BETRAG-WERT             PIC 9(6)V99 VALUE 0.
       77 EINGABE-GUELTIG         PIC X VALUE "N".
       77 ZEICHEN-POS             PIC 9(02) VALUE 0.
       77 ZEICHEN                 PIC X VALUE SPACE.
       77 PUNKT-GEFUNDEN          PIC X VALUE "N".
       77 VORKOMMA-ANZAHL         PIC 9(02) VALUE 0.
       77 NACHKOMMA-ANZAHL        PIC 9(02) VALUE 0.
       77 FORMAT-FEHLER           PIC X VALUE "N".
       77 LEERZEICHEN-NACH-ZIFFER PIC X VALUE "N".

      *    Uebergabefelder fuer das Aenderungsprotokoll.
       77 BENUTZER-KENNUNG        PIC X(12) VALUE SPACES.
       77 AENDERUNGS-AKTION       PIC X VALUE SPACE.
       77 AENDERUNGS-SCHLUESSEL   PIC X(12) VALUE SPACES.
       77 SATZ-VORHER             PIC X(201) VALUE SPACES.
       77 SATZ-NACHHER            PIC X(201) VALUE SPACES.
       77 AKTUELLES-DATUM         PIC 9(8) VALUE 0.
       77 AKTUELLE-ZEIT           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           PERFORM VERTRAEGE-LADEN.
           PERFORM ARTIKELSTAMM-LADEN.
           PERFORM KUNDENSTAMM-OEFFNEN.
           PERFORM AENDPROT-OEFFNEN.

           PERFORM UNTIL FUNKTIONS-AUSWAHL = 0
               DISPLAY "=== Vertragspflege VERTRAEGE ==="
               DISPLAY "1 - Vertrag anlegen"
               DISPLAY "2 - Vertrag aendern"
               DISPLAY "3 - Vertrag deaktivieren"
               DISPLAY "4 - Vertrag anzeigen"
               DISPLAY "0 - Programm beenden"
               DISPLAY "Auswahl: "
               ACCEPT FUNKTIONS-AUSWAHL
               EVALUATE FUNKTIONS-AUSWAHL
                   WHEN 1
                       PERFORM VERTRAG-ANLEGEN
                   WHEN 2
                       PERFORM VERTRAG-AENDERN
                   WHEN 3
                       PERFORM VERTRAG-DEAKTIVIEREN
                   WHEN 4
                       PERFORM VERTRAG-ANZEIGEN
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ungueltige Auswahl."
               END-EVALUATE
           END-PERFORM.

           CLOSE KUNDENSTAMM-DATEI.
           CLOSE AENDPROT-DATEI.
           DISPLAY "Vertragspflege beendet.".
           STOP RUN.

       VERTRAEGE-LADEN.
           MOVE 0 TO VERTRAGS-ANZAHL.
           OPEN INPUT VERTRAGS-DATEI.
           IF VERTRAGS-STATUS = "35"
               DISPLAY "VERTRAEGE noch nicht vorhanden - "
                       "Datei wird beim Speichern angelegt."
           ELSE
               IF VERTRAGS-STATUS NOT = "00"
                   DISPLAY "VERTRAEGE konnte nicht geoeffnet werden "
                           "(Status " VERTRAGS-STATUS ")."
                   STOP RUN
               END-IF
               PERFORM VERTRAGSSATZ-LADEN
                   UNTIL VERTRAGS-STATUS NOT = "00"
               CLOSE VERTRAGS-DATEI
           END-IF.

       VERTRAGSSATZ-LADEN.
           READ VERTRAGS-DATEI
               AT END
                   CONTINUE
               NOT AT END
                   IF VERTRAGS-ANZAHL < 1000
                       ADD 1 TO VERTRAGS-ANZAHL
                       MOVE VERTRAGS-SATZ
                           TO VERTRAGS-EINTRAG (VERTRAGS-ANZAHL)
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
           MOVE VERTRAGS-EINTRAG (VERTRAGS-LFDNR)
               TO VERTRAGS-NEU-SATZ.
           WRITE VERTRAGS-NEU-SATZ.
           IF VERTRAGS-NEU-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von VERTRAEGE.NEU "
                       "(Status " VERTRAGS-NEU-STATUS ")."
               STOP RUN
           END-IF.

      *    Nur aktive Artikel koennen einem Vertrag zugeordnet
      *    werden; ohne ARTSTAMM ist keine Erfassung moeglich.
       ARTIKELSTAMM-LADEN.
           MOVE 0 TO ARTIKEL-ANZAHL.
           OPEN INPUT ARTIKELSTAMM-DATEI.
           IF ARTIKELSTAMM-STATUS NOT = "00"
               DISPLAY "Artikelstamm ARTSTAMM konnte nicht "
                       "geoeffnet werden (Status "
                       ARTIKELSTAMM-STATUS "). Bitte zuerst mit der "
                       "Artikelstammpflege anlegen."
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

      *    Liefert Text und Preis eines Artikels; ARTIKEL-GEFUNDEN
      *    wird nur fuer aktive Artikel "J". Fuer die Anzeige
      *    bestehender Vertraege wird der Text auch bei inaktiven
      *    Artikeln geliefert.
       ARTIKEL-SUCHEN.
           MOVE "N" TO ARTIKEL-GEFUNDEN.
           MOVE "** unbekannt **" TO ARTIKEL-TEXT.
           MOVE 0 TO ARTIKEL-PREIS.
           IF ARTIKEL-ANZAHL > 0
               SET ART-IDX TO 1
               SEARCH ARTIKEL-EINTRAG
                   AT END
                       CONTINUE
                   WHEN AT-ARTIKELNUMMER (ART-IDX)
                           = GEPRUEFTE-ARTIKELNUMMER
                       MOVE AT-TEXT (ART-IDX) TO ARTIKEL-TEXT
                       MOVE AT-EINZELPREIS (ART-IDX) TO ARTIKEL-PREIS
                       IF AT-AKTIV-KENNZEICHEN (ART-IDX) = "A"
                           MOVE "J" TO ARTIKEL-GEFUNDEN
                       END-IF
               END-SEARCH
           END-IF.

       KUNDENSTAMM-OEFFNEN.
           OPEN INPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
               DISPLAY "Kundenstamm KDSTAMM konnte nicht geoeffnet "
                       "werden (Status " KUNDENSTAMM-STATUS ")."
               DISPLAY "Bitte zuerst mit der Kundenstammpflege "
                       "Kunden anlegen."
               STOP RUN
           END-IF.

      *    Das Aenderungsprotokoll wird fortgeschrieben. Der Benutzer
      *    kommt aus der Anmeldung (Umgebungsvariable USER) und wird
      *    nur erfragt, wenn sie fehlt.
       AENDPROT-OEFFNEN.
           ACCEPT BENUTZER-KENNUNG FROM ENVIRONMENT "USER".
           PERFORM BENUTZER-ERFRAGEN
               UNTIL BENUTZER-KENNUNG NOT = SPACES.
           OPEN EXTEND AENDPROT-DATEI.
           IF AENDPROT-STATUS = "35"
               OPEN OUTPUT AENDPROT-DATEI
           END-IF.
           IF AENDPROT-STATUS NOT = "00"
               DISPLAY "AENDPROT konnte nicht geoeffnet werden "
                       "(Status " AENDPROT-STATUS ")."
               STOP RUN
           END-IF.

       BENUTZER-ERFRAGEN.
           DISPLAY "Benutzerkennung: ".
           ACCEPT BENUTZER-KENNUNG.

      *    Ein Protokollsatz je gespeichertem Vertrag mit dem Inhalt
      *    vorher und nachher; bleibt der Satz unveraendert, wird
      *    nichts protokolliert.
       AENDERUNG-PROTOKOLLIEREN.
           IF SATZ-VORHER NOT = SATZ-NACHHER
               ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
               ACCEPT AKTUELLE-ZEIT FROM TIME
               MOVE SPACES TO AENDPROT-SATZ
               MOVE AKTUELLES-DATUM TO AP-DATUM
               MOVE AKTUELLE-ZEIT TO AP-ZEIT
               MOVE BENUTZER-KENNUNG TO AP-BENUTZER
               MOVE "Vertragspflege" TO AP-PROGRAMM
               MOVE "VERTRAEGE" TO AP-DATEI
               MOVE AENDERUNGS-SCHLUESSEL TO AP-SCHLUESSEL
               MOVE AENDERUNGS-AKTION TO AP-AKTION
               MOVE SATZ-VORHER TO AP-VORHER
               MOVE SATZ-NACHHER TO AP-NACHHER
               WRITE AENDPROT-SATZ
               IF AENDPROT-STATUS NOT = "00"
                   DISPLAY "Fehler beim Schreiben von AENDPROT "
                           "(Status " AENDPROT-STATUS ")."
                   STOP RUN
               END-IF
           END-IF.

       VERTRAGSNUMMER-SUCHEN.
           MOVE "N" TO VERTRAG-GEFUNDEN.
           MOVE 0 TO GEFUNDENE-POSITION.
           IF VERTRAGS-ANZAHL > 0
               SET VTT-IDX TO 1
               SEARCH VERTRAGS-EINTRAG
                   AT END
                       CONTINUE
                   WHEN VTT-VERTRAGSNUMMER (VTT-IDX)
                           = EINGABE-VERTRAGSNUMMER
                       MOVE "J" TO VERTRAG-GEFUNDEN
                       SET GEFUNDENE-POSITION TO VTT-IDX
               END-SEARCH
           END-IF.
           IF VERTRAG-GEFUNDEN = "J"
               MOVE VERTRAGS-EINTRAG (GEFUNDENE-POSITION) TO VERTRAG
           END-IF.

       VERTRAGSNUMMER-ERFRAGEN.
           DISPLAY "Vertragsnummer (6-stellig): ".
           ACCEPT EINGABE-VERTRAGSNUMMER.
           MOVE EINGABE-VERTRAGSNUMMER TO AENDERUNGS-SCHLUESSEL.
           PERFORM VERTRAGSNUMMER-SUCHEN.

      *    Der Vertragsbeginn wird nur abgefragt, solange noch kein
      *    Zeitraum abgerechnet ist; er setzt dann auch den Beginn
      *    des naechsten abzurechnenden Zeitraums.
       STAMMDATEN-ERFRAGEN.
           PERFORM KUNDE-ERFRAGEN.
           PERFORM INTERVALL-ERFRAGEN.
           IF VT-LETZTE-PERIODE = 0
               MOVE "Vertragsbeginn (JJJJMMTT): " TO EINGABE-PROMPT
               MOVE "N" TO DATUM-GUELTIG
               PERFORM BEGINN-VERSUCHEN
                   UNTIL DATUM-GUELTIG = "J"
               MOVE EINGABE-DATUM TO VT-BEGINN
               MOVE VT-BEGINN TO VT-NAECHSTE-FAKTURA
           ELSE
               DISPLAY "Vertragsbeginn " VT-BEGINN " bleibt, "
                       "naechster Zeitraum ab " VT-NAECHSTE-FAKTURA
                       "."
           END-IF.
           MOVE "N" TO ENDE-GUELTIG.
           PERFORM ENDE-VERSUCHEN
               UNTIL ENDE-GUELTIG = "J".
           PERFORM POSITIONEN-ERFASSEN.

       KUNDE-ERFRAGEN.
           MOVE "N" TO KUNDE-GEFUNDEN.
           PERFORM KUNDE-VERSUCHEN
               UNTIL KUNDE-GEFUNDEN = "J".
           MOVE EINGABE-KUNDENNUMMER TO VT-KUNDENNUMMER.

       KUNDE-VERSUCHEN.
           DISPLAY "Kundennummer: ".
           ACCEPT EINGABE-KUNDENNUMMER.
           MOVE EINGABE-KUNDENNUMMER TO KD-KUNDENNUMMER.
           READ KUNDENSTAMM-DATEI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF KD-AKTIV-KENNZEICHEN = "A"
                       MOVE "J" TO KUNDE-GEFUNDEN
                       DISPLAY "Kunde: " KD-NAME
                   END-IF
           END-READ.
           IF KUNDE-GEFUNDEN = "N"
               DISPLAY "Kundennummer " EINGABE-KUNDENNUMMER
                       " ist unbekannt oder inaktiv."
           END-IF.

       INTERVALL-ERFRAGEN.
           MOVE "N" TO INTERVALL-GUELTIG.
           PERFORM INTERVALL-VERSUCHEN
               UNTIL INTERVALL-GUELTIG = "J".
           MOVE EINGABE-INTERVALL TO VT-INTERVALL.

       INTERVALL-VERSUCHEN.
           DISPLAY "Abrechnungsintervall in Monaten "
                   "(1 = monatlich, 3 = vierteljaehrlich, 6, 12): ".
           ACCEPT EINGABE-INTERVALL.
           IF EINGABE-INTERVALL = 1 OR 3 OR 6 OR 12
               MOVE "J" TO INTERVALL-GUELTIG
           ELSE
               DISPLAY "Ungueltiges Intervall - zulaessig sind "
                       "1, 3, 6 und 12 Monate."
           END-IF.

       BEGINN-VERSUCHEN.
           DISPLAY EINGABE-PROMPT.
           ACCEPT EINGABE-DATUM.
           PERFORM DATUM-PRUEFEN.
           IF DATUM-GUELTIG = "N"
               DISPLAY "Ungueltiges Datum " EINGABE-DATUM "."
           END-IF.

       ENDE-VERSUCHEN.
           DISPLAY "Vertragsende (JJJJMMTT, 0 = unbefristet): ".
           ACCEPT EINGABE-DATUM.
           IF EINGABE-DATUM = 0
               MOVE "J" TO ENDE-GUELTIG
           ELSE
               PERFORM DATUM-PRUEFEN
               IF DATUM-GUELTIG = "N"
                   DISPLAY "Ungueltiges Datum " EINGABE-DATUM "."
               ELSE
                   IF EINGABE-DATUM < VT-BEGINN
                       DISPLAY "Vertragsende liegt vor dem Beginn "
                               VT-BEGINN "."
                   ELSE
                       MOVE "J" TO ENDE-GUELTIG
                   END-IF
               END-IF
           END-IF.
           IF ENDE-GUELTIG = "J"
               MOVE EINGABE-DATUM TO VT-ENDE
           END-IF.

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

      *    Die Artikelliste wird bei jeder Aenderung komplett neu
      *    erfasst.
       POSITIONEN-ERFASSEN.
           MOVE 0 TO VT-POSITIONS-ANZAHL.
           PERFORM POSITION-LEEREN
               VARYING POSITIONS-LFDNR FROM 1 BY 1
               UNTIL POSITIONS-LFDNR > 10.
           MOVE "J" TO WEITERE-POSITION.
           PERFORM POSITION-ERFASSEN
               UNTIL WEITERE-POSITION = "N".

       POSITION-LEEREN.
           MOVE 0 TO VT-ARTIKELNUMMER (POSITIONS-LFDNR).
           MOVE 0 TO VT-MENGE (POSITIONS-LFDNR).

       POSITION-ERFASSEN.
           COMPUTE POSITIONS-LFDNR = VT-POSITIONS-ANZAHL + 1.
           DISPLAY "Artikelnummer Position " POSITIONS-LFDNR
                   " (0 = Erfassung beenden): ".
           ACCEPT GEPRUEFTE-ARTIKELNUMMER.
           IF GEPRUEFTE-ARTIKELNUMMER = 0
               IF VT-POSITIONS-ANZAHL = 0
                   DISPLAY "Ein Vertrag braucht mindestens einen "
                           "Artikel."
               ELSE
                   MOVE "N" TO WEITERE-POSITION
               END-IF
           ELSE
               PERFORM ARTIKEL-SUCHEN
               IF ARTIKEL-GEFUNDEN = "N"
                   DISPLAY "Artikelnummer " GEPRUEFTE-ARTIKELNUMMER
                           " ist unbekannt oder inaktiv."
               ELSE
                   DISPLAY "Artikel     : " ARTIKEL-TEXT
                   DISPLAY "Einzelpreis : " ARTIKEL-PREIS
                           " (aus dem Artikelstamm)"
                   PERFORM MENGE-EINLESEN
                   ADD 1 TO VT-POSITIONS-ANZAHL
                   MOVE GEPRUEFTE-ARTIKELNUMMER
                       TO VT-ARTIKELNUMMER (VT-POSITIONS-ANZAHL)
                   MOVE BETRAG-WERT
                       TO VT-MENGE (VT-POSITIONS-ANZAHL)
                   IF VT-POSITIONS-ANZAHL = 10
                       DISPLAY "Maximal 10 Artikel je Vertrag."
                       MOVE "N" TO WEITERE-POSITION
                   END-IF
               END-IF
           END-IF.

       MENGE-EINLESEN.
           MOVE "N" TO MENGE-GUELTIG.
           PERFORM MENGE-VERSUCHEN
               UNTIL MENGE-GUELTIG = "J".

       MENGE-VERSUCHEN.
           MOVE "Menge (z. B. 1.00): " TO EINGABE-PROMPT.
           PERFORM BETRAG-EINLESEN.
           IF BETRAG-WERT = 0 OR BETRAG-WERT > 9999.99
               DISPLAY "Menge 0 oder groesser 9999.99 ist nicht "
                       "zulaessig."
           ELSE
               MOVE "J" TO MENGE-GUELTIG
           END-IF.

       BETRAG-EINLESEN.
           MOVE "N" TO EINGABE-GUELTIG.
           PERFORM BETRAG-VERSUCHEN UNTIL EINGABE-GUELTIG = "J".

       BETRAG-VERSUCHEN.
           DISPLAY EINGABE-PROMPT.
           ACCEPT EINGABE-PUFFER.

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

       VERTRAG-ANLEGEN.
           PERFORM VERTRAGSNUMMER-ERFRAGEN.
           EVALUATE TRUE
               WHEN EINGABE-VERTRAGSNUMMER = 0
                   DISPLAY "Vertragsnummer 0 ist nicht zulaessig."
               WHEN VERTRAG-GEFUNDEN = "J"
                   DISPLAY "Vertragsnummer " EINGABE-VERTRAGSNUMMER
                           " ist bereits vergeben."
               WHEN VERTRAGS-ANZAHL >= 1000
                   DISPLAY "Vertragsdatei ist voll (1000 Saetze)."
               WHEN OTHER
                   INITIALIZE VERTRAG
                   MOVE EINGABE-VERTRAGSNUMMER TO VT-VERTRAGSNUMMER
                   PERFORM STAMMDATEN-ERFRAGEN
                   MOVE "A" TO VT-AKTIV-KENNZEICHEN
                   ADD 1 TO VERTRAGS-ANZAHL
                   MOVE VERTRAG TO VERTRAGS-EINTRAG (VERTRAGS-ANZAHL)
                   PERFORM VERTRAEGE-SPEICHERN
                   DISPLAY "Vertrag " EINGABE-VERTRAGSNUMMER
                           " angelegt, erste Abrechnung ab "
                           VT-NAECHSTE-FAKTURA "."
                   MOVE SPACES TO SATZ-VORHER
                   MOVE VERTRAG TO SATZ-NACHHER
                   MOVE "N" TO AENDERUNGS-AKTION
                   PERFORM AENDERUNG-PROTOKOLLIEREN
           END-EVALUATE.

       VERTRAG-AENDERN.
           PERFORM VERTRAGSNUMMER-ERFRAGEN.
           IF VERTRAG-GEFUNDEN = "N"
               DISPLAY "Vertragsnummer " EINGABE-VERTRAGSNUMMER
                       " ist nicht vorhanden."
           ELSE
               MOVE VERTRAG TO SATZ-VORHER
               DISPLAY "Bisherige Daten:"
               PERFORM VERTRAG-ZEIGEN
               PERFORM STAMMDATEN-ERFRAGEN
               IF VT-AKTIV-KENNZEICHEN = "I"
                   DISPLAY "Vertrag " EINGABE-VERTRAGSNUMMER
                           " wird wieder aktiviert."
               END-IF
               MOVE "A" TO VT-AKTIV-KENNZEICHEN
               MOVE VERTRAG TO VERTRAGS-EINTRAG (GEFUNDENE-POSITION)
               PERFORM VERTRAEGE-SPEICHERN
               DISPLAY "Vertrag " EINGABE-VERTRAGSNUMMER " geaendert."
               MOVE VERTRAG TO SATZ-NACHHER
               MOVE "A" TO AENDERUNGS-AKTION
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF.

       VERTRAG-DEAKTIVIEREN.
           PERFORM VERTRAGSNUMMER-ERFRAGEN.
           IF VERTRAG-GEFUNDEN = "N"
               DISPLAY "Vertragsnummer " EINGABE-VERTRAGSNUMMER
                       " ist nicht vorhanden."
           ELSE
               MOVE VERTRAG TO SATZ-VORHER
               MOVE "I" TO VT-AKTIV-KENNZEICHEN
               MOVE VERTRAG TO VERTRAGS-EINTRAG (GEFUNDENE-POSITION)
               PERFORM VERTRAEGE-SPEICHERN
               DISPLAY "Vertrag " EINGABE-VERTRAGSNUMMER
                       " deaktiviert."
               MOVE VERTRAG TO SATZ-NACHHER
               MOVE "D" TO AENDERUNGS-AKTION
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF.

       VERTRAG-ANZEIGEN.
           PERFORM VERTRAGSNUMMER-ERFRAGEN.
           IF VERTRAG-GEFUNDEN = "N"
               DISPLAY "Vertragsnummer " EINGABE-VERTRAGSNUMMER
                       " ist nicht vorhanden."
           ELSE
               PERFORM VERTRAG-ZEIGEN
           END-IF.

       VERTRAG-ZEIGEN.
           DISPLAY "Vertragsnummer   : " VT-VERTRAGSNUMMER.
           DISPLAY "Kundennummer     : " VT-KUNDENNUMMER.
           DISPLAY "Intervall Monate : " VT-INTERVALL.
           DISPLAY "Beginn           : " VT-BEGINN.
           DISPLAY "Ende             : " VT-ENDE.
           DISPLAY "Naechster Zeitr. : " VT-NAECHSTE-FAKTURA.
           DISPLAY "Zuletzt abgerech.: " VT-LETZTE-PERIODE.
           DISPLAY "Status           : " VT-AKTIV-KENNZEICHEN.
           PERFORM POSITION-ZEIGEN
               VARYING POSITIONS-LFDNR FROM 1 BY 1
               UNTIL POSITIONS-LFDNR > VT-POSITIONS-ANZAHL.

       POSITION-ZEIGEN.
           MOVE VT-ARTIKELNUMMER (POSITIONS-LFDNR)
               TO GEPRUEFTE-ARTIKELNUMMER.
           PERFORM ARTIKEL-SUCHEN.
           DISPLAY "  Pos " POSITIONS-LFDNR ": "
                   VT-ARTIKELNUMMER (POSITIONS-LFDNR) " "
                   ARTIKEL-TEXT " Menge "
                   VT-MENGE (POSITIONS-LFDNR).
