      *    einzeln in die Datei geschrieben; ein kompletter
      *    Neuaufbau der Datei ist nicht mehr noetig, und die Zahl
      *    der Kunden ist nicht mehr begrenzt.
      *    Je Kunde werden auch die Zahlungsbedingungen gepflegt:
      *    Zahlungsziel netto, Skontosatz und Skontofrist, dazu
      *    das Kreditlimit und die Liefersperre, die
      *    NettoBruttoRechner vor jeder neuen Rechnung prueft,
      *    sowie die E-Mail-Adresse fuer elektronische Rechnungen
      *    (XRechnung-Export) und die USt-IdNr. Ein Steuer-Code fuer
      *    steuerfreie innergemeinschaftliche Lieferungen (Reverse
      *    Charge) wird nur bei hinterlegter USt-IdNr angenommen.
      *    Jede Neuanlage, Aenderung und Deaktivierung wird mit dem
      *    Satz vorher und nachher im Aenderungsprotokoll AENDPROT
      *    festgehalten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS KD-KUNDENNUMMER
               FILE STATUS IS KUNDENSTAMM-STATUS.

           SELECT AENDPROT-DATEI ASSIGN TO "AENDPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AENDPROT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KUNDENSTAMM-DATEI.
       01  KUNDENSTAMM-SATZ.
           COPY "KDSATZ.cpy".

       FD  AENDPROT-DATEI.
       01  AENDPROT-SATZ.
           COPY "AENDSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 KUNDENSTAMM-STATUS     PIC XX VALUE SPACES.
       77 AENDPROT-STATUS        PIC XX VALUE SPACES.
       77 KUNDE-GEFUNDEN         PIC X VALUE "N".

       COPY "STEUERTAB.cpy".

       77 STEUER-GEFUNDEN        PIC X VALUE "N".
       77 STEUERSATZ-LFDNR       PIC 9(02) VALUE 0.

       77 FUNKTIONS-AUSWAHL      PIC 9 VALUE 9.
       77 EINGABE-KUNDENNUMMER   PIC 9(06) VALUE 0.
       77 EINGABE-STRASSE        PIC X(30) VALUE SPACES.
       77 EINGABE-PLZ            PIC X(05) VALUE SPACES.
       77 EINGABE-ORT            PIC X(25) VALUE SPACES.
       77 EINGABE-EMAIL          PIC X(50) VALUE SPACES.
       77 EINGABE-UST-IDNR       PIC X(14) VALUE SPACES.
       77 UST-IDNR-GUELTIG       PIC X VALUE "N".
       77 EINGABE-STEUER-CODE    PIC X(04) VALUE SPACES.
       77 EINGABE-ZAHLUNGSZIEL   PIC 9(03) VALUE 0.
       77 EINGABE-SKONTO-PROZENT PIC 9(02)V99 VALUE 0.
       77 EINGABE-SKONTO-TAGE    PIC 9(03) VALUE 0.
       77 SKONTO-TAGE-GUELTIG    PIC X VALUE "N".
       77 EINGABE-KREDITLIMIT    PIC 9(07)V99 VALUE 0.
       77 EINGABE-LIEFERSPERRE   PIC X VALUE "N".

      *    Eingabe von Skontosatz und Kreditlimit wie die
      *    Betragseingabe in NettoBruttoRechner: Ziffern mit Punkt
      *    als Dezimalzeichen, max. 2 (Skonto) bzw. 7 (Kreditlimit)
      *    Vor- und 2 Nachkommastellen, mit Wiederholung bei
      *    ungueltiger Eingabe.
       77 EINGABE-PUFFER         PIC X(10) VALUE SPACES.
       77 EINGABE-GUELTIG        PIC X VALUE "N".
       77 ZEICHEN-POS            PIC 9(02) VALUE 0.
       77 ZEICHEN                PIC X VALUE SPACE.
       77 PUNKT-GEFUNDEN         PIC X VALUE "N".
       77 VORKOMMA-ANZAHL        PIC 9(02) VALUE 0.
       77 NACHKOMMA-ANZAHL       PIC 9(02) VALUE 0.
       77 FORMAT-FEHLER          PIC X VALUE "N".
       77 LEERZEICHEN-NACH-ZIFFER PIC X VALUE "N".

       77 ANZEIGE-ZAHLUNGSZIEL   PIC 9(03) VALUE 0.
       77 ANZEIGE-SKONTO-PROZENT PIC Z9.99.
       77 ANZEIGE-SKONTO-TAGE    PIC 9(03) VALUE 0.
       77 ANZEIGE-KREDITLIMIT    PIC Z(6)9.99.

      *    Uebergabefelder fuer das Aenderungsprotokoll.
       77 BENUTZER-KENNUNG       PIC X(12) VALUE SPACES.
       77 AENDERUNGS-AKTION      PIC X VALUE SPACE.
       77 AENDERUNGS-SCHLUESSEL  PIC X(12) VALUE SPACES.
       77 SATZ-VORHER            PIC X(201) VALUE SPACES.
       77 SATZ-NACHHER           PIC X(201) VALUE SPACES.
       77 AKTUELLES-DATUM        PIC 9(8) VALUE 0.
       77 AKTUELLE-ZEIT          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           PERFORM KUNDENSTAMM-OEFFNEN.
           PERFORM AENDPROT-OEFFNEN.

           PERFORM UNTIL FUNKTIONS-AUSWAHL = 0
               DISPLAY "=== Kundenstammpflege KDSTAMM ==="
           END-PERFORM.

           CLOSE KUNDENSTAMM-DATEI.
           CLOSE AENDPROT-DATEI.
           DISPLAY "Kundenstammpflege beendet.".
           STOP RUN.

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

      *    Ein Protokollsatz je geschriebenem Kundensatz mit dem
      *    Inhalt vorher und nachher; bleibt der Satz unveraendert,
      *    wird nichts protokolliert.
       AENDERUNG-PROTOKOLLIEREN.
           IF SATZ-VORHER NOT = SATZ-NACHHER
               ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD
               ACCEPT AKTUELLE-ZEIT FROM TIME
               MOVE SPACES TO AENDPROT-SATZ
               MOVE AKTUELLES-DATUM TO AP-DATUM
               MOVE AKTUELLE-ZEIT TO AP-ZEIT
               MOVE BENUTZER-KENNUNG TO AP-BENUTZER
               MOVE "Kundenstammpflege" TO AP-PROGRAMM
               MOVE "KDSTAMM" TO AP-DATEI
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

       KUNDENNUMMER-SUCHEN.
           MOVE "N" TO KUNDE-GEFUNDEN.
           MOVE EINGABE-KUNDENNUMMER TO KD-KUNDENNUMMER.
       KUNDENNUMMER-ERFRAGEN.
           DISPLAY "Kundennummer (6-stellig): ".
           ACCEPT EINGABE-KUNDENNUMMER.
           MOVE EINGABE-KUNDENNUMMER TO AENDERUNGS-SCHLUESSEL.
           PERFORM KUNDENNUMMER-SUCHEN.

       STAMMDATEN-ERFRAGEN.
           ACCEPT EINGABE-PLZ.
           DISPLAY "Ort: ".
           ACCEPT EINGABE-ORT.
           DISPLAY "E-Mail fuer E-Rechnungen: ".
           ACCEPT EINGABE-EMAIL.
           PERFORM UST-IDNR-ERFRAGEN.
           PERFORM STEUER-CODE-ERFRAGEN.
           PERFORM ZAHLUNGSBEDINGUNG-ERFRAGEN.
           PERFORM KREDITLIMIT-ERFRAGEN.

      *    USt-IdNr mit zweistelligem Laenderpraefix (z.B.
      *    ATU12345678); leer bei Kunden ohne USt-IdNr.
       UST-IDNR-ERFRAGEN.
           MOVE "N" TO UST-IDNR-GUELTIG.
           PERFORM UST-IDNR-VERSUCHEN
               UNTIL UST-IDNR-GUELTIG = "J".

       UST-IDNR-VERSUCHEN.
           DISPLAY "USt-IdNr (z.B. ATU12345678, leer = keine): ".
           ACCEPT EINGABE-UST-IDNR.
           INSPECT EINGABE-UST-IDNR
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF EINGABE-UST-IDNR = SPACES
               MOVE "J" TO UST-IDNR-GUELTIG
           ELSE
               IF EINGABE-UST-IDNR(1:2) IS ALPHABETIC-UPPER
                       AND EINGABE-UST-IDNR(1:1) NOT = SPACE
                       AND EINGABE-UST-IDNR(2:1) NOT = SPACE
                       AND EINGABE-UST-IDNR(3:1) NOT = SPACE
                   MOVE "J" TO UST-IDNR-GUELTIG
               ELSE
                   DISPLAY "Ungueltige USt-IdNr - sie beginnt mit dem "
                           "zweistelligen Laendercode."
               END-IF
           END-IF.

       STEUER-CODE-ERFRAGEN.
           MOVE "N" TO STEUER-GEFUNDEN.
               UNTIL STEUER-GEFUNDEN = "J".

       STEUER-CODE-VERSUCHEN.
           DISPLAY "Standard-Steuersatz-Code:".
           PERFORM STEUERSATZ-ZEILE-ZEIGEN
               VARYING STEUERSATZ-LFDNR FROM 1 BY 1
               UNTIL STEUERSATZ-LFDNR > STEUERSATZ-ANZAHL.
           DISPLAY "Auswahl: ".
           ACCEPT EINGABE-STEUER-CODE.
           INSPECT EINGABE-STEUER-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   DISPLAY "Unbekannter Steuersatz-Code "
                           EINGABE-STEUER-CODE "."
               WHEN ST-CODE (ST-IDX) = EINGABE-STEUER-CODE
                   IF ST-ART (ST-IDX) = "R"
                           AND EINGABE-UST-IDNR = SPACES
                       DISPLAY "Steuer-Code " EINGABE-STEUER-CODE
                               " nur mit USt-IdNr des Kunden zulaessig."
                   ELSE
                       MOVE "J" TO STEUER-GEFUNDEN
                   END-IF
           END-SEARCH.

       STEUERSATZ-ZEILE-ZEIGEN.
           DISPLAY "  " ST-CODE (STEUERSATZ-LFDNR) " - "
                   ST-BEZEICHNUNG (STEUERSATZ-LFDNR).

      *    Zahlungsziel netto (0 = Standard 14 Tage), Skontosatz
      *    und - nur bei Skonto - die Skontofrist, die nicht
      *    laenger als das Zahlungsziel sein darf.
       ZAHLUNGSBEDINGUNG-ERFRAGEN.
           DISPLAY "Zahlungsziel in Tagen netto (0 = Standard 14): ".
           ACCEPT EINGABE-ZAHLUNGSZIEL.
           IF EINGABE-ZAHLUNGSZIEL = 0
               MOVE 14 TO EINGABE-ZAHLUNGSZIEL
           END-IF.
           MOVE "N" TO EINGABE-GUELTIG.
           PERFORM SKONTO-PROZENT-VERSUCHEN
               UNTIL EINGABE-GUELTIG = "J".
           MOVE 0 TO EINGABE-SKONTO-TAGE.
           IF EINGABE-SKONTO-PROZENT > 0
               MOVE "N" TO SKONTO-TAGE-GUELTIG
               PERFORM SKONTO-TAGE-VERSUCHEN
                   UNTIL SKONTO-TAGE-GUELTIG = "J"
           END-IF.

       SKONTO-PROZENT-VERSUCHEN.
           DISPLAY "Skontosatz in Prozent (z. B. 2.00, 0 = kein "
                   "Skonto): ".
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
                   OR VORKOMMA-ANZAHL > 2
                   OR NACHKOMMA-ANZAHL > 2
               DISPLAY "Ungueltige Eingabe - bitte eine Zahl mit max. "
                       "2 Vor- und 2 Nachkommastellen eingeben."
           ELSE
               COMPUTE EINGABE-SKONTO-PROZENT =
                   FUNCTION NUMVAL(EINGABE-PUFFER)
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

       SKONTO-TAGE-VERSUCHEN.
           DISPLAY "Skontofrist in Tagen: ".
           ACCEPT EINGABE-SKONTO-TAGE.
           IF EINGABE-SKONTO-TAGE = 0
                   OR EINGABE-SKONTO-TAGE > EINGABE-ZAHLUNGSZIEL
               DISPLAY "Die Skontofrist muss zwischen 1 und "
                       EINGABE-ZAHLUNGSZIEL " Tagen liegen."
           ELSE
               MOVE "J" TO SKONTO-TAGE-GUELTIG
           END-IF.

      *    Kreditlimit in Euro (0 = kein Limit) und Liefersperre.
       KREDITLIMIT-ERFRAGEN.
           MOVE "N" TO EINGABE-GUELTIG.
           PERFORM KREDITLIMIT-VERSUCHEN
               UNTIL EINGABE-GUELTIG = "J".
           DISPLAY "Liefersperre (J/N): ".
           ACCEPT EINGABE-LIEFERSPERRE.
           INSPECT EINGABE-LIEFERSPERRE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF EINGABE-LIEFERSPERRE NOT = "J"
               MOVE "N" TO EINGABE-LIEFERSPERRE
           END-IF.

       KREDITLIMIT-VERSUCHEN.
           DISPLAY "Kreditlimit in Euro (z. B. 5000.00, 0 = kein "
                   "Limit): ".
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
                   OR VORKOMMA-ANZAHL > 7
                   OR NACHKOMMA-ANZAHL > 2
               DISPLAY "Ungueltige Eingabe - bitte eine Zahl mit max. "
                       "7 Vor- und 2 Nachkommastellen eingeben."
           ELSE
               COMPUTE EINGABE-KREDITLIMIT =
                   FUNCTION NUMVAL(EINGABE-PUFFER)
               MOVE "J" TO EINGABE-GUELTIG
           END-IF.

       SATZ-AUFBAUEN.
           MOVE EINGABE-KUNDENNUMMER TO KD-KUNDENNUMMER.
           MOVE EINGABE-NAME TO KD-NAME.
           MOVE EINGABE-STRASSE TO KD-STRASSE.
           MOVE EINGABE-PLZ TO KD-PLZ.
           MOVE EINGABE-ORT TO KD-ORT.
           MOVE EINGABE-EMAIL TO KD-EMAIL.
           MOVE EINGABE-UST-IDNR TO KD-UST-IDNR.
           MOVE EINGABE-STEUER-CODE TO KD-STEUER-CODE.
           MOVE "A" TO KD-AKTIV-KENNZEICHEN.
           MOVE EINGABE-ZAHLUNGSZIEL TO KD-ZAHLUNGSZIEL-TAGE.
           MOVE EINGABE-SKONTO-PROZENT TO KD-SKONTO-PROZENT.
           MOVE EINGABE-SKONTO-TAGE TO KD-SKONTO-TAGE.
           MOVE EINGABE-KREDITLIMIT TO KD-KREDITLIMIT.
           MOVE EINGABE-LIEFERSPERRE TO KD-LIEFERSPERRE.

       KUNDE-ANLEGEN.
           PERFORM KUNDENNUMMER-ERFRAGEN.
                       " ist bereits vergeben."
           ELSE
               PERFORM STAMMDATEN-ERFRAGEN
               MOVE SPACES TO KUNDENSTAMM-SATZ
               PERFORM SATZ-AUFBAUEN
               WRITE KUNDENSTAMM-SATZ
                   INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "Kunde " EINGABE-KUNDENNUMMER
                               " angelegt."
                       MOVE SPACES TO SATZ-VORHER
                       MOVE KUNDENSTAMM-SATZ TO SATZ-NACHHER
                       MOVE "N" TO AENDERUNGS-AKTION
                       PERFORM AENDERUNG-PROTOKOLLIEREN
               END-WRITE
           END-IF.

               DISPLAY "Kundennummer " EINGABE-KUNDENNUMMER
                       " ist nicht vorhanden."
           ELSE
               MOVE KUNDENSTAMM-SATZ TO SATZ-VORHER
               DISPLAY "Bisherige Daten:"
               PERFORM KUNDENSATZ-ZEIGEN
               IF KD-AKTIV-KENNZEICHEN = "I"
               PERFORM SATZ-AUFBAUEN
               PERFORM KUNDENSATZ-ZURUECKSCHREIBEN
               DISPLAY "Kunde " EINGABE-KUNDENNUMMER " geaendert."
               MOVE KUNDENSTAMM-SATZ TO SATZ-NACHHER
               MOVE "A" TO AENDERUNGS-AKTION
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF.

       KUNDE-DEAKTIVIEREN.
               DISPLAY "Kundennummer " EINGABE-KUNDENNUMMER
                       " ist nicht vorhanden."
           ELSE
               MOVE KUNDENSTAMM-SATZ TO SATZ-VORHER
               MOVE "I" TO KD-AKTIV-KENNZEICHEN
               PERFORM KUNDENSATZ-ZURUECKSCHREIBEN
               DISPLAY "Kunde " EINGABE-KUNDENNUMMER " deaktiviert."
               MOVE KUNDENSTAMM-SATZ TO SATZ-NACHHER
               MOVE "D" TO AENDERUNGS-AKTION
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF.

       KUNDENSATZ-ZURUECKSCHREIBEN.
           DISPLAY "Name         : " KD-NAME.
           DISPLAY "Strasse      : " KD-STRASSE.
           DISPLAY "PLZ/Ort      : " KD-PLZ " " KD-ORT.
           DISPLAY "E-Mail       : " KD-EMAIL.
           DISPLAY "USt-IdNr     : " KD-UST-IDNR.
           DISPLAY "Steuer-Code  : " KD-STEUER-CODE.
           DISPLAY "Status       : " KD-AKTIV-KENNZEICHEN.
           PERFORM ZAHLUNGSBEDINGUNG-ZEIGEN.
           PERFORM KREDITLIMIT-ZEIGEN.

      *    Saetze aus der Zeit vor den Zahlungsbedingungen tragen
      *    dort Leerzeichen und werden mit dem Standard angezeigt.
       ZAHLUNGSBEDINGUNG-ZEIGEN.
           MOVE 14 TO ANZEIGE-ZAHLUNGSZIEL.
           IF KD-ZAHLUNGSZIEL-TAGE IS NUMERIC
                   AND KD-ZAHLUNGSZIEL-TAGE > 0
               MOVE KD-ZAHLUNGSZIEL-TAGE TO ANZEIGE-ZAHLUNGSZIEL
           END-IF.
           DISPLAY "Zahlungsziel : " ANZEIGE-ZAHLUNGSZIEL
                   " Tage netto".
           IF KD-SKONTO-PROZENT IS NUMERIC
                   AND KD-SKONTO-PROZENT > 0
                   AND KD-SKONTO-TAGE IS NUMERIC
               MOVE KD-SKONTO-PROZENT TO ANZEIGE-SKONTO-PROZENT
               MOVE KD-SKONTO-TAGE TO ANZEIGE-SKONTO-TAGE
               DISPLAY "Skonto       : " ANZEIGE-SKONTO-PROZENT
                       " % innerhalb " ANZEIGE-SKONTO-TAGE " Tagen"
           ELSE
               DISPLAY "Skonto       : keines"
           END-IF.

       KREDITLIMIT-ZEIGEN.
           IF KD-KREDITLIMIT IS NUMERIC
                   AND KD-KREDITLIMIT > 0
               MOVE KD-KREDITLIMIT TO ANZEIGE-KREDITLIMIT
               DISPLAY "Kreditlimit  : " ANZEIGE-KREDITLIMIT " EUR"
           ELSE
               DISPLAY "Kreditlimit  : keines"
           END-IF.
           IF KD-LIEFERSPERRE = "J"
               DISPLAY "Liefersperre : J - keine neuen Rechnungen"
           ELSE
               DISPLAY "Liefersperre : N"
           END-IF.
