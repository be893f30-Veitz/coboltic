               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIKELSTAMM-NEU-STATUS.

           SELECT AENDPROT-DATEI ASSIGN TO "AENDPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AENDPROT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARTIKELSTAMM-DATEI.
       FD  ARTIKELSTAMM-NEU-DATEI.
       01  ARTIKELSTAMM-NEU-SATZ         PIC X(49).

       FD  AENDPROT-DATEI.
       01  AENDPROT-SATZ.
           COPY "AENDSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 ARTIKELSTAMM-STATUS     PIC XX VALUE SPACES.
       77 ARTIKELSTAMM-NEU-STATUS PIC XX VALUE SPACES.
       77 ARTIKELSTAMM-NEU-NAME   PIC X(20) VALUE "ARTSTAMM.NEU".
       77 ARTIKELSTAMM-ALT-NAME   PIC X(20) VALUE "ARTSTAMM".
       77 ARTIKELSTAMM-UMBENENNEN-CODE PIC S9(9) COMP-5 VALUE 0.
       77 AENDPROT-STATUS         PIC XX VALUE SPACES.

       01  ARTIKEL-TABELLE.
           05  ARTIKEL-EINTRAG OCCURS 500 TIMES
       COPY "STEUERTAB.cpy".

       77 STEUER-GEFUNDEN         PIC X VALUE "N".
       77 STEUERSATZ-LFDNR        PIC 9(02) VALUE 0.

       77 FUNKTIONS-AUSWAHL       PIC 9 VALUE 9.
       77 EINGABE-ARTIKELNUMMER   PIC 9(06) VALUE 0.
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
           PERFORM ARTIKELSTAMM-LADEN.
           PERFORM AENDPROT-OEFFNEN.

           PERFORM UNTIL FUNKTIONS-AUSWAHL = 0
               DISPLAY "=== Artikelstammpflege ARTSTAMM ==="
               END-EVALUATE
           END-PERFORM.

           CLOSE AENDPROT-DATEI.
           DISPLAY "Artikelstammpflege beendet.".
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

      *    Ein Protokollsatz je gespeichertem Artikelsatz mit dem Inhalt
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
               MOVE "Artikelstammpflege" TO AP-PROGRAMM
               MOVE "ARTSTAMM" TO AP-DATEI
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

       ARTIKELNUMMER-SUCHEN.
           MOVE "N" TO ARTIKEL-GEFUNDEN.
           MOVE 0 TO GEFUNDENE-POSITION.
       ARTIKELNUMMER-ERFRAGEN.
           DISPLAY "Artikelnummer (6-stellig): ".
           ACCEPT EINGABE-ARTIKELNUMMER.
           MOVE EINGABE-ARTIKELNUMMER TO AENDERUNGS-SCHLUESSEL.
           PERFORM ARTIKELNUMMER-SUCHEN.

       STAMMDATEN-ERFRAGEN.
               UNTIL STEUER-GEFUNDEN = "J".

       STEUER-CODE-VERSUCHEN.
           DISPLAY "Steuersatz-Code:".
           PERFORM STEUERSATZ-ZEILE-ZEIGEN
               VARYING STEUERSATZ-LFDNR FROM 1 BY 1
               UNTIL STEUERSATZ-LFDNR > STEUERSATZ-ANZAHL.
           DISPLAY "Auswahl: ".
           ACCEPT EINGABE-STEUER-CODE.
           INSPECT EINGABE-STEUER-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   MOVE "J" TO STEUER-GEFUNDEN
           END-SEARCH.

       STEUERSATZ-ZEILE-ZEIGEN.
           DISPLAY "  " ST-CODE (STEUERSATZ-LFDNR) " - "
                   ST-BEZEICHNUNG (STEUERSATZ-LFDNR).

       ARTIKEL-ANLEGEN.
           PERFORM ARTIKELNUMMER-ERFRAGEN.
           IF ARTIKEL-GEFUNDEN = "J"
                   PERFORM ARTIKELSTAMM-SPEICHERN
                   DISPLAY "Artikel " EINGABE-ARTIKELNUMMER
                           " angelegt."
                   MOVE SPACES TO SATZ-VORHER
                   MOVE ARTIKEL-EINTRAG (ARTIKEL-ANZAHL) TO SATZ-NACHHER
                   MOVE "N" TO AENDERUNGS-AKTION
                   PERFORM AENDERUNG-PROTOKOLLIEREN
               END-IF
           END-IF.

               DISPLAY "Artikelnummer " EINGABE-ARTIKELNUMMER
                       " ist nicht vorhanden."
           ELSE
               MOVE ARTIKEL-EINTRAG (GEFUNDENE-POSITION) TO SATZ-VORHER
               DISPLAY "Bisherige Daten:"
               PERFORM ARTIKELSATZ-ZEIGEN
               PERFORM STAMMDATEN-ERFRAGEN
               MOVE "A" TO AT-AKTIV-KENNZEICHEN (GEFUNDENE-POSITION)
               PERFORM ARTIKELSTAMM-SPEICHERN
               DISPLAY "Artikel " EINGABE-ARTIKELNUMMER " geaendert."
               MOVE ARTIKEL-EINTRAG (GEFUNDENE-POSITION) TO SATZ-NACHHER
               MOVE "A" TO AENDERUNGS-AKTION
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF.

       ARTIKEL-DEAKTIVIEREN.
               DISPLAY "Artikelnummer " EINGABE-ARTIKELNUMMER
                       " ist nicht vorhanden."
           ELSE
               MOVE ARTIKEL-EINTRAG (GEFUNDENE-POSITION) TO SATZ-VORHER
               MOVE "I" TO AT-AKTIV-KENNZEICHEN (GEFUNDENE-POSITION)
               PERFORM ARTIKELSTAMM-SPEICHERN
               DISPLAY "Artikel " EINGABE-ARTIKELNUMMER
                       " deaktiviert."
               MOVE ARTIKEL-EINTRAG (GEFUNDENE-POSITION) TO SATZ-NACHHER
               MOVE "D" TO AENDERUNGS-AKTION
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF.

       ARTIKEL-ANZEIGEN.
