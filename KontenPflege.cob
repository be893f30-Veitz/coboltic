       PROGRAM-ID. Kontenzuordnungspflege.

      *    Pflegeprogramm fuer die Kontenzuordnung KONTEN: je
      *    Steuersatz-Code der Steuersatz-Tabelle das Erloes- und
      *    das Steuerkonto fuer den Fibu-Exportlauf sowie das
      *    Erloesschmaelerungskonto fuer gewaehrte Skonti. Der
      *    Sonder-Code MAHN nimmt das Erloeskonto fuer Mahngebuehren
      *    und Verzugszinsen auf (ohne Umsatzsteuer, Steuerkonto
      *    0 = keines). Jede Neuanlage und Aenderung wird mit dem
      *    Satz vorher und nachher im Aenderungsprotokoll AENDPROT
      *    festgehalten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTEN-NEU-STATUS.

           SELECT AENDPROT-DATEI ASSIGN TO "AENDPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AENDPROT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONTEN-DATEI.
           COPY "KONTOSATZ.cpy".

       FD  KONTEN-NEU-DATEI.
       01  KONTEN-NEU-SATZ               PIC X(25).

       FD  AENDPROT-DATEI.
       01  AENDPROT-SATZ.
           COPY "AENDSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 KONTEN-STATUS           PIC XX VALUE SPACES.
       77 KONTEN-NEU-NAME         PIC X(20) VALUE "KONTEN.NEU".
       77 KONTEN-ALT-NAME         PIC X(20) VALUE "KONTEN".
       77 KONTEN-UMBENENNEN-CODE  PIC S9(9) COMP-5 VALUE 0.
       77 AENDPROT-STATUS         PIC XX VALUE SPACES.

       01  KONTEN-TABELLE.
           05  KONTEN-EINTRAG OCCURS 10 TIMES
               10  KOT-STEUER-CODE       PIC X(04).
               10  KOT-ERLOESKONTO       PIC 9(06).
               10  KOT-STEUERKONTO       PIC 9(06).
               10  KOT-SKONTOKONTO       PIC 9(06).

       77 KONTEN-ANZAHL           PIC 9(02) VALUE 0.
       77 KONTEN-LFDNR            PIC 9(02) VALUE 0.
       COPY "STEUERTAB.cpy".

       77 STEUER-GEFUNDEN         PIC X VALUE "N".
       77 STEUERSATZ-LFDNR        PIC 9(02) VALUE 0.

       77 FUNKTIONS-AUSWAHL       PIC 9 VALUE 9.
       77 EINGABE-STEUER-CODE     PIC X(04) VALUE SPACES.
       77 EINGABE-ERLOESKONTO     PIC 9(06) VALUE 0.
       77 EINGABE-STEUERKONTO     PIC 9(06) VALUE 0.
       77 EINGABE-SKONTOKONTO     PIC 9(06) VALUE 0.

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
           PERFORM KONTEN-LADEN.
           PERFORM AENDPROT-OEFFNEN.

           PERFORM UNTIL FUNKTIONS-AUSWAHL = 0
               DISPLAY "=== Kontenzuordnung KONTEN ==="
               END-EVALUATE
           END-PERFORM.

           CLOSE AENDPROT-DATEI.
           DISPLAY "Kontenzuordnungspflege beendet.".
           STOP RUN.

                           TO KOT-ERLOESKONTO (KONTEN-ANZAHL)
                       MOVE KO-STEUERKONTO
                           TO KOT-STEUERKONTO (KONTEN-ANZAHL)
                       IF KO-SKONTOKONTO IS NUMERIC
                           MOVE KO-SKONTOKONTO
                               TO KOT-SKONTOKONTO (KONTEN-ANZAHL)
                       ELSE
                           MOVE 0 TO KOT-SKONTOKONTO (KONTEN-ANZAHL)
                       END-IF
                   ELSE
                       DISPLAY "KONTEN enthaelt mehr als 10 Saetze - "
                               "Ueberlauf, Programm wird beendet."
           END-IF.

       KONTENSATZ-SPEICHERN.
           PERFORM KONTENSATZ-AUFBAUEN.
           MOVE KONTEN-SATZ TO KONTEN-NEU-SATZ.
           WRITE KONTEN-NEU-SATZ.
           IF KONTEN-NEU-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *    Baut den Dateisatz zum Tabelleneintrag KONTEN-LFDNR auf.
       KONTENSATZ-AUFBAUEN.
           MOVE KOT-STEUER-CODE (KONTEN-LFDNR) TO KO-STEUER-CODE.
           MOVE SPACE TO KO-TRENNER1.
           MOVE KOT-ERLOESKONTO (KONTEN-LFDNR) TO KO-ERLOESKONTO.
           MOVE SPACE TO KO-TRENNER2.
           MOVE KOT-STEUERKONTO (KONTEN-LFDNR) TO KO-STEUERKONTO.
           MOVE SPACE TO KO-TRENNER3.
           MOVE KOT-SKONTOKONTO (KONTEN-LFDNR) TO KO-SKONTOKONTO.

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

      *    Ein Protokollsatz je gespeichertem Kontensatz mit dem Inhalt
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
               MOVE "Kontenzuordnungspflege" TO AP-PROGRAMM
               MOVE "KONTEN" TO AP-DATEI
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

       STEUER-CODE-ERFRAGEN.
           MOVE "N" TO STEUER-GEFUNDEN.
           PERFORM STEUER-CODE-VERSUCHEN
           PERFORM ZUORDNUNG-SUCHEN.

       STEUER-CODE-VERSUCHEN.
           DISPLAY "Steuersatz-Code:".
           PERFORM STEUERSATZ-ZEILE-ZEIGEN
               VARYING STEUERSATZ-LFDNR FROM 1 BY 1
               UNTIL STEUERSATZ-LFDNR > STEUERSATZ-ANZAHL.
           DISPLAY "  MAHN - Mahngebuehren und Verzugszinsen".
           DISPLAY "Auswahl: ".
           ACCEPT EINGABE-STEUER-CODE.
           INSPECT EINGABE-STEUER-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF EINGABE-STEUER-CODE = "MAHN"
               MOVE "J" TO STEUER-GEFUNDEN
           ELSE
               SET ST-IDX TO 1
               SEARCH STEUERSATZ-EINTRAG
                   AT END
                       DISPLAY "Unbekannter Steuersatz-Code "
                               EINGABE-STEUER-CODE "."
                   WHEN ST-CODE (ST-IDX) = EINGABE-STEUER-CODE
                       MOVE "J" TO STEUER-GEFUNDEN
               END-SEARCH
           END-IF.

       STEUERSATZ-ZEILE-ZEIGEN.
           DISPLAY "  " ST-CODE (STEUERSATZ-LFDNR) " - "
                   ST-BEZEICHNUNG (STEUERSATZ-LFDNR).

       ZUORDNUNG-SUCHEN.
           MOVE "N" TO KONTO-GEFUNDEN.

       ZUORDNUNG-PFLEGEN.
           PERFORM STEUER-CODE-ERFRAGEN.
           MOVE EINGABE-STEUER-CODE TO AENDERUNGS-SCHLUESSEL.
           IF KONTO-GEFUNDEN = "J"
               MOVE GEFUNDENE-POSITION TO KONTEN-LFDNR
               PERFORM KONTENSATZ-AUFBAUEN
               MOVE KONTEN-SATZ TO SATZ-VORHER
               MOVE "A" TO AENDERUNGS-AKTION
               DISPLAY "Bisherige Zuordnung:"
               PERFORM ZUORDNUNG-ZEIGEN
           ELSE
                   DISPLAY "Kontenzuordnung ist voll (10 Saetze)."
                   GO TO ZUORDNUNG-PFLEGEN-EXIT
               END-IF
               MOVE SPACES TO SATZ-VORHER
               MOVE "N" TO AENDERUNGS-AKTION
               ADD 1 TO KONTEN-ANZAHL
               MOVE KONTEN-ANZAHL TO GEFUNDENE-POSITION
               MOVE EINGABE-STEUER-CODE
           ACCEPT EINGABE-ERLOESKONTO.
           DISPLAY "Steuerkonto (6-stellig): ".
           ACCEPT EINGABE-STEUERKONTO.
           DISPLAY "Skontokonto Erloesschmaelerung (6-stellig, "
                   "0 = keines): ".
           ACCEPT EINGABE-SKONTOKONTO.
           MOVE EINGABE-ERLOESKONTO
               TO KOT-ERLOESKONTO (GEFUNDENE-POSITION).
           MOVE EINGABE-STEUERKONTO
               TO KOT-STEUERKONTO (GEFUNDENE-POSITION).
           MOVE EINGABE-SKONTOKONTO
               TO KOT-SKONTOKONTO (GEFUNDENE-POSITION).
           PERFORM KONTEN-SPEICHERN.
           DISPLAY "Zuordnung " EINGABE-STEUER-CODE " gespeichert.".
           MOVE GEFUNDENE-POSITION TO KONTEN-LFDNR.
           PERFORM KONTENSATZ-AUFBAUEN.
           MOVE KONTEN-SATZ TO SATZ-NACHHER.
           PERFORM AENDERUNG-PROTOKOLLIEREN.

       ZUORDNUNG-PFLEGEN-EXIT.
           EXIT.
                   KOT-ERLOESKONTO (GEFUNDENE-POSITION).
           DISPLAY "Steuerkonto : "
                   KOT-STEUERKONTO (GEFUNDENE-POSITION).
           DISPLAY "Skontokonto : "
                   KOT-SKONTOKONTO (GEFUNDENE-POSITION).
