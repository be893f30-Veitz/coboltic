
      *    Pflegeprogramm fuer die Nummernkreis-Datei NUMMERNKREIS:
      *    je Geschaeftsjahr und Belegart ("R" = Rechnung, "G" =
      *    Gutschrift/Storno, "M" = Mahnbeleg) ein Nummernbereich,
      *    aus dem der NettoBruttoRechner die Rechnungsnummern und
      *    der Mahnlauf die Nummern der Mahnbelege zieht. Jede
      *    Neuanlage und Erweiterung wird mit dem Satz vorher und
      *    nachher im Aenderungsprotokoll AENDPROT festgehalten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUMMERNKREIS-NEU-STATUS.

           SELECT AENDPROT-DATEI ASSIGN TO "AENDPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AENDPROT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMMERNKREIS-DATEI.
       FD  NUMMERNKREIS-NEU-DATEI.
       01  NUMMERNKREIS-NEU-SATZ         PIC X(27).

       FD  AENDPROT-DATEI.
       01  AENDPROT-SATZ.
           COPY "AENDSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 NUMMERNKREIS-STATUS     PIC XX VALUE SPACES.
       77 NUMMERNKREIS-NEU-STATUS PIC XX VALUE SPACES.
       77 NUMMERNKREIS-NEU-NAME   PIC X(20) VALUE "NUMMERNKREIS.NEU".
       77 NUMMERNKREIS-ALT-NAME   PIC X(20) VALUE "NUMMERNKREIS".
       77 UMBENENNEN-CODE         PIC S9(9) COMP-5 VALUE 0.
       77 AENDPROT-STATUS         PIC XX VALUE SPACES.

       01  KREIS-TABELLE.
           05  KREIS-EINTRAG OCCURS 40 TIMES
       77 EINGABE-VON             PIC 9(6) VALUE 0.
       77 EINGABE-BIS             PIC 9(6) VALUE 0.

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
           PERFORM NUMMERNKREIS-LADEN.
           PERFORM AENDPROT-OEFFNEN.

           PERFORM UNTIL FUNKTIONS-AUSWAHL = 0
               DISPLAY "=== Nummernkreispflege NUMMERNKREIS ==="
               END-EVALUATE
           END-PERFORM.

           CLOSE AENDPROT-DATEI.
           DISPLAY "Nummernkreispflege beendet.".
           STOP RUN.

           END-IF.

       KREISSATZ-SPEICHERN.
           PERFORM KREISSATZ-AUFBAUEN.
           MOVE NUMMERNKREIS-SATZ TO NUMMERNKREIS-NEU-SATZ.
           WRITE NUMMERNKREIS-NEU-SATZ.
           IF NUMMERNKREIS-NEU-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von NUMMERNKREIS.NEU "
                       "(Status " NUMMERNKREIS-NEU-STATUS ")."
               STOP RUN
           END-IF.

      *    Baut den Dateisatz zum Tabelleneintrag KREIS-LFDNR auf.
       KREISSATZ-AUFBAUEN.
           MOVE NKT-JAHR (KREIS-LFDNR) TO NK-JAHR.
           MOVE SPACE TO NK-TRENNER1.
           MOVE NKT-BELEGART (KREIS-LFDNR) TO NK-BELEGART.
           MOVE NKT-BIS (KREIS-LFDNR) TO NK-BIS.
           MOVE SPACE TO NK-TRENNER4.
           MOVE NKT-LETZTE (KREIS-LFDNR) TO NK-LETZTE.

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

      *    Ein Protokollsatz je gespeichertem Nummernkreis mit dem
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
               MOVE "Nummernkreispflege" TO AP-PROGRAMM
               MOVE "NUMMERNKREIS" TO AP-DATEI
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

       SCHLUESSEL-ERFRAGEN.
           DISPLAY "Geschaeftsjahr (JJJJ): ".
           ACCEPT EINGABE-JAHR.
           DISPLAY "Belegart (R = Rechnung, G = Gutschrift, "
                   "M = Mahnbeleg): ".
           ACCEPT EINGABE-BELEGART.
           INSPECT EINGABE-BELEGART
               CONVERTING "rgm" TO "RGM".
           PERFORM KREIS-SUCHEN.

       KREIS-SUCHEN.
           PERFORM SCHLUESSEL-ERFRAGEN.
           IF EINGABE-JAHR < 1900
                   OR (EINGABE-BELEGART NOT = "R"
                   AND EINGABE-BELEGART NOT = "G"
                   AND EINGABE-BELEGART NOT = "M")
               DISPLAY "Ungueltige Eingabe - Jahr 4-stellig, "
                       "Belegart R, G oder M."
               GO TO KREIS-ANLEGEN-EXIT
           END-IF.
           IF KREIS-GEFUNDEN = "J"
           PERFORM NUMMERNKREIS-SPEICHERN.
           DISPLAY "Nummernkreis " EINGABE-JAHR "/" EINGABE-BELEGART
                   " angelegt.".
           MOVE KREIS-ANZAHL TO KREIS-LFDNR.
           PERFORM KREISSATZ-AUFBAUEN.
           MOVE NUMMERNKREIS-SATZ (1:6) TO AENDERUNGS-SCHLUESSEL.
           MOVE SPACES TO SATZ-VORHER.
           MOVE NUMMERNKREIS-SATZ TO SATZ-NACHHER.
           MOVE "N" TO AENDERUNGS-AKTION.
           PERFORM AENDERUNG-PROTOKOLLIEREN.

       KREIS-ANLEGEN-EXIT.
           EXIT.
                               "einem anderen Nummernkreis des "
                               "Jahres " EINGABE-JAHR "."
                   ELSE
                       MOVE GEFUNDENE-POSITION TO KREIS-LFDNR
                       PERFORM KREISSATZ-AUFBAUEN
                       MOVE NUMMERNKREIS-SATZ TO SATZ-VORHER
                       MOVE EINGABE-BIS
                           TO NKT-BIS (GEFUNDENE-POSITION)
                       PERFORM NUMMERNKREIS-SPEICHERN
                       DISPLAY "Nummernkreis " EINGABE-JAHR "/"
                               EINGABE-BELEGART " erweitert."
                       MOVE GEFUNDENE-POSITION TO KREIS-LFDNR
                       PERFORM KREISSATZ-AUFBAUEN
                       MOVE NUMMERNKREIS-SATZ (1:6)
                           TO AENDERUNGS-SCHLUESSEL
                       MOVE NUMMERNKREIS-SATZ TO SATZ-NACHHER
                       MOVE "A" TO AENDERUNGS-AKTION
                       PERFORM AENDERUNG-PROTOKOLLIEREN
                   END-IF
               END-IF
           END-IF.
