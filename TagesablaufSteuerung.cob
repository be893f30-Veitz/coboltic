       IDENTIFICATION DIVISION.
       PROGRAM-ID. TagesablaufSteuerung.

      *    Bedienerlose Ausfuehrung einer festgelegten Kette von
      *    Batchprogrammen (Tages- bzw. Monatsendablauf). Die
      *    Schritte stehen in der Ablaufdatei (Aufbau ABLFSATZ.cpy),
      *    deren Name als erstes Wort der Befehlszeile angegeben
      *    wird (ohne Angabe TAGESABLAUF). Jeder Schritt wird mit
      *    seiner Befehlszeile als eigener Prozess gestartet; die
      *    Programme laufen dabei mit der Umgebungsvariablen
      *    TAGESABLAUF = "J" und holen ihre sonst am Bildschirm
      *    erfragten Angaben aus der Parameterdatei TAGESPARAM
      *    (TPARSATZ.cpy). Start, Ende mit Rueckgabewert und
      *    Ergebnis jedes Schritts gehen in das Ablaufjournal
      *    TAGESJOURNAL (TJRNSATZ.cpy). Liegt der Rueckgabewert
      *    eines Schritts ueber seiner Grenze, wird der Ablauf
      *    abgebrochen. Der naechste Start desselben Ablaufs setzt
      *    laut Journal nach dem letzten erfolgreich beendeten
      *    Schritt wieder auf, also beim abgebrochenen Schritt;
      *    mit "NEU" als zweitem Wort der Befehlszeile beginnt der
      *    Ablauf ohne Ruecksicht auf das Journal von vorn.
      *    Rueckgabewert der Steuerung: 0 = Ablauf vollstaendig,
      *    8 = Ablauf abgebrochen, 12 = Ablauf nicht ausfuehrbar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABLAUF-DATEI
               ASSIGN TO DYNAMIC ABLAUF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABLAUF-STATUS.

           SELECT JOURNAL-DATEI ASSIGN TO "TAGESJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABLAUF-DATEI.
       01  ABLAUF-SATZ.
           COPY "ABLFSATZ.cpy".

       FD  JOURNAL-DATEI.
       01  JOURNAL-SATZ.
           COPY "TJRNSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 ABLAUF-STATUS          PIC XX VALUE SPACES.
       77 JOURNAL-STATUS         PIC XX VALUE SPACES.
       77 LESE-ENDE              PIC X VALUE "N".

       77 BEFEHLSZEILE           PIC X(80) VALUE SPACES.
       77 ABLAUF-NAME            PIC X(12) VALUE SPACES.
       77 STARTART               PIC X(12) VALUE SPACES.

       01  ABLAUF-TABELLE.
           05  AT-EINTRAG OCCURS 50 TIMES
                           INDEXED BY AT-IDX.
               10  AT-SCHRITT            PIC 9(2).
               10  AT-PROGRAMM           PIC X(24).
               10  AT-GRENZE             PIC 9(2).
               10  AT-BEFEHL             PIC X(80).

       77 ABLAUF-ANZAHL          PIC 9(2) VALUE 0.
       77 ABLAUF-LFDNR           PIC 9(2) VALUE 0.
       77 ABLAUF-SATZNUMMER      PIC 9(4) VALUE 0.
       77 VORIGER-SCHRITT        PIC 9(2) VALUE 0.

      *    Stand des letzten Ablaufs gleichen Namens laut Journal.
       77 LAUF-OFFEN             PIC X VALUE "N".
       77 LETZTER-OK-SCHRITT     PIC 9(2) VALUE 0.
       77 WIEDERANLAUF           PIC X VALUE "N".

       77 ABLAUF-ABGEBROCHEN     PIC X VALUE "N".
       77 ABBRUCH-SCHRITT        PIC 9(2) VALUE 0.
       77 AUSGEFUEHRT-ANZAHL     PIC 9(2) VALUE 0.
       77 UEBERSPRUNGEN-ANZAHL   PIC 9(2) VALUE 0.

       77 SYSTEM-BEFEHL          PIC X(80) VALUE SPACES.
       77 SYSTEM-STATUS          PIC S9(9) VALUE 0.
       77 SIGNAL-REST            PIC S9(9) VALUE 0.
       77 SCHRITT-RUECKGABE      PIC 9(3) VALUE 0.

       77 JOURNAL-SCHRITT        PIC 9(2) VALUE 0.
       77 JOURNAL-PROGRAMM       PIC X(24) VALUE SPACES.
       77 JOURNAL-ART            PIC X VALUE SPACE.
       77 JOURNAL-RUECKGABE      PIC 9(3) VALUE 0.
       77 JOURNAL-ERGEBNIS       PIC X(10) VALUE SPACES.
       77 JOURNAL-TEXT           PIC X(40) VALUE SPACES.
       77 AKTUELLES-DATUM        PIC 9(8) VALUE 0.
       77 AKTUELLE-ZEIT          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           MOVE 12 TO RETURN-CODE.
           ACCEPT BEFEHLSZEILE FROM COMMAND-LINE.
           UNSTRING BEFEHLSZEILE DELIMITED BY ALL SPACE
               INTO ABLAUF-NAME STARTART.
           IF ABLAUF-NAME = SPACES
               MOVE "TAGESABLAUF" TO ABLAUF-NAME
           END-IF.
           IF STARTART NOT = SPACES AND STARTART NOT = "NEU"
               DISPLAY "Unbekannte Startart " STARTART
                       " - zulaessig ist nur NEU."
               STOP RUN
           END-IF.

           PERFORM ABLAUF-LADEN.
           IF ABLAUF-ANZAHL = 0
               DISPLAY "Ablaufdatei " ABLAUF-NAME " enthaelt keine "
                       "Schritte."
               STOP RUN
           END-IF.

           PERFORM JOURNAL-AUSWERTEN.
           IF LAUF-OFFEN = "J" AND STARTART = SPACES
               MOVE "J" TO WIEDERANLAUF
           END-IF.

           OPEN EXTEND JOURNAL-DATEI.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-DATEI
           END-IF.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "TAGESJOURNAL konnte nicht geoeffnet werden "
                       "(Status " JOURNAL-STATUS ")."
               STOP RUN
           END-IF.

           DISPLAY "TAGESABLAUF" UPON ENVIRONMENT-NAME.
           DISPLAY "J" UPON ENVIRONMENT-VALUE.

           DISPLAY "=== Tagesablauf " ABLAUF-NAME " ===".
           MOVE 0 TO JOURNAL-SCHRITT.
           MOVE SPACES TO JOURNAL-PROGRAMM.
           MOVE "A" TO JOURNAL-ART.
           MOVE 0 TO JOURNAL-RUECKGABE.
           IF WIEDERANLAUF = "J"
               MOVE "WIEDERANL" TO JOURNAL-ERGEBNIS
               MOVE SPACES TO JOURNAL-TEXT
               STRING "Wiederanlauf nach Schritt "
                       LETZTER-OK-SCHRITT
                   DELIMITED BY SIZE INTO JOURNAL-TEXT
               DISPLAY "Wiederanlauf nach Schritt "
                       LETZTER-OK-SCHRITT
                       " (letzter erfolgreicher Schritt)."
           ELSE
               MOVE "START" TO JOURNAL-ERGEBNIS
               MOVE SPACES TO JOURNAL-TEXT
               IF STARTART = "NEU"
                   MOVE "Neustart ohne Wiederanlauf"
                       TO JOURNAL-TEXT
               END-IF
           END-IF.
           PERFORM JOURNAL-SCHREIBEN.

           PERFORM SCHRITT-AUSFUEHREN
               THRU SCHRITT-AUSFUEHREN-EXIT
               VARYING ABLAUF-LFDNR FROM 1 BY 1
               UNTIL ABLAUF-LFDNR > ABLAUF-ANZAHL
                   OR ABLAUF-ABGEBROCHEN = "J".

           MOVE 0 TO JOURNAL-SCHRITT.
           MOVE SPACES TO JOURNAL-PROGRAMM.
           MOVE "Z" TO JOURNAL-ART.
           MOVE 0 TO JOURNAL-RUECKGABE.
           MOVE SPACES TO JOURNAL-TEXT.
           IF ABLAUF-ABGEBROCHEN = "J"
               MOVE "ABBRUCH" TO JOURNAL-ERGEBNIS
               STRING "Abbruch in Schritt " ABBRUCH-SCHRITT
                   DELIMITED BY SIZE INTO JOURNAL-TEXT
           ELSE
               MOVE "OK" TO JOURNAL-ERGEBNIS
               MOVE "Ablauf vollstaendig" TO JOURNAL-TEXT
           END-IF.
           PERFORM JOURNAL-SCHREIBEN.
           CLOSE JOURNAL-DATEI.

           DISPLAY "=== Tagesablauf " ABLAUF-NAME " beendet ===".
           DISPLAY "Schritte ausgefuehrt : " AUSGEFUEHRT-ANZAHL.
           DISPLAY "Schritte uebersprungen: " UEBERSPRUNGEN-ANZAHL.
           IF ABLAUF-ABGEBROCHEN = "J"
               DISPLAY "Ablauf in Schritt " ABBRUCH-SCHRITT
                       " abgebrochen - nach Behebung erneut starten, "
                       "der Ablauf setzt dort wieder auf."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Ablauf vollstaendig ausgefuehrt."
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "Journal nach TAGESJOURNAL geschrieben.".
           STOP RUN.

       ABLAUF-LADEN.
           MOVE 0 TO ABLAUF-ANZAHL.
           MOVE 0 TO ABLAUF-SATZNUMMER.
           MOVE 0 TO VORIGER-SCHRITT.
           OPEN INPUT ABLAUF-DATEI.
           IF ABLAUF-STATUS NOT = "00"
               DISPLAY "Ablaufdatei " ABLAUF-NAME " konnte nicht "
                       "geoeffnet werden (Status " ABLAUF-STATUS ")."
               STOP RUN
           END-IF.
           MOVE "N" TO LESE-ENDE.
           PERFORM ABLAUFSATZ-LADEN UNTIL LESE-ENDE = "J".
           CLOSE ABLAUF-DATEI.

       ABLAUFSATZ-LADEN.
           READ ABLAUF-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   ADD 1 TO ABLAUF-SATZNUMMER
                   IF ABLAUF-SATZ NOT = SPACES
                           AND AS-SCHRITT-X (1:1) NOT = "*"
                       PERFORM ABLAUFSATZ-PRUEFEN
                   END-IF
           END-READ.

      *    Fehlerhafte Ablaufdateien werden vor dem ersten Schritt
      *    abgewiesen, damit kein Ablauf halb beginnt.
       ABLAUFSATZ-PRUEFEN.
           IF AS-SCHRITT-X NOT NUMERIC
                   OR AS-SCHRITT = 0
                   OR AS-SCHRITT <= VORIGER-SCHRITT
               DISPLAY "Ablaufdatei " ABLAUF-NAME " Satz "
                       ABLAUF-SATZNUMMER ": Schrittnummer fehlt "
                       "oder ist nicht aufsteigend."
               STOP RUN
           END-IF.
           IF AS-PROGRAMM = SPACES OR AS-BEFEHL = SPACES
               DISPLAY "Ablaufdatei " ABLAUF-NAME " Satz "
                       ABLAUF-SATZNUMMER ": Programm oder Befehl "
                       "fehlt."
               STOP RUN
           END-IF.
           IF AS-GRENZE-X = SPACES
               MOVE 0 TO AS-GRENZE
           END-IF.
           IF AS-GRENZE-X NOT NUMERIC
               DISPLAY "Ablaufdatei " ABLAUF-NAME " Satz "
                       ABLAUF-SATZNUMMER ": Grenze " AS-GRENZE-X
                       " ist nicht numerisch."
               STOP RUN
           END-IF.
           IF ABLAUF-ANZAHL >= 50
               DISPLAY "Ablaufdatei " ABLAUF-NAME " enthaelt mehr "
                       "als 50 Schritte."
               STOP RUN
           END-IF.
           ADD 1 TO ABLAUF-ANZAHL.
           MOVE AS-SCHRITT TO AT-SCHRITT (ABLAUF-ANZAHL).
           MOVE AS-PROGRAMM TO AT-PROGRAMM (ABLAUF-ANZAHL).
           MOVE AS-GRENZE TO AT-GRENZE (ABLAUF-ANZAHL).
           MOVE AS-BEFEHL TO AT-BEFEHL (ABLAUF-ANZAHL).
           MOVE AS-SCHRITT TO VORIGER-SCHRITT.

      *    Ermittelt aus dem Journal, ob der letzte Ablauf gleichen
      *    Namens ohne "Z"-Satz "OK" geendet hat, und den letzten
      *    darin erfolgreich beendeten Schritt.
       JOURNAL-AUSWERTEN.
           MOVE "N" TO LAUF-OFFEN.
           MOVE 0 TO LETZTER-OK-SCHRITT.
           OPEN INPUT JOURNAL-DATEI.
           IF JOURNAL-STATUS = "35"
               CONTINUE
           ELSE
               IF JOURNAL-STATUS NOT = "00"
                   DISPLAY "TAGESJOURNAL konnte nicht gelesen werden "
                           "(Status " JOURNAL-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO LESE-ENDE
               PERFORM JOURNALSATZ-AUSWERTEN UNTIL LESE-ENDE = "J"
               CLOSE JOURNAL-DATEI
           END-IF.

       JOURNALSATZ-AUSWERTEN.
           READ JOURNAL-DATEI
               AT END
                   MOVE "J" TO LESE-ENDE
               NOT AT END
                   IF TJ-ABLAUF = ABLAUF-NAME
                       PERFORM JOURNALSATZ-VERMERKEN
                   END-IF
           END-READ.

       JOURNALSATZ-VERMERKEN.
           EVALUATE TRUE
               WHEN TJ-ART = "A" AND TJ-ERGEBNIS = "START"
                   MOVE "J" TO LAUF-OFFEN
                   MOVE 0 TO LETZTER-OK-SCHRITT
               WHEN TJ-ART = "A"
                   MOVE "J" TO LAUF-OFFEN
               WHEN TJ-ART = "R" AND TJ-ERGEBNIS = "OK"
                   MOVE TJ-SCHRITT TO LETZTER-OK-SCHRITT
               WHEN TJ-ART = "Z" AND TJ-ERGEBNIS = "OK"
                   MOVE "N" TO LAUF-OFFEN
                   MOVE 0 TO LETZTER-OK-SCHRITT
           END-EVALUATE.

       SCHRITT-AUSFUEHREN.
           SET AT-IDX TO ABLAUF-LFDNR.
           IF WIEDERANLAUF = "J"
                   AND AT-SCHRITT (AT-IDX) <= LETZTER-OK-SCHRITT
               DISPLAY "Schritt " AT-SCHRITT (AT-IDX) " "
                       AT-PROGRAMM (AT-IDX)
                       " bereits erledigt - uebersprungen."
               ADD 1 TO UEBERSPRUNGEN-ANZAHL
               GO TO SCHRITT-AUSFUEHREN-EXIT
           END-IF.

           MOVE AT-SCHRITT (AT-IDX) TO JOURNAL-SCHRITT.
           MOVE AT-PROGRAMM (AT-IDX) TO JOURNAL-PROGRAMM.
           MOVE "S" TO JOURNAL-ART.
           MOVE 0 TO JOURNAL-RUECKGABE.
           MOVE SPACES TO JOURNAL-ERGEBNIS.
           MOVE AT-BEFEHL (AT-IDX) TO JOURNAL-TEXT.
           PERFORM JOURNAL-SCHREIBEN.
           DISPLAY "--- Schritt " AT-SCHRITT (AT-IDX) " "
                   AT-PROGRAMM (AT-IDX) " gestartet ---".

           MOVE AT-BEFEHL (AT-IDX) TO SYSTEM-BEFEHL.
           CALL "SYSTEM" USING SYSTEM-BEFEHL.
      *    SYSTEM liefert den Wartestatus des Betriebssystems:
      *    Exitcode des Programms mal 256, in den unteren Stellen
      *    das Signal eines abnormal beendeten Prozesses. Ein nicht
      *    startbarer oder abnormal beendeter Schritt erhaelt den
      *    Rueckgabewert 999.
           MOVE RETURN-CODE TO SYSTEM-STATUS.
           MOVE 12 TO RETURN-CODE.
           IF SYSTEM-STATUS < 0
               MOVE 999 TO SCHRITT-RUECKGABE
           ELSE
               DIVIDE SYSTEM-STATUS BY 256
                   GIVING SCHRITT-RUECKGABE REMAINDER SIGNAL-REST
               IF SIGNAL-REST NOT = 0
                   MOVE 999 TO SCHRITT-RUECKGABE
               END-IF
           END-IF.

           MOVE "E" TO JOURNAL-ART.
           MOVE SCHRITT-RUECKGABE TO JOURNAL-RUECKGABE.
           MOVE SPACES TO JOURNAL-ERGEBNIS.
           MOVE SPACES TO JOURNAL-TEXT.
           IF SCHRITT-RUECKGABE = 999
               MOVE "Programm nicht gestartet oder abnormal beendet"
                   TO JOURNAL-TEXT
           END-IF.
           PERFORM JOURNAL-SCHREIBEN.

           MOVE "R" TO JOURNAL-ART.
           MOVE SPACES TO JOURNAL-TEXT.
           IF SCHRITT-RUECKGABE > AT-GRENZE (AT-IDX)
               MOVE "ABBRUCH" TO JOURNAL-ERGEBNIS
               STRING "Rueckgabewert " SCHRITT-RUECKGABE
                       " ueber Grenze " AT-GRENZE (AT-IDX)
                   DELIMITED BY SIZE INTO JOURNAL-TEXT
               MOVE "J" TO ABLAUF-ABGEBROCHEN
               MOVE AT-SCHRITT (AT-IDX) TO ABBRUCH-SCHRITT
               DISPLAY "--- Schritt " AT-SCHRITT (AT-IDX) " "
                       AT-PROGRAMM (AT-IDX) " mit Rueckgabewert "
                       SCHRITT-RUECKGABE " beendet - Abbruch ---"
           ELSE
               MOVE "OK" TO JOURNAL-ERGEBNIS
               ADD 1 TO AUSGEFUEHRT-ANZAHL
               DISPLAY "--- Schritt " AT-SCHRITT (AT-IDX) " "
                       AT-PROGRAMM (AT-IDX) " mit Rueckgabewert "
                       SCHRITT-RUECKGABE " beendet ---"
           END-IF.
           PERFORM JOURNAL-SCHREIBEN.

       SCHRITT-AUSFUEHREN-EXIT.
           EXIT.

       JOURNAL-SCHREIBEN.
           ACCEPT AKTUELLES-DATUM FROM DATE YYYYMMDD.
           ACCEPT AKTUELLE-ZEIT FROM TIME.
           MOVE AKTUELLES-DATUM TO TJ-DATUM.
           MOVE SPACE TO TJ-TRENNER1.
           MOVE AKTUELLE-ZEIT TO TJ-ZEIT.
           MOVE SPACE TO TJ-TRENNER2.
           MOVE ABLAUF-NAME TO TJ-ABLAUF.
           MOVE SPACE TO TJ-TRENNER3.
           MOVE JOURNAL-SCHRITT TO TJ-SCHRITT.
           MOVE SPACE TO TJ-TRENNER4.
           MOVE JOURNAL-PROGRAMM TO TJ-PROGRAMM.
           MOVE SPACE TO TJ-TRENNER5.
           MOVE JOURNAL-ART TO TJ-ART.
           MOVE SPACE TO TJ-TRENNER6.
           MOVE JOURNAL-RUECKGABE TO TJ-RUECKGABE.
           MOVE SPACE TO TJ-TRENNER7.
           MOVE JOURNAL-ERGEBNIS TO TJ-ERGEBNIS.
           MOVE SPACE TO TJ-TRENNER8.
           MOVE JOURNAL-TEXT TO TJ-TEXT.
           WRITE JOURNAL-SATZ.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "Fehler beim Schreiben von TAGESJOURNAL "
                       "(Status " JOURNAL-STATUS ")."
               STOP RUN
           END-IF.
