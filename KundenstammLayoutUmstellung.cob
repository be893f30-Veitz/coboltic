       IDENTIFICATION DIVISION.
       PROGRAM-ID. KundenstammLayoutUmstellung.

      *    Einmaliges Umstellungsprogramm fuer die Erweiterungen
      *    des Kundenstammsatzes: liest den bisherigen indizierten
      *    Kundenstamm (vorher nach KDSTAMM.ALT umbenennen) und baut
      *    daraus die indizierte Datei KDSTAMM im aktuellen Layout
      *    auf. Der bisherige Satz hat 101 Stellen; jeder Kunde
      *    erhaelt den Standard 14 Tage netto ohne Skonto, kein
      *    Kreditlimit und keine Liefersperre. Die E-Mail-Adresse
      *    fuer elektronische Rechnungen, die USt-IdNr. und die
      *    Reserve am Satzende bleiben leer.
      *    (Den noch zeilensequentiellen Altbestand wandelt
      *    weiterhin KundenstammUmstellung.)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-DATEI ASSIGN TO "KDSTAMM.ALT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-KUNDENNUMMER
               FILE STATUS IS ALT-STATUS.

           SELECT KUNDENSTAMM-DATEI ASSIGN TO "KDSTAMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KD-KUNDENNUMMER
               FILE STATUS IS KUNDENSTAMM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALT-DATEI.
      *    Altes Satzlayout wie KDSATZ.cpy vor der Erweiterung um
      *    die Zahlungsbedingungen (101 Stellen; die ersten 101
      *    Stellen entsprechen dem aktuellen Layout).
       01  ALT-SATZ.
           05  ALT-KUNDENNUMMER          PIC 9(06).
           05  ALT-DATEN                 PIC X(95).

       FD  KUNDENSTAMM-DATEI.
       01  KUNDENSTAMM-SATZ.
           COPY "KDSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 ALT-STATUS             PIC XX VALUE SPACES.
       77 KUNDENSTAMM-STATUS     PIC XX VALUE SPACES.
       77 ALT-DATEIENDE          PIC X VALUE "N".
       77 UEBERNOMMENE-SAETZE    PIC 9(6) VALUE 0.
       77 ABGEWIESENE-SAETZE     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       HAUPTPROGRAMM.
           OPEN INPUT ALT-DATEI.
           IF ALT-STATUS NOT = "00"
               DISPLAY "KDSTAMM.ALT konnte nicht geoeffnet werden "
                       "(Status " ALT-STATUS "). Bitte die bisherige "
                       "Datei KDSTAMM vorher umbenennen."
               STOP RUN
           END-IF.

           OPEN OUTPUT KUNDENSTAMM-DATEI.
           IF KUNDENSTAMM-STATUS NOT = "00"
               DISPLAY "KDSTAMM konnte nicht angelegt werden "
                       "(Status " KUNDENSTAMM-STATUS ")."
               STOP RUN
           END-IF.

           PERFORM ALT-SATZ-LESEN.
           PERFORM ALT-SATZ-UEBERNEHMEN
               UNTIL ALT-DATEIENDE = "J".

           CLOSE ALT-DATEI.
           CLOSE KUNDENSTAMM-DATEI.

           DISPLAY "=== Layout-Umstellung KDSTAMM ===".
           DISPLAY "Uebernommene Saetze : " UEBERNOMMENE-SAETZE.
           DISPLAY "Abgewiesen          : " ABGEWIESENE-SAETZE.
           STOP RUN.

       ALT-SATZ-LESEN.
           READ ALT-DATEI NEXT RECORD
               AT END
                   MOVE "J" TO ALT-DATEIENDE
           END-READ.

       ALT-SATZ-UEBERNEHMEN.
           MOVE SPACES TO KUNDENSTAMM-SATZ.
           MOVE ALT-SATZ TO KUNDENSTAMM-SATZ (1:101).
           MOVE 14 TO KD-ZAHLUNGSZIEL-TAGE.
           MOVE 0 TO KD-SKONTO-PROZENT.
           MOVE 0 TO KD-SKONTO-TAGE.
           MOVE 0 TO KD-KREDITLIMIT.
           MOVE "N" TO KD-LIEFERSPERRE.
           WRITE KUNDENSTAMM-SATZ
               INVALID KEY
                   DISPLAY "Kundennummer " KD-KUNDENNUMMER
                           " nicht uebernommen (Status "
                           KUNDENSTAMM-STATUS ")."
                   ADD 1 TO ABGEWIESENE-SAETZE
               NOT INVALID KEY
                   ADD 1 TO UEBERNOMMENE-SAETZE
           END-WRITE.
           PERFORM ALT-SATZ-LESEN.
