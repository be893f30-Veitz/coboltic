               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAUFREGISTER-STATUS.

           SELECT RECHNUNGS-ARCHIV-DATEI
               ASSIGN TO DYNAMIC RECHNUNGS-ARCHIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHNUNGS-ARCHIV-STATUS.

           SELECT ABSCHLUSS-DATEI ASSIGN TO "ABSCHLUSS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABSCHLUSS-STATUS.

           SELECT ZAHLUNGS-DATEI ASSIGN TO "ZAHLUNGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZAHLUNGS-STATUS.

           SELECT ZAHLARCHIV-DATEI ASSIGN TO "ZAHLARCHIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZAHLARCHIV-STATUS.

           SELECT PARAMETER-DATEI ASSIGN TO "TAGESPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAPEL-EINGABE.
           05  CP-FEHLER-03              PIC 9(6).
           05  CP-TRENNER10              PIC X.
           05  CP-FEHLER-04              PIC 9(6).
           05  CP-TRENNER11              PIC X.
           05  CP-FEHLER-05              PIC 9(6).

       FD  CHECKPOINT-NEU-DATEI.
       01  CHECKPOINT-NEU-SATZ          PIC X(103).

       FD  RECHNUNGSDATEI.
       01  RECHNUNGS-SATZ.
           05  LR-TRENNER2               PIC X.
           05  LR-SATZANZAHL             PIC 9(06).

       FD  RECHNUNGS-ARCHIV-DATEI.
       01  RECHNUNGS-ARCHIV-SATZ.
           COPY "RECHARCH.cpy".

       FD  ABSCHLUSS-DATEI.
       01  ABSCHLUSS-SATZ.
           COPY "ABSCHLSATZ.cpy".

       FD  ZAHLUNGS-DATEI.
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

       FD  PARAMETER-DATEI.
       01  PARAMETER-SATZ.
           COPY "TPARSATZ.cpy".

       WORKING-STORAGE SECTION.
       77 NETTOPREIS        PIC S9(6)V99.
       77 MWST              PIC S9(6)V99 VALUE 0.
       77 STEUER-CODE        PIC X(4) VALUE "DE19".
       77 STEUER-GEFUNDEN    PIC X VALUE "N".
       77 STEUERSATZ-DEZIMAL PIC 9V9999 VALUE 0.19.
       77 STEUER-ART         PIC X VALUE "S".
       77 STEUER-ZULAESSIG   PIC X VALUE "N".
       77 STEUERSATZ-LFDNR   PIC 9(02) VALUE 0.
       77 RICHTUNG          PIC 9 VALUE 1.

       77 STAPEL-EINGABE-STATUS   PIC XX VALUE SPACES.
       77 STAPEL-SATZANZAHL     PIC 9(6) VALUE 0.
       77 STAPEL-ZEILENNUMMER   PIC 9(6) VALUE 0.
       77 STAPEL-FEHLER-ANZAHL  PIC 9(6) VALUE 0.
       77 STAPEL-ABGEWIESEN     PIC X VALUE "N".
       77 STAPEL-WARNUNG        PIC X VALUE "N".
       77 STAPELSATZ-GUELTIG    PIC X VALUE "N".

      *    Aufgeloester Stapelsatz. Die X-Felder dienen der formalen
       77 FEHLER-ANZAHL-02      PIC 9(6) VALUE 0.
       77 FEHLER-ANZAHL-03      PIC 9(6) VALUE 0.
       77 FEHLER-ANZAHL-04      PIC 9(6) VALUE 0.
       77 FEHLER-ANZAHL-05      PIC 9(6) VALUE 0.

       77 CHECKPOINT-STATUS     PIC XX VALUE SPACES.
       77 CHECKPOINT-NEU-STATUS PIC XX VALUE SPACES.
       77 GEPRUEFTE-KUNDENNUMMER PIC 9(6) VALUE 0.
       77 KUNDEN-STEUER-CODE    PIC X(04) VALUE SPACES.
       77 KUNDEN-NAME           PIC X(30) VALUE SPACES.
       77 KUNDEN-KREDITLIMIT    PIC 9(07)V99 VALUE 0.
       77 KUNDEN-LIEFERSPERRE   PIC X VALUE "N".
       77 KUNDEN-UST-IDNR       PIC X(14) VALUE SPACES.

      *    Obligo je Kunde fuer die Kreditpruefung: Summe der offenen
      *    Posten aus dem lebenden Bestand und den Archivdateien
      *    RECHNUNGEN.JJJJMM (Perioden laut ABSCHLUSS) abzueglich der
      *    Zahlungen aus ZAHLUNGEN und ZAHLARCHIV; stornierte
      *    Rechnungen gelten als ausgeglichen. Die in diesem Lauf
      *    geschriebenen Rechnungen werden laufend hinzugerechnet.
       77 RECHNUNGS-ARCHIV-STATUS PIC XX VALUE SPACES.
       77 ABSCHLUSS-STATUS      PIC XX VALUE SPACES.
       77 ZAHLUNGS-STATUS       PIC XX VALUE SPACES.
       77 ZAHLARCHIV-STATUS     PIC XX VALUE SPACES.
       77 OBLIGO-LESE-ENDE      PIC X VALUE "N".
       77 RECHNUNGS-ARCHIV-NAME PIC X(20) VALUE SPACES.

       01  PERIODEN-TABELLE.
           05  PE-EINTRAG OCCURS 120 TIMES.
               10  PE-PERIODE            PIC 9(6).

       77 PERIODEN-ANZAHL       PIC 9(3) VALUE 0.
       77 PERIODEN-LFDNR        PIC 9(3) VALUE 0.
       77 PERIODE-SCHON-GEMERKT PIC X VALUE "N".

       01  ZAHLUNGS-TABELLE.
           05  ZT-EINTRAG OCCURS 20000 TIMES.
               10  ZT-RECHNUNGSNUMMER    PIC 9(8).
               10  ZT-BETRAG             PIC S9(8)V99.

       77 ZAHLUNGS-ANZAHL       PIC 9(6) VALUE 0.
       77 ZAHLUNGS-LFDNR        PIC 9(6) VALUE 0.

       01  STORNO-TABELLE.
           05  SN-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY SN-IDX.
               10  SN-ORIGINAL-NUMMER    PIC 9(8).

       77 STORNO-ANZAHL         PIC 9(6) VALUE 0.
       77 SATZ-STORNIERT        PIC X VALUE "N".

       01  OBLIGO-TABELLE.
           05  OB-EINTRAG OCCURS 5000 TIMES
                           INDEXED BY OB-IDX.
               10  OB-KUNDENNUMMER       PIC 9(6).
               10  OB-OFFEN              PIC S9(10)V99.

       77 OBLIGO-ANZAHL         PIC 9(4) VALUE 0.
       77 OBLIGO-POSITION       PIC 9(4) VALUE 0.
       77 OBLIGO-KUNDENNUMMER   PIC 9(6) VALUE 0.
       77 OBLIGO-BETRAG         PIC S9(10)V99 VALUE 0.

       77 KP-RECHNUNGSNUMMER    PIC 9(8) VALUE 0.
       77 KP-KUNDENNUMMER       PIC 9(6) VALUE 0.
       77 KP-BRUTTO             PIC S9(6)V99 VALUE 0.
       77 GEWAEHLTE-NUMMER      PIC 9(8) VALUE 0.
       77 GEZAHLTER-BETRAG      PIC S9(8)V99 VALUE 0.
       77 OFFENER-BETRAG        PIC S9(8)V99 VALUE 0.

      *    Ergebnis der Kreditpruefung: Leerzeichen = in Ordnung,
      *    "K" = Kreditlimit ueberschritten, "L" = Liefersperre.
       77 KREDIT-ERGEBNIS       PIC X VALUE SPACE.
       77 KUNDEN-OBLIGO         PIC S9(10)V99 VALUE 0.
       77 OBLIGO-NEU            PIC S9(10)V99 VALUE 0.
       77 LIMIT-UEBERZIEHUNG    PIC S9(10)V99 VALUE 0.
       77 RECHNUNG-FREIGEGEBEN  PIC X VALUE "J".
       77 FREIGABE-ANTWORT      PIC X VALUE "N".
       77 ANZEIGE-BETRAG        PIC -(10)9.99.

       77 ARTIKELSTAMM-STATUS   PIC XX VALUE SPACES.

       77 STORNO-BEREITS        PIC X VALUE "N".
       77 STORNO-KUNDENNUMMER   PIC 9(6) VALUE 0.
       77 STORNO-STEUER-CODE    PIC X(4) VALUE SPACES.
       77 STORNO-BELEGART       PIC X VALUE SPACE.
       77 STORNO-NETTOPREIS     PIC S9(6)V99 VALUE 0.
       77 STORNO-MWST           PIC S9(6)V99 VALUE 0.
       77 STORNO-BRUTTOPREIS    PIC S9(6)V99 VALUE 0.
       77 FORMAT-FEHLER     PIC X VALUE "N".
       77 LEERZEICHEN-NACH-ZIFFER PIC X VALUE "N".

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
           PERFORM KUNDENSTAMM-OEFFNEN.
           PERFORM ARTIKELSTAMM-LADEN.
           PERFORM PROTOKOLL-OEFFNEN.
           PERFORM RECHNUNGSDATEI-OEFFNEN.

      *    Im Tagesablauf kommt der Modus aus TAGESPARAM, Schluessel
      *    NETTOBRUTTO-MODUS; zulaessig sind nur die Modi ohne
      *    Bildschirmdialog (ohne Angabe 2).
           IF TAGESABLAUF-LAUF = "J"
               MOVE "NETTOBRUTTO-MODUS" TO PARAMETER-SCHLUESSEL
               PERFORM PARAMETER-LESEN
               EVALUATE PARAMETER-WERT
                   WHEN SPACES
                       MOVE 2 TO MODUS-AUSWAHL
                   WHEN "2"
                   WHEN "4"
                       MOVE PARAMETER-WERT (1:1) TO MODUS-AUSWAHL
                   WHEN OTHER
                       DISPLAY "NETTOBRUTTO-MODUS " PARAMETER-WERT
                               " ist im Tagesablauf nicht zulaessig "
                               "(2 = Stapelverarbeitung, 4 = "
                               "Probelauf)."
                       STOP RUN
               END-EVALUATE
           ELSE
               DISPLAY "MERKE: Du kannst maximal 6 stellige "
                       "Zahlenwerte mit 2 Nachkommastellen verwenden!"
               DISPLAY "1 - Einzelberechnung am Bildschirm"
               DISPLAY "2 - Stapelverarbeitung aus Datei"
               DISPLAY "3 - Storno/Gutschrift zu einer Rechnung"
               DISPLAY "4 - Probelauf Stapelpruefung (ohne Buchung)"
               DISPLAY "Auswahl (1/2/3/4): "
               ACCEPT MODUS-AUSWAHL
           END-IF.

           IF MODUS-AUSWAHL NOT = 3
               PERFORM OBLIGO-ERMITTELN
           END-IF.

           EVALUATE MODUS-AUSWAHL
               WHEN 2
           CLOSE RECHNUNGSDATEI.
           CLOSE KUNDENSTAMM-DATEI.
           DISPLAY "Programm beendet. Auf Wiedersehen!".
      *    Rueckgabewert: 0 = fehlerfrei, 4 = abgewiesene Saetze oder
      *    abweichende Satzanzahl, 8 = Stapel abgewiesen, 12 = Abbruch.
           EVALUATE TRUE
               WHEN STAPEL-ABGEWIESEN = "J"
                   MOVE 8 TO RETURN-CODE
               WHEN STAPEL-FEHLER-ANZAHL > 0
                       OR STAPEL-WARNUNG = "J"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *    Der Kundenstamm bleibt waehrend des gesamten Laufs
           MOVE "N" TO KUNDE-GEFUNDEN.
           MOVE SPACES TO KUNDEN-STEUER-CODE.
           MOVE SPACES TO KUNDEN-NAME.
           MOVE 0 TO KUNDEN-KREDITLIMIT.
           MOVE "N" TO KUNDEN-LIEFERSPERRE.
           MOVE SPACES TO KUNDEN-UST-IDNR.
           MOVE GEPRUEFTE-KUNDENNUMMER TO KD-KUNDENNUMMER.
           READ KUNDENSTAMM-DATEI
               INVALID KEY
                       MOVE "J" TO KUNDE-GEFUNDEN
                       MOVE KD-STEUER-CODE TO KUNDEN-STEUER-CODE
                       MOVE KD-NAME TO KUNDEN-NAME
                       IF KD-KREDITLIMIT IS NUMERIC
                           MOVE KD-KREDITLIMIT TO KUNDEN-KREDITLIMIT
                       END-IF
                       IF KD-LIEFERSPERRE = "J"
                           MOVE "J" TO KUNDEN-LIEFERSPERRE
                       END-IF
                       MOVE KD-UST-IDNR TO KUNDEN-UST-IDNR
                   END-IF
           END-READ.

           END-IF.

           PERFORM ERGEBNIS-ANZEIGEN.
           PERFORM KREDITFREIGABE-EINHOLEN
               THRU KREDITFREIGABE-EINHOLEN-EXIT.
           IF RECHNUNG-FREIGEGEBEN = "J"
               MOVE SPACE TO STORNO-KENNZEICHEN-AKTUELL
               MOVE 0 TO ORIGINAL-NUMMER-AKTUELL
               PERFORM RECHNUNGSNUMMER-VERGEBEN
               PERFORM PROTOKOLL-SCHREIBEN
               PERFORM RECHNUNG-SCHREIBEN
               PERFORM OBLIGO-FORTSCHREIBEN
           ELSE
               DISPLAY "Rechnung wurde nicht geschrieben."
           END-IF.

       POSITIONEN-ERFASSEN.
           MOVE 0 TO POSITIONS-ANZAHL.
           DISPLAY "Bruttopreis : " BRUTTOPREIS.
           DISPLAY "-------------------------------".

      *    Ein Code fuer steuerfreie innergemeinschaftliche
      *    Lieferungen (Reverse Charge) setzt eine USt-IdNr im
      *    Kundenstamm voraus; sonst wird die Auswahl wiederholt.
       STEUERSATZ-AUSWAEHLEN.
           MOVE "N" TO STEUER-ZULAESSIG.
           PERFORM STEUERSATZ-AUSWAHL-VERSUCHEN
               UNTIL STEUER-ZULAESSIG = "J".

       STEUERSATZ-AUSWAHL-VERSUCHEN.
           PERFORM STEUERSATZ-ZEILE-ZEIGEN
               VARYING STEUERSATZ-LFDNR FROM 1 BY 1
               UNTIL STEUERSATZ-LFDNR > STEUERSATZ-ANZAHL.
           DISPLAY "Steuersatz-Code eingeben (leer = Vorgabe "
                   KUNDEN-STEUER-CODE " aus dem Kundenstamm): ".
           ACCEPT STEUER-CODE.
               MOVE "DE19" TO STEUER-CODE
               PERFORM STEUERSATZ-SUCHEN
           END-IF.
           MOVE "J" TO STEUER-ZULAESSIG.
           IF STEUER-ART = "R" AND KUNDEN-UST-IDNR = SPACES
               DISPLAY "Steuer-Code " STEUER-CODE " ist nur fuer "
                       "Kunden mit USt-IdNr zulaessig."
               MOVE "N" TO STEUER-ZULAESSIG
           END-IF.

       STEUERSATZ-ZEILE-ZEIGEN.
           DISPLAY ST-CODE (STEUERSATZ-LFDNR) " - "
                   ST-BEZEICHNUNG (STEUERSATZ-LFDNR).

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
                   MOVE "J" TO FORMAT-FEHLER
           END-EVALUATE.

      *    Im Dialog sieht der Bearbeiter bei Kunden mit Kreditlimit
      *    oder Liefersperre das Obligo; bei Ueberschreitung des
      *    Limits oder Liefersperre wird die Rechnung nur nach
      *    ausdruecklicher Bestaetigung geschrieben.
       KREDITFREIGABE-EINHOLEN.
           MOVE "J" TO RECHNUNG-FREIGEGEBEN.
           PERFORM KREDITLIMIT-PRUEFEN.
           IF KUNDEN-KREDITLIMIT > 0 OR KUNDEN-LIEFERSPERRE = "J"
               MOVE KUNDEN-OBLIGO TO ANZEIGE-BETRAG
               DISPLAY "Offene Posten Kunde : " ANZEIGE-BETRAG
               MOVE OBLIGO-NEU TO ANZEIGE-BETRAG
               DISPLAY "Obligo mit Rechnung : " ANZEIGE-BETRAG
               IF KUNDEN-KREDITLIMIT > 0
                   MOVE KUNDEN-KREDITLIMIT TO ANZEIGE-BETRAG
                   DISPLAY "Kreditlimit         : " ANZEIGE-BETRAG
               END-IF
               DISPLAY "-------------------------------"
           END-IF.
           IF KREDIT-ERGEBNIS = SPACE
               GO TO KREDITFREIGABE-EINHOLEN-EXIT
           END-IF.

           IF KREDIT-ERGEBNIS = "L"
               DISPLAY "ACHTUNG: Fuer Kunde " EINGEGEBENE-KUNDENNUMMER
                       " besteht eine Liefersperre."
           ELSE
               MOVE LIMIT-UEBERZIEHUNG TO ANZEIGE-BETRAG
               DISPLAY "ACHTUNG: Das Kreditlimit wird um "
                       ANZEIGE-BETRAG " ueberschritten."
           END-IF.
           DISPLAY "Rechnung trotzdem schreiben? (J/N): ".
           ACCEPT FREIGABE-ANTWORT.
           INSPECT FREIGABE-ANTWORT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF FREIGABE-ANTWORT NOT = "J"
               MOVE "N" TO RECHNUNG-FREIGEGEBEN
           END-IF.

       KREDITFREIGABE-EINHOLEN-EXIT.
           EXIT.

      *    Kreditpruefung vor einer neuen Rechnung: Obligo des Kunden
      *    plus neuer Bruttobetrag gegen das Kreditlimit laut
      *    Kundenstamm (0 = kein Limit). Bei Liefersperre gibt es
      *    unabhaengig vom Limit keine neue Rechnung.
       KREDITLIMIT-PRUEFEN.
           MOVE SPACE TO KREDIT-ERGEBNIS.
           MOVE 0 TO KUNDEN-OBLIGO.
           MOVE 0 TO LIMIT-UEBERZIEHUNG.
           MOVE EINGEGEBENE-KUNDENNUMMER TO OBLIGO-KUNDENNUMMER.
           PERFORM OBLIGO-EINTRAG-SUCHEN.
           IF OBLIGO-POSITION > 0
               MOVE OB-OFFEN (OBLIGO-POSITION) TO KUNDEN-OBLIGO
           END-IF.
           COMPUTE OBLIGO-NEU = KUNDEN-OBLIGO + BRUTTOPREIS.
           IF KUNDEN-LIEFERSPERRE = "J"
               MOVE "L" TO KREDIT-ERGEBNIS
           ELSE
               IF KUNDEN-KREDITLIMIT > 0
                       AND OBLIGO-NEU > KUNDEN-KREDITLIMIT
                   MOVE "K" TO KREDIT-ERGEBNIS
                   COMPUTE LIMIT-UEBERZIEHUNG =
                       OBLIGO-NEU - KUNDEN-KREDITLIMIT
               END-IF
           END-IF.

      *    Baut die Obligo-Tabelle einmal je Programmlauf auf.
       OBLIGO-ERMITTELN.
           MOVE 0 TO OBLIGO-ANZAHL.
           PERFORM ZAHLUNGEN-LADEN.
           PERFORM PERIODEN-ERMITTELN.
           PERFORM STORNOS-LADEN.
           PERFORM ARCHIV-POSTEN-SAMMELN
               VARYING PERIODEN-LFDNR FROM 1 BY 1
               UNTIL PERIODEN-LFDNR > PERIODEN-ANZAHL.
           PERFORM LEBENDE-POSTEN-SAMMELN.

       ZAHLUNGEN-LADEN.
           MOVE 0 TO ZAHLUNGS-ANZAHL.
           OPEN INPUT ZAHLUNGS-DATEI.
           IF ZAHLUNGS-STATUS = "35"
               CONTINUE
           ELSE
               IF ZAHLUNGS-STATUS NOT = "00"
                   DISPLAY "ZAHLUNGEN konnte nicht geoeffnet werden "
                           "(Status " ZAHLUNGS-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO OBLIGO-LESE-ENDE
               PERFORM ZAHLUNGSSATZ-LADEN
                   UNTIL OBLIGO-LESE-ENDE = "J"
               CLOSE ZAHLUNGS-DATEI
           END-IF.
           OPEN INPUT ZAHLARCHIV-DATEI.
           IF ZAHLARCHIV-STATUS = "35"
               CONTINUE
           ELSE
               IF ZAHLARCHIV-STATUS NOT = "00"
                   DISPLAY "ZAHLARCHIV konnte nicht geoeffnet werden "
                           "(Status " ZAHLARCHIV-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO OBLIGO-LESE-ENDE
               PERFORM ZAHLARCHIVSATZ-LADEN
                   UNTIL OBLIGO-LESE-ENDE = "J"
               CLOSE ZAHLARCHIV-DATEI
           END-IF.

       ZAHLUNGSSATZ-LADEN.
           READ ZAHLUNGS-DATEI
               AT END
                   MOVE "J" TO OBLIGO-LESE-ENDE
               NOT AT END
                   MOVE ZA-RECHNUNGSNUMMER TO GEWAEHLTE-NUMMER
                   MOVE ZA-BETRAG TO GEZAHLTER-BETRAG
                   PERFORM ZAHLUNG-MERKEN
           END-READ.

       ZAHLARCHIVSATZ-LADEN.
           READ ZAHLARCHIV-DATEI
               AT END
                   MOVE "J" TO OBLIGO-LESE-ENDE
               NOT AT END
                   MOVE ZX-RECHNUNGSNUMMER TO GEWAEHLTE-NUMMER
                   MOVE ZX-BETRAG TO GEZAHLTER-BETRAG
                   PERFORM ZAHLUNG-MERKEN
           END-READ.

       ZAHLUNG-MERKEN.
           IF ZAHLUNGS-ANZAHL >= 20000
               DISPLAY "ZAHLUNGEN-Tabelle uebergelaufen (mehr als "
                       "20000 Saetze) - bitte in der "
                       "Zahlungserfassung ausgeglichene Zahlungen "
                       "auslagern."
               STOP RUN
           END-IF.
           ADD 1 TO ZAHLUNGS-ANZAHL.
           MOVE GEWAEHLTE-NUMMER
               TO ZT-RECHNUNGSNUMMER (ZAHLUNGS-ANZAHL).
           MOVE GEZAHLTER-BETRAG TO ZT-BETRAG (ZAHLUNGS-ANZAHL).

       GEZAHLT-ERMITTELN.
           MOVE 0 TO GEZAHLTER-BETRAG.
           PERFORM GEZAHLT-SUMMIEREN
               VARYING ZAHLUNGS-LFDNR FROM 1 BY 1
               UNTIL ZAHLUNGS-LFDNR > ZAHLUNGS-ANZAHL.

       GEZAHLT-SUMMIEREN.
           IF ZT-RECHNUNGSNUMMER (ZAHLUNGS-LFDNR) = GEWAEHLTE-NUMMER
               ADD ZT-BETRAG (ZAHLUNGS-LFDNR) TO GEZAHLTER-BETRAG
           END-IF.

      *    Liest die ABSCHLUSS-Saetze und merkt sich die
      *    archivierten Perioden fuer die Archivsuche.
       PERIODEN-ERMITTELN.
           MOVE 0 TO PERIODEN-ANZAHL.
           OPEN INPUT ABSCHLUSS-DATEI.
           IF ABSCHLUSS-STATUS = "35"
               CONTINUE
           ELSE
               IF ABSCHLUSS-STATUS NOT = "00"
                   DISPLAY "ABSCHLUSS konnte nicht geoeffnet werden "
                           "(Status " ABSCHLUSS-STATUS ")."
                   STOP RUN
               END-IF
               MOVE "N" TO OBLIGO-LESE-ENDE
               PERFORM ABSCHLUSSSATZ-LESEN
                   UNTIL OBLIGO-LESE-ENDE = "J"
               CLOSE ABSCHLUSS-DATEI
           END-IF.

       ABSCHLUSSSATZ-LESEN.
           READ ABSCHLUSS-DATEI
               AT END
                   MOVE "J" TO OBLIGO-LESE-ENDE
               NOT AT END
                   IF AB-RECHNUNGS-ANZAHL > 0
                       PERFORM PERIODE-MERKEN
                   END-IF
           END-READ.

       PERIODE-MERKEN.
           MOVE "N" TO PERIODE-SCHON-GEMERKT.
           PERFORM PERIODE-VERGLEICHEN
               VARYING PERIODEN-LFDNR FROM 1 BY 1
               UNTIL PERIODEN-LFDNR > PERIODEN-ANZAHL.
           IF PERIODE-SCHON-GEMERKT = "N"
               IF PERIODEN-ANZAHL >= 120
                   DISPLAY "Perioden-Tabelle uebergelaufen "
                           "(mehr als 120 Abschluesse)."
                   STOP RUN
               END-IF
               ADD 1 TO PERIODEN-ANZAHL
               MOVE AB-PERIODE TO PE-PERIODE (PERIODEN-ANZAHL)
           END-IF.

       PERIODE-VERGLEICHEN.
           IF PE-PERIODE (PERIODEN-LFDNR) = AB-PERIODE
               MOVE "J" TO PERIODE-SCHON-GEMERKT
           END-IF.

       ARCHIV-DATEI-OEFFNEN.
           MOVE SPACES TO RECHNUNGS-ARCHIV-NAME.
           STRING "RECHNUNGEN." PE-PERIODE (PERIODEN-LFDNR)
               DELIMITED BY SIZE INTO RECHNUNGS-ARCHIV-NAME.
           OPEN INPUT RECHNUNGS-ARCHIV-DATEI.
           IF RECHNUNGS-ARCHIV-STATUS NOT = "00"
                   AND RECHNUNGS-ARCHIV-STATUS NOT = "35"
               DISPLAY "Archivdatei " RECHNUNGS-ARCHIV-NAME
                       " konnte nicht geoeffnet werden (Status "
                       RECHNUNGS-ARCHIV-STATUS ")."
               STOP RUN
           END-IF.

      *    Sammelt die Originalnummern aller Stornorechnungen aus
      *    dem lebenden Bestand und allen Archivdateien.
       STORNOS-LADEN.
           MOVE 0 TO STORNO-ANZAHL.
           MOVE LOW-VALUES TO RECH-SCHLUESSEL.
           MOVE "N" TO OBLIGO-LESE-ENDE.
           START RECHNUNGSDATEI
                   KEY IS NOT LESS THAN RECH-SCHLUESSEL
               INVALID KEY
                   MOVE "J" TO OBLIGO-LESE-ENDE
           END-START.
           PERFORM STORNOSATZ-LADEN
               UNTIL OBLIGO-LESE-ENDE = "J".
           PERFORM ARCHIV-STORNOS-LADEN
               VARYING PERIODEN-LFDNR FROM 1 BY 1
               UNTIL PERIODEN-LFDNR > PERIODEN-ANZAHL.

       STORNOSATZ-LADEN.
           READ RECHNUNGSDATEI NEXT RECORD
               AT END
                   MOVE "J" TO OBLIGO-LESE-ENDE
               NOT AT END
                   IF RECH-SATZART = "K"
                           AND RECH-STORNO-KENNZEICHEN = "S"
                       MOVE RECH-ORIGINAL-NUMMER TO GEWAEHLTE-NUMMER
                       PERFORM STORNO-MERKEN
                   END-IF
           END-READ.

       ARCHIV-STORNOS-LADEN.
           PERFORM ARCHIV-DATEI-OEFFNEN.
           IF RECHNUNGS-ARCHIV-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO OBLIGO-LESE-ENDE
               PERFORM ARCHIV-STORNOSATZ-LADEN
                   UNTIL OBLIGO-LESE-ENDE = "J"
               CLOSE RECHNUNGS-ARCHIV-DATEI
           END-IF.

       ARCHIV-STORNOSATZ-LADEN.
           READ RECHNUNGS-ARCHIV-DATEI
               AT END
                   MOVE "J" TO OBLIGO-LESE-ENDE
               NOT AT END
                   IF AR-SATZART = "K"
                           AND AR-STORNO-KENNZEICHEN = "S"
                       MOVE AR-ORIGINAL-NUMMER TO GEWAEHLTE-NUMMER
                       PERFORM STORNO-MERKEN
                   END-IF
           END-READ.

       STORNO-MERKEN.
           IF STORNO-ANZAHL >= 5000
               DISPLAY "Storno-Tabelle uebergelaufen "
                       "(mehr als 5000 Saetze)."
               STOP RUN
           END-IF.
           ADD 1 TO STORNO-ANZAHL.
           MOVE GEWAEHLTE-NUMMER
               TO SN-ORIGINAL-NUMMER (STORNO-ANZAHL).

       STORNIERT-PRUEFEN.
           MOVE "N" TO SATZ-STORNIERT.
           IF STORNO-ANZAHL > 0
               SET SN-IDX TO 1
               SEARCH SN-EINTRAG
                   AT END
                       CONTINUE
                   WHEN SN-ORIGINAL-NUMMER (SN-IDX) = GEWAEHLTE-NUMMER
                       MOVE "J" TO SATZ-STORNIERT
               END-SEARCH
           END-IF.

       ARCHIV-POSTEN-SAMMELN.
           PERFORM ARCHIV-DATEI-OEFFNEN.
           IF RECHNUNGS-ARCHIV-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO OBLIGO-LESE-ENDE
               PERFORM ARCHIV-POSTENSATZ-PRUEFEN
                   UNTIL OBLIGO-LESE-ENDE = "J"
               CLOSE RECHNUNGS-ARCHIV-DATEI
           END-IF.

       ARCHIV-POSTENSATZ-PRUEFEN.
           READ RECHNUNGS-ARCHIV-DATEI
               AT END
                   MOVE "J" TO OBLIGO-LESE-ENDE
               NOT AT END
                   IF AR-SATZART = "K"
                           AND AR-STORNO-KENNZEICHEN NOT = "S"
                       MOVE AR-RECHNUNGSNUMMER TO KP-RECHNUNGSNUMMER
                       MOVE AR-KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE AR-BRUTTOPREIS TO KP-BRUTTO
                       PERFORM POSTEN-MERKEN
                   END-IF
           END-READ.

       LEBENDE-POSTEN-SAMMELN.
           MOVE LOW-VALUES TO RECH-SCHLUESSEL.
           MOVE "N" TO OBLIGO-LESE-ENDE.
           START RECHNUNGSDATEI
                   KEY IS NOT LESS THAN RECH-SCHLUESSEL
               INVALID KEY
                   MOVE "J" TO OBLIGO-LESE-ENDE
           END-START.
           PERFORM LEBENDER-POSTENSATZ-PRUEFEN
               UNTIL OBLIGO-LESE-ENDE = "J".

       LEBENDER-POSTENSATZ-PRUEFEN.
           READ RECHNUNGSDATEI NEXT RECORD
               AT END
                   MOVE "J" TO OBLIGO-LESE-ENDE
               NOT AT END
                   IF RECH-SATZART = "K"
                           AND RECH-STORNO-KENNZEICHEN NOT = "S"
                       MOVE RECHNUNGSNUMMER TO KP-RECHNUNGSNUMMER
                       MOVE KUNDENNUMMER TO KP-KUNDENNUMMER
                       MOVE RECHN-BRUTTOPREIS TO KP-BRUTTO
                       PERFORM POSTEN-MERKEN
                   END-IF
           END-READ.

       POSTEN-MERKEN.
           MOVE KP-RECHNUNGSNUMMER TO GEWAEHLTE-NUMMER.
           PERFORM STORNIERT-PRUEFEN.
           IF SATZ-STORNIERT = "N"
               PERFORM GEZAHLT-ERMITTELN
               COMPUTE OFFENER-BETRAG =
                   KP-BRUTTO - GEZAHLTER-BETRAG
               IF OFFENER-BETRAG > 0
                   MOVE KP-KUNDENNUMMER TO OBLIGO-KUNDENNUMMER
                   MOVE OFFENER-BETRAG TO OBLIGO-BETRAG
                   PERFORM OBLIGO-VERBUCHEN
               END-IF
           END-IF.

      *    Rechnet eine soeben geschriebene Rechnung dem Obligo des
      *    Kunden zu, damit weitere Rechnungen desselben Laufs sie
      *    bei der Kreditpruefung beruecksichtigen.
       OBLIGO-FORTSCHREIBEN.
           MOVE EINGEGEBENE-KUNDENNUMMER TO OBLIGO-KUNDENNUMMER.
           MOVE BRUTTOPREIS TO OBLIGO-BETRAG.
           PERFORM OBLIGO-VERBUCHEN.

       OBLIGO-VERBUCHEN.
           PERFORM OBLIGO-EINTRAG-SUCHEN.
           IF OBLIGO-POSITION = 0
               IF OBLIGO-ANZAHL >= 5000
                   DISPLAY "Obligo-Tabelle uebergelaufen "
                           "(mehr als 5000 Kunden)."
                   STOP RUN
               END-IF
               ADD 1 TO OBLIGO-ANZAHL
               MOVE OBLIGO-ANZAHL TO OBLIGO-POSITION
               MOVE OBLIGO-KUNDENNUMMER
                   TO OB-KUNDENNUMMER (OBLIGO-POSITION)
               MOVE 0 TO OB-OFFEN (OBLIGO-POSITION)
           END-IF.
           ADD OBLIGO-BETRAG TO OB-OFFEN (OBLIGO-POSITION).

       OBLIGO-EINTRAG-SUCHEN.
           MOVE 0 TO OBLIGO-POSITION.
           IF OBLIGO-ANZAHL > 0
               SET OB-IDX TO 1
               SEARCH OB-EINTRAG
                   AT END
                       CONTINUE
                   WHEN OB-KUNDENNUMMER (OB-IDX) = OBLIGO-KUNDENNUMMER
                       SET OBLIGO-POSITION TO OB-IDX
               END-SEARCH
           END-IF.

      *    Storniert eine bestehende Rechnung: es wird eine neue
      *    Rechnung mit negierten Betraegen und Bezug auf die
      *    Originalnummer geschrieben und im Protokoll festgehalten.
                       " ist selbst eine Stornorechnung."
               GO TO STORNO-VERARBEITUNG-EXIT
           END-IF.
           IF STORNO-BELEGART = "M"
               DISPLAY "Rechnung " STORNO-ORIGINAL-NUMMER
                       " ist ein Mahnbeleg und kann hier nicht "
                       "storniert werden."
               GO TO STORNO-VERARBEITUNG-EXIT
           END-IF.
           IF STORNO-BEREITS = "J"
               DISPLAY "Rechnung " STORNO-ORIGINAL-NUMMER
                       " wurde bereits storniert."
           MOVE "N" TO STORNO-GEFUNDEN.
           MOVE "N" TO STORNO-IST-STORNO.
           MOVE "N" TO STORNO-BEREITS.
           MOVE SPACE TO STORNO-BELEGART.
           MOVE 0 TO POSITIONS-ANZAHL.

           MOVE STORNO-ORIGINAL-NUMMER TO RECHNUNGSNUMMER.
                   MOVE "J" TO STORNO-GEFUNDEN
                   MOVE KUNDENNUMMER TO STORNO-KUNDENNUMMER
                   MOVE RECH-STEUER-CODE TO STORNO-STEUER-CODE
                   MOVE RECH-BELEGART TO STORNO-BELEGART
                   MOVE RECHN-NETTOPREIS TO STORNO-NETTOPREIS
                   MOVE RECHN-MWST TO STORNO-MWST
                   MOVE RECHN-BRUTTOPREIS TO STORNO-BRUTTOPREIS
           IF STAPEL-EINGABE-STATUS NOT = "00"
               DISPLAY "Eingabedatei STAPELIN konnte nicht geoeffnet "
                       "werden (Status " STAPEL-EINGABE-STATUS ")."
               MOVE "J" TO STAPEL-ABGEWIESEN
               GO TO STAPELVERARBEITUNG-EXIT
           END-IF.

                       "(Kopfsatz LAUF <Kennung> <Satzanzahl>) - "
                       "Lauf wird abgewiesen."
               CLOSE STAPEL-EINGABE
               MOVE "J" TO STAPEL-ABGEWIESEN
               GO TO STAPELVERARBEITUNG-EXIT
           END-IF.
           PERFORM LAUFREGISTER-PRUEFEN.
                       " wurde bereits vollstaendig verarbeitet - "
                       "Lauf wird abgewiesen."
               CLOSE STAPEL-EINGABE
               MOVE "J" TO STAPEL-ABGEWIESEN
               GO TO STAPELVERARBEITUNG-EXIT
           END-IF.
           PERFORM NUMMERNKREIS-VORRAT-PRUEFEN.
           IF NUMMERN-VORRAT-REICHT = "N"
               DISPLAY "Lauf wird abgewiesen."
               CLOSE STAPEL-EINGABE
               MOVE "J" TO STAPEL-ABGEWIESEN
               GO TO STAPELVERARBEITUNG-EXIT
           END-IF.

               DISPLAY "Ausgabedatei STAPELOUT konnte nicht geoeffnet "
                       "werden (Status " STAPEL-AUSGABE-STATUS ")."
               CLOSE STAPEL-EINGABE
               MOVE "J" TO STAPEL-ABGEWIESEN
               GO TO STAPELVERARBEITUNG-EXIT
           END-IF.

                       "geoeffnet werden (Status " FEHLER-STATUS ")."
               CLOSE STAPEL-EINGABE
               CLOSE STAPEL-AUSGABE
               MOVE "J" TO STAPEL-ABGEWIESEN
               GO TO STAPELVERARBEITUNG-EXIT
           END-IF.

                       " Saetze an, gelesen wurden "
                       STAPEL-ZEILENNUMMER " - bitte Lieferung "
                       "pruefen."
               MOVE "J" TO STAPEL-WARNUNG
           END-IF.

       LAUFREGISTER-FORTSCHREIBEN.
                   MOVE CP-FEHLER-02 TO FEHLER-ANZAHL-02
                   MOVE CP-FEHLER-03 TO FEHLER-ANZAHL-03
                   MOVE CP-FEHLER-04 TO FEHLER-ANZAHL-04
                   IF CP-FEHLER-05 IS NUMERIC
                       MOVE CP-FEHLER-05 TO FEHLER-ANZAHL-05
                   ELSE
                       MOVE 0 TO FEHLER-ANZAHL-05
                   END-IF
               END-IF
           END-IF.

           MOVE FEHLER-ANZAHL-03 TO CP-FEHLER-03.
           MOVE SPACE TO CP-TRENNER10.
           MOVE FEHLER-ANZAHL-04 TO CP-FEHLER-04.
           MOVE SPACE TO CP-TRENNER11.
           MOVE FEHLER-ANZAHL-05 TO CP-FEHLER-05.
           PERFORM CHECKPOINT-DATEI-ERSETZEN.

       CHECKPOINT-LOESCHEN.
           MOVE 0 TO CP-FEHLER-03.
           MOVE SPACE TO CP-TRENNER10.
           MOVE 0 TO CP-FEHLER-04.
           MOVE SPACE TO CP-TRENNER11.
           MOVE 0 TO CP-FEHLER-05.
           PERFORM CHECKPOINT-DATEI-ERSETZEN.

       CHECKPOINT-DATEI-ERSETZEN.
      *    Prueft den Stapelsatz erst formal (alle Pflichtfelder
      *    numerisch), dann fachlich: Kunde muss im Kundenstamm
      *    stehen und aktiv sein, der Steuersatz-Code bekannt sein
      *    (leer = Vorgabe aus dem Kundenstamm; Reverse Charge nur
      *    bei USt-IdNr im Kundenstamm), die Richtung 1 oder 2
      *    und der Bruttobetrag im Kreditlimit des Kunden liegen.
      *    Fehlergruende: 01 Satzaufbau, 02 Kundennummer,
      *    03 Steuersatz-Code, 04 Richtung, 05 Kreditlimit
      *    ueberschritten oder Liefersperre.
       STAPELSATZ-PRUEFEN.
           MOVE "N" TO STAPELSATZ-GUELTIG.
           MOVE SPACES TO STAPEL-FEHLER-GRUND.
                       "FEHLERDATEI gestellt."
               GO TO STAPELSATZ-PRUEFEN-EXIT
           END-IF.
           IF STEUER-ART = "R" AND KUNDEN-UST-IDNR = SPACES
               MOVE "03" TO STAPEL-FEHLER-GRUND
               DISPLAY "Zeile " STAPEL-ZEILENNUMMER ": Steuersatz-Code "
                       STEUER-CODE " ohne USt-IdNr des Kunden - Satz "
                       "in FEHLERDATEI gestellt."
               GO TO STAPELSATZ-PRUEFEN-EXIT
           END-IF.

           IF SEP-RICHTUNG-X NOT NUMERIC
                   OR (SEP-RICHTUNG NOT = 1 AND SEP-RICHTUNG NOT = 2)
               GO TO STAPELSATZ-PRUEFEN-EXIT
           END-IF.

           PERFORM STAPELBETRAEGE-RECHNEN.
           PERFORM KREDITLIMIT-PRUEFEN.
           IF KREDIT-ERGEBNIS = "L"
               MOVE "05" TO STAPEL-FEHLER-GRUND
               DISPLAY "Zeile " STAPEL-ZEILENNUMMER ": Liefersperre "
                       "fuer Kunde " SEP-KUNDENNUMMER-X " - Satz in "
                       "FEHLERDATEI gestellt."
               GO TO STAPELSATZ-PRUEFEN-EXIT
           END-IF.
           IF KREDIT-ERGEBNIS = "K"
               MOVE "05" TO STAPEL-FEHLER-GRUND
               MOVE LIMIT-UEBERZIEHUNG TO ANZEIGE-BETRAG
               DISPLAY "Zeile " STAPEL-ZEILENNUMMER ": Kreditlimit "
                       "von Kunde " SEP-KUNDENNUMMER-X " um "
                       ANZEIGE-BETRAG " ueberschritten - Satz in "
                       "FEHLERDATEI gestellt."
               GO TO STAPELSATZ-PRUEFEN-EXIT
           END-IF.

           MOVE "J" TO STAPELSATZ-GUELTIG.

       STAPELSATZ-PRUEFEN-EXIT.
                   ADD 1 TO FEHLER-ANZAHL-03
               WHEN "04"
                   ADD 1 TO FEHLER-ANZAHL-04
               WHEN "05"
                   ADD 1 TO FEHLER-ANZAHL-05
           END-EVALUATE.
           MOVE STAPEL-ZEILENNUMMER TO FE-ZEILENNUMMER.
           MOVE SPACE TO FE-TRENNER1.
                   FEHLER-ANZAHL-01.
           DISPLAY "  02 Kundennummer ungueltig    : "
                   FEHLER-ANZAHL-02.
           DISPLAY "  03 Steuersatz-Code ungueltig : "
                   FEHLER-ANZAHL-03.
           DISPLAY "  04 Richtung ungueltig        : "
                   FEHLER-ANZAHL-04.
           DISPLAY "  05 Kreditlimit/Liefersperre  : "
                   FEHLER-ANZAHL-05.
           IF STAPEL-FEHLER-ANZAHL > 0
               DISPLAY "Abgewiesene Saetze stehen mit Zeilennummer "
                       "und Grund in FEHLERDATEI."
           IF STAPEL-EINGABE-STATUS NOT = "00"
               DISPLAY "Eingabedatei STAPELIN konnte nicht geoeffnet "
                       "werden (Status " STAPEL-EINGABE-STATUS ")."
               MOVE "J" TO STAPEL-ABGEWIESEN
               GO TO PROBELAUF-EXIT
           END-IF.

                       "(Kopfsatz LAUF <Kennung> <Satzanzahl>) - "
                       "Probelauf wird abgewiesen."
               CLOSE STAPEL-EINGABE
               MOVE "J" TO STAPEL-ABGEWIESEN
               GO TO PROBELAUF-EXIT
           END-IF.
           PERFORM LAUFREGISTER-PRUEFEN.
               DISPLAY "Fehlerdatei FEHLERDATEI konnte nicht "
                       "geoeffnet werden (Status " FEHLER-STATUS ")."
               CLOSE STAPEL-EINGABE
               MOVE "J" TO STAPEL-ABGEWIESEN
               GO TO PROBELAUF-EXIT
           END-IF.

           MOVE 0 TO FEHLER-ANZAHL-02.
           MOVE 0 TO FEHLER-ANZAHL-03.
           MOVE 0 TO FEHLER-ANZAHL-04.
           MOVE 0 TO FEHLER-ANZAHL-05.

           MOVE "N" TO STAPEL-DATEIENDE.
           PERFORM STAPELSATZ-LESEN.
      *    Rechnet wie STAPELSATZ-BERECHNEN, vergibt aber keine
      *    Rechnungsnummer und schreibt nichts.
       PROBESATZ-BERECHNEN.
           PERFORM STAPELBETRAEGE-RECHNEN.
           PERFORM OBLIGO-FORTSCHREIBEN.
           ADD NETTOPREIS TO STAPEL-NETTO-SUMME.
           ADD MWST TO STAPEL-MWST-SUMME.
           ADD BRUTTOPREIS TO STAPEL-BRUTTO-SUMME.
           MOVE SPACE TO STORNO-KENNZEICHEN-AKTUELL.
           MOVE 0 TO ORIGINAL-NUMMER-AKTUELL.

           PERFORM STAPELBETRAEGE-RECHNEN.

           PERFORM RECHNUNGSNUMMER-VERGEBEN.
           MOVE LETZTE-RECHNUNGS-NUMMER TO SA-RECHNUNGSNUMMER.

           PERFORM PROTOKOLL-SCHREIBEN.
           PERFORM RECHNUNG-SCHREIBEN.
           PERFORM OBLIGO-FORTSCHREIBEN.

           ADD NETTOPREIS TO STAPEL-NETTO-SUMME.
           ADD MWST TO STAPEL-MWST-SUMME.
           ADD BRUTTOPREIS TO STAPEL-BRUTTO-SUMME.
           ADD 1 TO STAPEL-SATZANZAHL.

      *    Netto, MwSt und Brutto eines Stapelsatzes; bei Richtung 2
      *    ist der eingelesene Betrag der Bruttobetrag.
       STAPELBETRAEGE-RECHNEN.
           IF SEP-RICHTUNG = 2
               MOVE SEP-BETRAG TO BRUTTOPREIS
               COMPUTE NETTOPREIS ROUNDED =
                   BRUTTOPREIS / (1 + STEUERSATZ-DEZIMAL)
               COMPUTE MWST ROUNDED = BRUTTOPREIS - NETTOPREIS
           ELSE
               MOVE SEP-BETRAG TO NETTOPREIS
               COMPUTE MWST ROUNDED = NETTOPREIS * STEUERSATZ-DEZIMAL
               COMPUTE BRUTTOPREIS ROUNDED = NETTOPREIS + MWST
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
