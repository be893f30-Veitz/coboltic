      *    umbenennen) und baut daraus die indizierte Datei KDSTAMM
      *    mit dem Schluessel KD-KUNDENNUMMER auf. Saetze mit
      *    nicht-numerischer Kundennummer und doppelte
      *    Kundennummern werden abgewiesen. Die Zahlungsbedingungen
      *    werden mit dem Standard (14 Tage netto, kein Skonto)
      *    vorbelegt, Kreditlimit und Liefersperre bleiben frei.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       ALT-SATZ-UEBERNEHMEN.
           MOVE ALT-SATZ TO KUNDENSTAMM-SATZ.
           MOVE 14 TO KD-ZAHLUNGSZIEL-TAGE.
           MOVE 0 TO KD-SKONTO-PROZENT.
           MOVE 0 TO KD-SKONTO-TAGE.
           MOVE 0 TO KD-KREDITLIMIT.
           MOVE "N" TO KD-LIEFERSPERRE.
           IF ALT-SATZ (1:6) IS NUMERIC
               PERFORM NEUSATZ-SCHREIBEN
               IF SCHREIBEN-OK = "J"
