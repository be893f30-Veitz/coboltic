      *    Satzlayout fuer die Kontenzuordnung KONTEN: je
      *    Steuersatz-Code das Erloeskonto und das Steuerkonto der
      *    Finanzbuchhaltung fuer den Fibu-Exportlauf, dazu das
      *    Erloesschmaelerungskonto fuer gewaehrte Skonti (000000 =
      *    nicht hinterlegt; Saetze aus der Zeit davor tragen dort
      *    Leerzeichen). Der Sonder-Code "MAHN" traegt das
      *    Erloeskonto fuer Mahngebuehren und Verzugszinsen.
           05  KO-STEUER-CODE            PIC X(04).
           05  KO-TRENNER1               PIC X.
           05  KO-ERLOESKONTO            PIC 9(06).
           05  KO-TRENNER2               PIC X.
           05  KO-STEUERKONTO            PIC 9(06).
           05  KO-TRENNER3               PIC X.
           05  KO-SKONTOKONTO            PIC 9(06).
