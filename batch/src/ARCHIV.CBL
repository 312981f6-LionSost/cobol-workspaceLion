       DATA DIVISION.
           FILE SECTION.
           FD QUELL-DATEI.
           01 QUELL-SATZ PIC X(160).

           FD ARCHIV-DATEI.
           01 ARCHIV-SATZ.
              05 FILLER PIC X(1).
              05 ARCH-TYP PIC X(1).
              05 FILLER PIC X(1).
              05 ARCH-DATEN PIC X(160).
       WORKING-STORAGE SECTION.
           01 QUELL-STATUS PIC X(2).
           01 ARCHIV-STATUS PIC X(2).
           01 DATEI-ANZAHL PIC 9(2) VALUE ZERO.
           01 SCHREIB-FEHLER PIC X.
           01 LAUF-FEHLER PIC X VALUE "N".
           01 TAGESDATEI-LOESCHEN PIC X VALUE "J".
           01 BUCHUNGEN-ARCHIVIERT PIC X VALUE "N".
           01 JOURNAL-PROGRAMM PIC X(20) VALUE "ARCHIV".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           MOVE ZERO TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL

           PERFORM PRUEFE-BUCHUNGEN-ARCHIVIERT

           OPEN EXTEND ARCHIV-DATEI
           IF ARCHIV-STATUS NOT = "00" THEN
              OPEN OUTPUT ARCHIV-DATEI
           END-STRING
           PERFORM ARCHIVIERE-DATEI

      * die Buchungsdatei bleibt fuer Auszug, MT940 und Saldopruefung
      * stehen, das Archiv haelt sie fuer den Storno spaeterer Tage
           MOVE "B" TO AKTUELLER-TYP
           MOVE SPACES TO QUELL-DATEINAME
           STRING "buchungen-" DELIMITED BY SIZE
                  DATUM-EINGABE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO QUELL-DATEINAME
           END-STRING
           IF BUCHUNGEN-ARCHIVIERT = "J" THEN
              DISPLAY "HINWEIS: " QUELL-DATEINAME
                 " bereits archiviert, uebersprungen"
           ELSE
              MOVE "N" TO TAGESDATEI-LOESCHEN
              PERFORM ARCHIVIERE-DATEI
              MOVE "J" TO TAGESDATEI-LOESCHEN
           END-IF

           CLOSE ARCHIV-DATEI
           DISPLAY "ARCHIVIERT: " DATEI-ANZAHL " DATEIEN, "
              GESAMT-ANZAHL " SAETZE"
           END-CALL
       EXIT.

       PRUEFE-BUCHUNGEN-ARCHIVIERT SECTION.
      * ein wiederholter Archivlauf darf die Buchungen eines Tages
      * nicht doppelt uebernehmen
           MOVE "N" TO BUCHUNGEN-ARCHIVIERT
           OPEN INPUT ARCHIV-DATEI
           IF ARCHIV-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ ARCHIV-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       IF ARCH-DATUM = DATUM-EINGABE AND
                          ARCH-TYP = "B" THEN
                          MOVE "J" TO BUCHUNGEN-ARCHIVIERT
                          MOVE "Y" TO ENDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIV-DATEI
           END-IF
       EXIT.

       ARCHIVIERE-DATEI SECTION.
           OPEN INPUT QUELL-DATEI
           IF QUELL-STATUS NOT = "00" THEN
                 MOVE "J" TO LAUF-FEHLER
                 DISPLAY "WARNUNG: Schreibfehler beim Archivieren, "
                    QUELL-DATEINAME " bleibt erhalten"
              END-IF
              IF SCHREIB-FEHLER = "N" AND TAGESDATEI-LOESCHEN = "J"
                 THEN
                 CALL "CBL_DELETE_FILE" USING QUELL-DATEINAME
                 IF RETURN-CODE NOT = ZERO THEN
                    DISPLAY "WARNUNG: " QUELL-DATEINAME
