       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRIMANOTAPRUEFUNG.
      *****************************************************************
      * Vollstaendigkeitspruefung der Primanota ueber das gesamte
      * Archiv: alle archivierten Buchungssaetze (Typ B) aus dem
      * laufenden Bestand und den Archivscheiben laut Datumsindex
      * werden nach Primanota-Nummer sortiert; jede Luecke und jede
      * doppelt vergebene Nummer wird gemeldet. Altsaetze ohne
      * Nummer werden nur gezaehlt
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUFDATUM-PARAMETER ASSIGN TO 'rundatum.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAUFDATUM-STATUS.
           SELECT ARCHIV-DATEI ASSIGN TO DYNAMIC ARCHIV-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIV-STATUS.
           SELECT INDEX-DATEI ASSIGN TO 'archivindex.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INDEX-STATUS.
           SELECT ZAEHLER-DATEI ASSIGN TO 'primanotazaehler.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ZAEHLER-STATUS.
           SELECT NUMMERN-DATEI ASSIGN TO 'primanota-nummern.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTIERTE-NUMMERN
           ASSIGN TO 'primanota-sortiert.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTIER-DATEI ASSIGN TO 'primanota-sortwork.tmp'.
           SELECT BERICHT-DATEI ASSIGN TO DYNAMIC BERICHT-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD LAUFDATUM-PARAMETER.
           01 LAUFDATUM-PARAMETER-SATZ.
              05 LP-VON PIC X(8).
              05 FILLER PIC X(9).

           FD ARCHIV-DATEI.
           01 ARCHIV-SATZ.
              05 ARCH-DATUM PIC 9(8).
              05 FILLER PIC X(1).
              05 ARCH-TYP PIC X(1).
              05 FILLER PIC X(1).
              05 ARCH-DATEN PIC X(160).

           FD INDEX-DATEI.
           01 INDEX-SATZ.
              05 AIX-DATUM PIC 9(8).
              05 FILLER PIC X(1).
              05 AIX-DATEI PIC X(20).
              05 FILLER PIC X(1).
              05 AIX-ANZAHL PIC 9(7).

           FD ZAEHLER-DATEI.
           01 ZAEHLER-SATZ.
              05 PZ-LETZTE-NUMMER PIC 9(12).
              05 PZ-BUCHUNGSTAG PIC 9(8).
              05 PZ-TAGESANFANG PIC 9(12).

      * je archivierter Buchung Nummer, Buchungstag, Konto und Fundort
           FD NUMMERN-DATEI.
           01 NUMMERN-SATZ.
              05 NR-NUMMER PIC 9(12).
              05 NR-DATUM PIC 9(8).
              05 NR-BANK-ID PIC X(5).
              05 NR-KONTONUMMER PIC X(10).
              05 NR-DATEI PIC X(20).

           FD SORTIERTE-NUMMERN.
           01 SORTIERT-SATZ.
              05 SO-NUMMER PIC 9(12).
              05 SO-DATUM PIC 9(8).
              05 SO-BANK-ID PIC X(5).
              05 SO-KONTONUMMER PIC X(10).
              05 SO-DATEI PIC X(20).

           SD SORTIER-DATEI.
           01 SORTIER-SATZ.
              05 SR-NUMMER PIC 9(12).
              05 SR-DATUM PIC 9(8).
              05 SR-BANK-ID PIC X(5).
              05 SR-KONTONUMMER PIC X(10).
              05 SR-DATEI PIC X(20).

           FD BERICHT-DATEI.
           01 BERICHT-ZEILE PIC X(120).
       WORKING-STORAGE SECTION.
           01 LAUFDATUM-STATUS PIC X(2).
           01 ARCHIV-STATUS PIC X(2).
           01 INDEX-STATUS PIC X(2).
           01 ZAEHLER-STATUS PIC X(2).
           01 ARCHIV-DATEINAME PIC X(20).
           01 BERICHT-DATEINAME PIC X(35).
           01 LAUF-DATUM-ROH PIC 9(8).
           01 ENDE PIC X.
      * Buchungssatz im Satzbild der Buchungsdatei
           01 ARCHIV-BUCHUNG.
              05 AB-BANK-ID PIC X(5).
              05 AB-KONTONUMMER PIC X(10).
              05 AB-WAEHRUNG PIC X(3).
              05 AB-DC PIC X(2).
              05 AB-BETRAG PIC 9(8)V99.
              05 AB-ZWECK PIC X(53).
              05 AB-KONTO-WAEHRUNG PIC X(3).
              05 AB-KURS PIC 9(5)V9(6).
              05 AB-KONTO-BETRAG PIC 9(12)V99.
              05 AB-REFERENZ PIC X(16).
              05 AB-PRIMANOTA PIC 9(12).
           01 DATEI-LISTE.
              05 DATEI-EINTRAG OCCURS 50 TIMES.
                 10 DL-NAME PIC X(20).
           01 DATEI-ANZAHL PIC 9(2) VALUE ZERO.
           01 DATEI-IDX PIC 9(2).
           01 DATEI-TREFFER PIC 9(2).
           01 DATEI-UEBERLAUF PIC X VALUE "N".
           01 GESUCHTE-DATEI PIC X(20).
           01 GELESENE-DATEIEN PIC 9(2) VALUE ZERO.
           01 NUMMERN-ANZAHL PIC 9(9) VALUE ZERO.
           01 OHNE-NUMMER-ANZAHL PIC 9(9) VALUE ZERO.
           01 LUECKEN-ANZAHL PIC 9(9) VALUE ZERO.
           01 FEHLENDE-NUMMERN PIC 9(12) VALUE ZERO.
           01 DUPLIKAT-ANZAHL PIC 9(9) VALUE ZERO.
           01 ERSTE-NUMMER PIC 9(12) VALUE ZERO.
           01 LETZTE-NUMMER PIC 9(12) VALUE ZERO.
           01 VORIGE-NUMMER PIC 9(12) VALUE ZERO.
           01 VORIGES-DATUM PIC 9(8) VALUE ZERO.
           01 VORIGE-DATEI PIC X(20) VALUE SPACES.
           01 LUECKE-VON PIC 9(12).
           01 LUECKE-BIS PIC 9(12).
           01 ZAEHLER-STAND PIC 9(12) VALUE ZERO.
           01 NICHT-ARCHIVIERT-AB PIC 9(12).
           01 ZAEHLER-VORHANDEN PIC X VALUE "N".
           01 ANZAHL-ANZEIGE PIC Z(8)9.
           01 NUMMERN-NAME PIC X(21) VALUE "primanota-nummern.tmp".
           01 SORTIERT-NAME PIC X(22) VALUE "primanota-sortiert.tmp".
           01 JOURNAL-PROGRAMM PIC X(20) VALUE "PRIMANOTAPRUEFUNG".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           01 JOURNAL-ZAEHLER PIC 9(9) VALUE ZERO.
           01 JOURNAL-DETAILS PIC X(132).
           01 JOURNAL-GESTOERT PIC X VALUE "N".
       PROCEDURE DIVISION.
           DISPLAY "PRIMANOTAPRUEFUNG"

           PERFORM BESTIMME-DATEINAMEN

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE BERICHT-DATEINAME TO JOURNAL-DETAILS
           MOVE "S" TO JOURNAL-EREIGNIS
           MOVE SPACES TO JOURNAL-STATUS-TEXT
           MOVE ZERO TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL

           PERFORM BESTIMME-DATEILISTE
           PERFORM LADE-ZAEHLER

           OPEN OUTPUT NUMMERN-DATEI
           PERFORM VARYING DATEI-IDX FROM 1 BY 1
              UNTIL DATEI-IDX > DATEI-ANZAHL
              PERFORM LIES-ARCHIVSCHEIBE
           END-PERFORM
           CLOSE NUMMERN-DATEI

      * externe Sortierung nach Nummer, der Buchungstag ordnet
      * doppelt vergebene Nummern
           SORT SORTIER-DATEI
              ON ASCENDING KEY SR-NUMMER SR-DATUM
              USING NUMMERN-DATEI
              GIVING SORTIERTE-NUMMERN

           OPEN OUTPUT BERICHT-DATEI
           PERFORM SCHREIBE-BERICHT-KOPF
           PERFORM PRUEFE-NUMMERNFOLGE
           PERFORM SCHREIBE-BERICHT-FUSS
           CLOSE BERICHT-DATEI

      * Nummern- und Sortierdatei sind nur Zwischenstaende des Laufs
           CALL "CBL_DELETE_FILE" USING NUMMERN-NAME
           IF RETURN-CODE NOT = ZERO THEN
              DISPLAY "WARNUNG: " NUMMERN-NAME
                 " konnte nicht geloescht werden"
           END-IF
           CALL "CBL_DELETE_FILE" USING SORTIERT-NAME
           IF RETURN-CODE NOT = ZERO THEN
              DISPLAY "WARNUNG: " SORTIERT-NAME
                 " konnte nicht geloescht werden"
           END-IF
           MOVE ZERO TO RETURN-CODE

           DISPLAY "GEPRUEFTE NUMMERN: " NUMMERN-ANZAHL
              "  LUECKEN: " LUECKEN-ANZAHL
              "  DOPPELT: " DUPLIKAT-ANZAHL
           MOVE "E" TO JOURNAL-EREIGNIS
           IF LUECKEN-ANZAHL > ZERO OR DUPLIKAT-ANZAHL > ZERO THEN
              MOVE "ABWEICH" TO JOURNAL-STATUS-TEXT
           ELSE
              MOVE "OK" TO JOURNAL-STATUS-TEXT
           END-IF
           MOVE NUMMERN-ANZAHL TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL
           IF LUECKEN-ANZAHL > ZERO OR DUPLIKAT-ANZAHL > ZERO THEN
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       BESTIMME-DATEINAMEN SECTION.
           OPEN INPUT LAUFDATUM-PARAMETER
           IF LAUFDATUM-STATUS = "00" THEN
              READ LAUFDATUM-PARAMETER
                 AT END
                    MOVE FUNCTION CURRENT-DATE(1:8) TO LAUF-DATUM-ROH
                 NOT AT END
                    MOVE LP-VON TO LAUF-DATUM-ROH
              END-READ
              CLOSE LAUFDATUM-PARAMETER
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO LAUF-DATUM-ROH
           END-IF

           STRING "primanotapruefung-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BERICHT-DATEINAME
           END-STRING
       EXIT.

       SCHREIBE-JOURNAL SECTION.
           CALL "LAUFJOURNAL" USING JOURNAL-PROGRAMM JOURNAL-EREIGNIS
              JOURNAL-STATUS-TEXT JOURNAL-ZAEHLER JOURNAL-DETAILS
              ON EXCEPTION
      * das Journal darf den eigentlichen Lauf nie abbrechen
                 IF JOURNAL-GESTOERT = "N" THEN
                    DISPLAY "WARNUNG: LAUFJOURNAL nicht verfuegbar, "
                       "Lauf wird ohne Journal fortgesetzt"
                    MOVE "J" TO JOURNAL-GESTOERT
                 END-IF
           END-CALL
       EXIT.

       BESTIMME-DATEILISTE SECTION.
      * der laufende Bestand und jede Archivscheibe des Datumsindex
      * genau einmal
           MOVE 1 TO DATEI-ANZAHL
           MOVE "archiv.txt" TO DL-NAME(1)
           OPEN INPUT INDEX-DATEI
           IF INDEX-STATUS NOT = "00" THEN
              GO TO BESTIMME-DATEILISTE-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ INDEX-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    MOVE AIX-DATEI TO GESUCHTE-DATEI
                    PERFORM MERKE-DATEI
              END-READ
           END-PERFORM
           CLOSE INDEX-DATEI
           MOVE SPACES TO ENDE.
       BESTIMME-DATEILISTE-ENDE.
       EXIT.

       MERKE-DATEI SECTION.
           MOVE ZERO TO DATEI-TREFFER
           PERFORM VARYING DATEI-IDX FROM 1 BY 1
              UNTIL DATEI-IDX > DATEI-ANZAHL
              IF DL-NAME(DATEI-IDX) = GESUCHTE-DATEI THEN
                 MOVE DATEI-IDX TO DATEI-TREFFER
              END-IF
           END-PERFORM
           IF DATEI-TREFFER > ZERO THEN
              GO TO MERKE-DATEI-ENDE
           END-IF
           IF DATEI-ANZAHL < 50 THEN
              ADD 1 TO DATEI-ANZAHL
              MOVE GESUCHTE-DATEI TO DL-NAME(DATEI-ANZAHL)
           ELSE
      * eine fehlende Scheibe saehe wie eine Luecke aus
              IF DATEI-UEBERLAUF = "N" THEN
                 DISPLAY "WARNUNG: DATEILISTE VOLL, LUECKEN KOENNEN "
                    "AUS NICHT GELESENEN ARCHIVSCHEIBEN STAMMEN"
                 MOVE "J" TO DATEI-UEBERLAUF
              END-IF
           END-IF.
       MERKE-DATEI-ENDE.
       EXIT.

       LADE-ZAEHLER SECTION.
      * Nummern nach der hoechsten archivierten stehen noch in nicht
      * archivierten Buchungsdateien und sind keine Luecke
           OPEN INPUT ZAEHLER-DATEI
           IF ZAEHLER-STATUS NOT = "00" THEN
              GO TO LADE-ZAEHLER-ENDE
           END-IF
           READ ZAEHLER-DATEI
              AT END CONTINUE
              NOT AT END
                 IF PZ-LETZTE-NUMMER IS NUMERIC THEN
                    MOVE PZ-LETZTE-NUMMER TO ZAEHLER-STAND
                    MOVE "J" TO ZAEHLER-VORHANDEN
                 END-IF
           END-READ
           CLOSE ZAEHLER-DATEI.
       LADE-ZAEHLER-ENDE.
       EXIT.

       LIES-ARCHIVSCHEIBE SECTION.
           MOVE DL-NAME(DATEI-IDX) TO ARCHIV-DATEINAME
           OPEN INPUT ARCHIV-DATEI
           IF ARCHIV-STATUS NOT = "00" THEN
              DISPLAY "HINWEIS: " ARCHIV-DATEINAME
                 " nicht vorhanden, uebersprungen"
              GO TO LIES-ARCHIVSCHEIBE-ENDE
           END-IF
           ADD 1 TO GELESENE-DATEIEN

           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ ARCHIV-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF ARCH-TYP = "B" THEN
                       PERFORM UEBERNEHME-BUCHUNG
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIV-DATEI
           MOVE SPACES TO ENDE.
       LIES-ARCHIVSCHEIBE-ENDE.
       EXIT.

       UEBERNEHME-BUCHUNG SECTION.
           MOVE ARCH-DATEN TO ARCHIV-BUCHUNG
           IF AB-PRIMANOTA IS NOT NUMERIC OR AB-PRIMANOTA = ZERO THEN
              ADD 1 TO OHNE-NUMMER-ANZAHL
              GO TO UEBERNEHME-BUCHUNG-ENDE
           END-IF
           MOVE AB-PRIMANOTA TO NR-NUMMER
           MOVE ARCH-DATUM TO NR-DATUM
           MOVE AB-BANK-ID TO NR-BANK-ID
           MOVE AB-KONTONUMMER TO NR-KONTONUMMER
           MOVE ARCHIV-DATEINAME TO NR-DATEI
           WRITE NUMMERN-SATZ.
       UEBERNEHME-BUCHUNG-ENDE.
       EXIT.

       SCHREIBE-BERICHT-KOPF SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Primanota-Pruefung " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
       EXIT.

       PRUEFE-NUMMERNFOLGE SECTION.
      * die Archivierung beginnt nicht zwingend bei Nummer 1 (aeltere
      * Scheiben koennen geloescht sein), geprueft wird die Folge ab
      * der kleinsten archivierten Nummer
           OPEN INPUT SORTIERTE-NUMMERN
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ SORTIERTE-NUMMERN
                 AT END MOVE "Y" TO ENDE
                 NOT AT END PERFORM PRUEFE-NUMMER
              END-READ
           END-PERFORM
           CLOSE SORTIERTE-NUMMERN
           MOVE SPACES TO ENDE
       EXIT.

       PRUEFE-NUMMER SECTION.
           ADD 1 TO NUMMERN-ANZAHL
           IF NUMMERN-ANZAHL = 1 THEN
              MOVE SO-NUMMER TO ERSTE-NUMMER
              GO TO PRUEFE-NUMMER-MERKEN
           END-IF

           IF SO-NUMMER = VORIGE-NUMMER THEN
              ADD 1 TO DUPLIKAT-ANZAHL
              MOVE SPACES TO BERICHT-ZEILE
              STRING "DOPPELT  " DELIMITED BY SIZE
                     SO-NUMMER DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     VORIGES-DATUM DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     VORIGE-DATEI DELIMITED BY SPACE
                     "  UND  " DELIMITED BY SIZE
                     SO-DATUM DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SO-DATEI DELIMITED BY SPACE
                     "  Bank " DELIMITED BY SIZE
                     SO-BANK-ID DELIMITED BY SIZE
                     " Konto " DELIMITED BY SIZE
                     SO-KONTONUMMER DELIMITED BY SIZE
                 INTO BERICHT-ZEILE
              END-STRING
              WRITE BERICHT-ZEILE
              GO TO PRUEFE-NUMMER-MERKEN
           END-IF

           IF SO-NUMMER > VORIGE-NUMMER + 1 THEN
              ADD 1 TO LUECKEN-ANZAHL
              COMPUTE LUECKE-VON = VORIGE-NUMMER + 1
              COMPUTE LUECKE-BIS = SO-NUMMER - 1
              COMPUTE FEHLENDE-NUMMERN = FEHLENDE-NUMMERN +
                 LUECKE-BIS - LUECKE-VON + 1
              MOVE SPACES TO BERICHT-ZEILE
              STRING "LUECKE   " DELIMITED BY SIZE
                     LUECKE-VON DELIMITED BY SIZE
                     " BIS " DELIMITED BY SIZE
                     LUECKE-BIS DELIMITED BY SIZE
                     "  nach " DELIMITED BY SIZE
                     VORIGES-DATUM DELIMITED BY SIZE
                     ", vor " DELIMITED BY SIZE
                     SO-DATUM DELIMITED BY SIZE
                 INTO BERICHT-ZEILE
              END-STRING
              WRITE BERICHT-ZEILE
           END-IF.
       PRUEFE-NUMMER-MERKEN.
           MOVE SO-NUMMER TO VORIGE-NUMMER
           MOVE SO-NUMMER TO LETZTE-NUMMER
           MOVE SO-DATUM TO VORIGES-DATUM
           MOVE SO-DATEI TO VORIGE-DATEI.
       PRUEFE-NUMMER-ENDE.
       EXIT.

       SCHREIBE-BERICHT-FUSS SECTION.
           IF LUECKEN-ANZAHL = ZERO AND DUPLIKAT-ANZAHL = ZERO THEN
              MOVE "KEINE LUECKEN UND KEINE DOPPELTEN NUMMERN"
                 TO BERICHT-ZEILE
              WRITE BERICHT-ZEILE
           END-IF
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE

           MOVE GELESENE-DATEIEN TO ANZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Archivdateien gelesen   " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE

           MOVE NUMMERN-ANZAHL TO ANZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Buchungen mit Nummer    " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
                  "  von " DELIMITED BY SIZE
                  ERSTE-NUMMER DELIMITED BY SIZE
                  " bis " DELIMITED BY SIZE
                  LETZTE-NUMMER DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE

           MOVE OHNE-NUMMER-ANZAHL TO ANZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Altsaetze ohne Nummer   " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE

           MOVE LUECKEN-ANZAHL TO ANZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Luecken                 " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
                  "  fehlende Nummern " DELIMITED BY SIZE
                  FEHLENDE-NUMMERN DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE

           MOVE DUPLIKAT-ANZAHL TO ANZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Doppelte Nummern        " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE

           IF ZAEHLER-VORHANDEN = "J" AND
              ZAEHLER-STAND > LETZTE-NUMMER THEN
              COMPUTE NICHT-ARCHIVIERT-AB = LETZTE-NUMMER + 1
              MOVE SPACES TO BERICHT-ZEILE
              STRING "Noch nicht archiviert   " DELIMITED BY SIZE
                     NICHT-ARCHIVIERT-AB DELIMITED BY SIZE
                     " bis " DELIMITED BY SIZE
                     ZAEHLER-STAND DELIMITED BY SIZE
                     " (ohne Zaehlung)" DELIMITED BY SIZE
                 INTO BERICHT-ZEILE
              END-STRING
              WRITE BERICHT-ZEILE
           END-IF
       EXIT.
