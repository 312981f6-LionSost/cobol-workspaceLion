       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GEBUEHRENABRECHNUNG.
      *****************************************************************
      * Monatliche Gebuehrenabrechnung: Kontofuehrungsgebuehr und
      * Postenpreise je Bank aus dem Gebuehrenplan, Postenzaehlung
      * ueber die Buchungsdateien des Monats, Gebuehrenbuchungen im
      * KONTO-FILE-Satzbild fuer den naechsten Tageslauf und eine
      * Gebuehrenaufstellung je Bank
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONAT-PARAMETER ASSIGN TO 'monat.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MONAT-STATUS.
           SELECT GEBUEHRENPLAN-DATEI ASSIGN TO 'gebuehrenplan.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GEBUEHRENPLAN-STATUS.
           SELECT KONTOSTAMM-DATEI ASSIGN TO 'kontostamm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KONTOSTAMM-STATUS.
           SELECT BUCHUNG-DETAIL ASSIGN TO DYNAMIC BUCHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUCHUNG-STATUS.
           SELECT GEBUEHRBUCHUNG-DATEI
           ASSIGN TO DYNAMIC GEBUEHRBUCHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUFSTELLUNG-DATEI
           ASSIGN TO DYNAMIC AUFSTELLUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD MONAT-PARAMETER.
           01 MONAT-PARAMETER-SATZ PIC 9(6).

           FD GEBUEHRENPLAN-DATEI.
           01 GEBUEHRENPLAN-SATZ.
              05 GP-BANK-ID PIC 9(5).
              05 GP-MONATSGEBUEHR PIC 9(4)V99.
              05 GP-PREIS-SOLL PIC 9(3)V99.
              05 GP-PREIS-HABEN PIC 9(3)V99.
              05 GP-FREIPOSTEN PIC 9(4).

           FD KONTOSTAMM-DATEI.
           01 KONTOSTAMM-SATZ.
              05 KSD-BANK-ID PIC 9(5).
              05 KSD-KONTONUMMER PIC 9(10).
              05 KSD-STATUS PIC X(1).
              05 KSD-PRUEFZIFFER PIC 9(1).
              05 KSD-LIMIT PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 KSD-WAEHRUNG PIC X(3).

           FD BUCHUNG-DETAIL.
           01 BUCHUNG-SATZ.
              05 BU-BANK-ID PIC 9(5).
              05 BU-KONTONUMMER PIC 9(10).
              05 BU-WAEHRUNG PIC X(3).
              05 BU-DC PIC X(2).
              05 BU-BETRAG PIC 9(8)V99.
              05 BU-ZWECK PIC X(53).
              05 BU-KONTO-WAEHRUNG PIC X(3).
              05 BU-KURS PIC 9(5)V9(6).
              05 BU-KONTO-BETRAG PIC 9(12)V99.
              05 BU-REFERENZ PIC X(16).
              05 BU-PRIMANOTA PIC 9(12).

           FD GEBUEHRBUCHUNG-DATEI.
           01 GEBUEHRBUCHUNG-SATZ.
              05 GB-BANK-ID PIC X(5).
              05 GB-KONTONUMMER PIC 9(10).
              05 GB-BETRAG PIC Z(07)9.99.
              05 GB-WAEHRUNG PIC X(3).
              05 GB-DC PIC X(2).
              05 GB-ZWECK PIC X(53).
              05 GB-VALUTA PIC X(8).

           FD AUFSTELLUNG-DATEI.
           01 AUFSTELLUNG-ZEILE PIC X(132).
       WORKING-STORAGE SECTION.
           01 MONAT-STATUS PIC X(2).
           01 GEBUEHRENPLAN-STATUS PIC X(2).
           01 KONTOSTAMM-STATUS PIC X(2).
           01 BUCHUNG-STATUS PIC X(2).
           01 BUCHUNG-DATEINAME PIC X(22).
           01 GEBUEHRBUCHUNG-DATEINAME PIC X(29).
           01 AUFSTELLUNG-DATEINAME PIC X(30).
           01 MONAT-ROH.
              05 MR-JAHR PIC 9(4).
              05 MR-MONAT PIC 9(2).
           01 TAG-ROH.
              05 TR-JAHR PIC 9(4).
              05 TR-MONAT PIC 9(2).
              05 TR-TAG PIC 9(2).
           01 TAG-NUMMER PIC 9(2).
           01 ENDE PIC X.
           01 DATEI-ANZAHL PIC 9(2) VALUE ZERO.
           01 PLAN-TABELLE.
              05 PLAN-EINTRAG OCCURS 100 TIMES.
                 10 PT-BANK-ID PIC 9(5).
                 10 PT-MONATSGEBUEHR PIC 9(4)V99.
                 10 PT-PREIS-SOLL PIC 9(3)V99.
                 10 PT-PREIS-HABEN PIC 9(3)V99.
                 10 PT-FREIPOSTEN PIC 9(4).
                 10 PT-KONTEN PIC 9(6).
                 10 PT-SUMME PIC 9(12)V99.
           01 PLAN-ANZAHL PIC 9(4) VALUE ZERO.
           01 PLAN-IDX PIC 9(4).
           01 PLAN-TREFFER PIC 9(4).
           01 KONTO-TABELLE.
              05 KONTO-EINTRAG OCCURS 100000 TIMES.
                 10 KT-BANK-ID PIC 9(5).
                 10 KT-KONTONUMMER PIC 9(10).
                 10 KT-STATUS PIC X(1).
                 10 KT-SOLL-POSTEN PIC 9(7).
                 10 KT-HABEN-POSTEN PIC 9(7).
                 10 KT-WAEHRUNG PIC X(3).
           01 KONTO-ANZAHL PIC 9(6) VALUE ZERO.
           01 KONTO-IDX PIC 9(6).
           01 KONTO-TREFFER PIC 9(6).
      * Streuindex auf KONTO-TABELLE, 0 = Platz frei
           01 KONTO-HASH-TABELLE.
              05 KONTO-HASH-EINTRAG PIC 9(6) COMP OCCURS 200003 TIMES
                 VALUE ZERO.
           01 HASH-BANK-ID PIC 9(5).
           01 HASH-KONTONUMMER PIC 9(10).
           01 HASH-WERT PIC 9(9) COMP.
           01 HASH-POS PIC 9(9) COMP.
           01 FREI-REST PIC 9(7).
           01 BERECHNET-SOLL PIC 9(7).
           01 BERECHNET-HABEN PIC 9(7).
           01 POSTEN-GEBUEHR PIC 9(10)V99.
           01 KONTO-GEBUEHR PIC 9(10)V99.
           01 GEBUEHR-BETRAG PIC 9(8)V99.
           01 GRUND-ANZEIGE PIC Z(3)9.99.
           01 PREIS-SOLL-ANZEIGE PIC ZZ9.99.
           01 PREIS-HABEN-ANZEIGE PIC ZZ9.99.
           01 FREI-ANZEIGE PIC ZZZ9.
           01 POSTEN-ANZEIGE PIC Z(6)9.
           01 POSTEN2-ANZEIGE PIC Z(6)9.
           01 SUMME-ANZEIGE PIC Z(11)9.99.
           01 KONTEN-ANZEIGE PIC Z(5)9.
           01 GEBUEHR-DRUCKZEILE.
              05 GD-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(5) VALUE SPACES.
              05 GD-SOLL-POSTEN PIC Z(6)9.
              05 FILLER PIC X(6) VALUE SPACES.
              05 GD-HABEN-POSTEN PIC Z(6)9.
              05 FILLER PIC X(7) VALUE SPACES.
              05 GD-GRUNDGEBUEHR PIC Z(3)9.99.
              05 FILLER PIC X(2) VALUE SPACES.
              05 GD-POSTENGEBUEHR PIC Z(9)9.99.
              05 FILLER PIC X(1) VALUE SPACES.
              05 GD-GESAMT PIC Z(9)9.99.
           01 UEBERGANGEN-TEXT PIC X(12).
           01 UEBERGANGEN-ANZAHL PIC 9(6) VALUE ZERO.
           01 OHNE-PLAN-ANZAHL PIC 9(6) VALUE ZERO.
           01 BUCHUNG-ANZAHL PIC 9(7) VALUE ZERO.
           01 JOURNAL-PROGRAMM PIC X(20) VALUE "GEBUEHRENABRECHNUNG".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           01 JOURNAL-ZAEHLER PIC 9(9) VALUE ZERO.
           01 JOURNAL-DETAILS PIC X(132).
           01 JOURNAL-GESTOERT PIC X VALUE "N".
       PROCEDURE DIVISION.
           DISPLAY "GEBUEHRENABRECHNUNG"

           PERFORM LESE-MONAT

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE GEBUEHRBUCHUNG-DATEINAME TO JOURNAL-DETAILS
           MOVE "S" TO JOURNAL-EREIGNIS
           MOVE SPACES TO JOURNAL-STATUS-TEXT
           MOVE ZERO TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL

           PERFORM LADE-GEBUEHRENPLAN
           IF PLAN-ANZAHL = ZERO THEN
              DISPLAY "FEHLER: gebuehrenplan.txt fehlt oder ist leer"
              MOVE "E" TO JOURNAL-EREIGNIS
              MOVE "FEHLER" TO JOURNAL-STATUS-TEXT
              PERFORM SCHREIBE-JOURNAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LADE-KONTOSTAMM

           PERFORM VARYING TAG-NUMMER FROM 1 BY 1
              UNTIL TAG-NUMMER > 31
              PERFORM VERARBEITE-BUCHUNGSTAG
           END-PERFORM

           IF DATEI-ANZAHL = ZERO THEN
              DISPLAY "WARNUNG: KEINE BUCHUNGSDATEIEN FUER " MONAT-ROH
                 ", NUR KONTOFUEHRUNGSGEBUEHR"
           END-IF

           OPEN OUTPUT GEBUEHRBUCHUNG-DATEI
           OPEN OUTPUT AUFSTELLUNG-DATEI
           PERFORM SCHREIBE-AUFSTELLUNG-KOPF
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
              UNTIL PLAN-IDX > PLAN-ANZAHL
              PERFORM RECHNE-BANK-AB
           END-PERFORM
           PERFORM SCHREIBE-UEBERGANGENE-KONTEN
           CLOSE GEBUEHRBUCHUNG-DATEI
           CLOSE AUFSTELLUNG-DATEI

           IF OHNE-PLAN-ANZAHL > ZERO THEN
              DISPLAY "HINWEIS: " OHNE-PLAN-ANZAHL
                 " KONTEN OHNE GEBUEHRENPLAN DER BANK NICHT ABGERECHNET"
           END-IF
           DISPLAY "FERTIG, GEBUEHRENBUCHUNGEN: " BUCHUNG-ANZAHL
              "  UEBERGANGEN: " UEBERGANGEN-ANZAHL
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "OK" TO JOURNAL-STATUS-TEXT
           MOVE BUCHUNG-ANZAHL TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL
           STOP RUN.

       LESE-MONAT SECTION.
           OPEN INPUT MONAT-PARAMETER
           IF MONAT-STATUS = "00" THEN
              READ MONAT-PARAMETER
                 AT END
                    MOVE FUNCTION CURRENT-DATE(1:6) TO MONAT-ROH
                 NOT AT END
                    MOVE MONAT-PARAMETER-SATZ TO MONAT-ROH
              END-READ
              CLOSE MONAT-PARAMETER
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:6) TO MONAT-ROH
           END-IF

           STRING "gebuehrenbuchungen-" DELIMITED BY SIZE
                  MONAT-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO GEBUEHRBUCHUNG-DATEINAME
           END-STRING
           STRING "gebuehrenabrechnung-" DELIMITED BY SIZE
                  MONAT-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO AUFSTELLUNG-DATEINAME
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

       LADE-GEBUEHRENPLAN SECTION.
           OPEN INPUT GEBUEHRENPLAN-DATEI
           IF GEBUEHRENPLAN-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ GEBUEHRENPLAN-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       PERFORM UEBERNEHME-GEBUEHRENPLAN
                 END-READ
              END-PERFORM
              CLOSE GEBUEHRENPLAN-DATEI
              MOVE SPACES TO ENDE
           END-IF
       EXIT.

       UEBERNEHME-GEBUEHRENPLAN SECTION.
           IF GP-BANK-ID IS NOT NUMERIC OR
              GP-MONATSGEBUEHR IS NOT NUMERIC OR
              GP-PREIS-SOLL IS NOT NUMERIC OR
              GP-PREIS-HABEN IS NOT NUMERIC OR
              GP-FREIPOSTEN IS NOT NUMERIC THEN
              DISPLAY "WARNUNG: GEBUEHRENPLAN-SATZ UNGUELTIG: "
                 GEBUEHRENPLAN-SATZ
              GO TO UEBERNEHME-GEBUEHRENPLAN-ENDE
           END-IF
           IF PLAN-ANZAHL >= 100 THEN
              DISPLAY "WARNUNG: PLAN-TABELLE VOLL, BANK "
                 GP-BANK-ID " UEBERGANGEN"
              GO TO UEBERNEHME-GEBUEHRENPLAN-ENDE
           END-IF
           ADD 1 TO PLAN-ANZAHL
           MOVE GP-BANK-ID TO PT-BANK-ID(PLAN-ANZAHL)
           MOVE GP-MONATSGEBUEHR TO PT-MONATSGEBUEHR(PLAN-ANZAHL)
           MOVE GP-PREIS-SOLL TO PT-PREIS-SOLL(PLAN-ANZAHL)
           MOVE GP-PREIS-HABEN TO PT-PREIS-HABEN(PLAN-ANZAHL)
           MOVE GP-FREIPOSTEN TO PT-FREIPOSTEN(PLAN-ANZAHL)
           MOVE ZERO TO PT-KONTEN(PLAN-ANZAHL)
           MOVE ZERO TO PT-SUMME(PLAN-ANZAHL).
       UEBERNEHME-GEBUEHRENPLAN-ENDE.
       EXIT.

       LADE-KONTOSTAMM SECTION.
      * jedes Konto im Stamm traegt die Kontofuehrungsgebuehr, auch
      * ohne Umsatz im Monat
           OPEN INPUT KONTOSTAMM-DATEI
           IF KONTOSTAMM-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ KONTOSTAMM-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       MOVE KSD-BANK-ID TO HASH-BANK-ID
                       MOVE KSD-KONTONUMMER TO HASH-KONTONUMMER
                       PERFORM SUCHE-KONTO-EINTRAG
                       IF KONTO-TREFFER > ZERO THEN
                          MOVE KSD-STATUS TO KT-STATUS(KONTO-TREFFER)
                          MOVE KSD-WAEHRUNG
                            TO KT-WAEHRUNG(KONTO-TREFFER)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KONTOSTAMM-DATEI
              MOVE SPACES TO ENDE
           ELSE
              DISPLAY "WARNUNG: kontostamm.txt nicht gefunden, "
                 "nur Konten mit Umsatz werden abgerechnet"
           END-IF
       EXIT.

       VERARBEITE-BUCHUNGSTAG SECTION.
           MOVE MR-JAHR TO TR-JAHR
           MOVE MR-MONAT TO TR-MONAT
           MOVE TAG-NUMMER TO TR-TAG
           STRING "buchungen-" DELIMITED BY SIZE
                  TAG-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BUCHUNG-DATEINAME
           END-STRING

           OPEN INPUT BUCHUNG-DETAIL
           IF BUCHUNG-STATUS = "00" THEN
              ADD 1 TO DATEI-ANZAHL
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ BUCHUNG-DETAIL
                    AT END MOVE "Y" TO ENDE
                    NOT AT END PERFORM ZAEHLE-POSTEN
                 END-READ
              END-PERFORM
              CLOSE BUCHUNG-DETAIL
              MOVE SPACES TO ENDE
           END-IF
       EXIT.

       ZAEHLE-POSTEN SECTION.
      * die Gebuehrenbuchung des Vormonats ist selbst kein Posten
           IF BU-ZWECK(1:10) = "GEBUEHREN " THEN
              GO TO ZAEHLE-POSTEN-ENDE
           END-IF
           MOVE BU-BANK-ID TO HASH-BANK-ID
           MOVE BU-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-EINTRAG
           IF KONTO-TREFFER = ZERO THEN
              GO TO ZAEHLE-POSTEN-ENDE
           END-IF
      * Konten ohne Stammsatz oder ohne Waehrung im Stamm fuehren die
      * Kontowaehrung ihrer Buchungen
           IF KT-WAEHRUNG(KONTO-TREFFER) = SPACES THEN
              MOVE BU-KONTO-WAEHRUNG TO KT-WAEHRUNG(KONTO-TREFFER)
           END-IF
           IF BU-DC = "DC" THEN
              ADD 1 TO KT-SOLL-POSTEN(KONTO-TREFFER)
           ELSE
              ADD 1 TO KT-HABEN-POSTEN(KONTO-TREFFER)
           END-IF.
       ZAEHLE-POSTEN-ENDE.
       EXIT.

       SUCHE-KONTO-EINTRAG SECTION.
           COMPUTE HASH-WERT = FUNCTION MOD(
              HASH-BANK-ID * 10000000000 + HASH-KONTONUMMER,
              200003) + 1
           MOVE ZERO TO KONTO-TREFFER
           MOVE HASH-WERT TO HASH-POS
           PERFORM UNTIL KONTO-HASH-EINTRAG(HASH-POS) = ZERO
              OR KONTO-TREFFER > ZERO
              MOVE KONTO-HASH-EINTRAG(HASH-POS) TO KONTO-IDX
              IF KT-BANK-ID(KONTO-IDX) = HASH-BANK-ID
                 AND KT-KONTONUMMER(KONTO-IDX) = HASH-KONTONUMMER THEN
                 MOVE KONTO-IDX TO KONTO-TREFFER
              ELSE
                 ADD 1 TO HASH-POS
                 IF HASH-POS > 200003 THEN
                    MOVE 1 TO HASH-POS
                 END-IF
              END-IF
           END-PERFORM

           IF KONTO-TREFFER = ZERO THEN
              IF KONTO-ANZAHL >= 100000 THEN
                 DISPLAY "WARNUNG: KONTO-TABELLE VOLL, KONTO "
                    HASH-KONTONUMMER " UEBERGANGEN"
              ELSE
                 ADD 1 TO KONTO-ANZAHL
                 MOVE HASH-BANK-ID TO KT-BANK-ID(KONTO-ANZAHL)
                 MOVE HASH-KONTONUMMER TO KT-KONTONUMMER(KONTO-ANZAHL)
                 MOVE "A" TO KT-STATUS(KONTO-ANZAHL)
                 MOVE ZERO TO KT-SOLL-POSTEN(KONTO-ANZAHL)
                 MOVE ZERO TO KT-HABEN-POSTEN(KONTO-ANZAHL)
                 MOVE SPACES TO KT-WAEHRUNG(KONTO-ANZAHL)
                 MOVE KONTO-ANZAHL TO KONTO-HASH-EINTRAG(HASH-POS)
                 MOVE KONTO-ANZAHL TO KONTO-TREFFER
              END-IF
           END-IF
       EXIT.

       SCHREIBE-AUFSTELLUNG-KOPF SECTION.
           MOVE SPACES TO AUFSTELLUNG-ZEILE
           STRING "Gebuehrenabrechnung Monat " DELIMITED BY SIZE
                  MR-JAHR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MR-MONAT DELIMITED BY SIZE
              INTO AUFSTELLUNG-ZEILE
           END-STRING
           WRITE AUFSTELLUNG-ZEILE
       EXIT.

       RECHNE-BANK-AB SECTION.
           MOVE PT-MONATSGEBUEHR(PLAN-IDX) TO GRUND-ANZEIGE
           MOVE PT-PREIS-SOLL(PLAN-IDX) TO PREIS-SOLL-ANZEIGE
           MOVE PT-PREIS-HABEN(PLAN-IDX) TO PREIS-HABEN-ANZEIGE
           MOVE PT-FREIPOSTEN(PLAN-IDX) TO FREI-ANZEIGE
           MOVE SPACES TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           STRING "Bank " DELIMITED BY SIZE
                  PT-BANK-ID(PLAN-IDX) DELIMITED BY SIZE
                  "  Grundgebuehr " DELIMITED BY SIZE
                  FUNCTION TRIM(GRUND-ANZEIGE) DELIMITED BY SIZE
                  "  Soll je Posten " DELIMITED BY SIZE
                  FUNCTION TRIM(PREIS-SOLL-ANZEIGE) DELIMITED BY SIZE
                  "  Haben je Posten " DELIMITED BY SIZE
                  FUNCTION TRIM(PREIS-HABEN-ANZEIGE) DELIMITED BY SIZE
                  "  Freiposten " DELIMITED BY SIZE
                  FUNCTION TRIM(FREI-ANZEIGE) DELIMITED BY SIZE
              INTO AUFSTELLUNG-ZEILE
           END-STRING
           WRITE AUFSTELLUNG-ZEILE
           MOVE SPACES TO AUFSTELLUNG-ZEILE
           STRING "Konto       Soll-Posten Haben-Posten"
                  DELIMITED BY SIZE
                  "  Grundgebuehr  Postengebuehr        Gesamt"
                  DELIMITED BY SIZE
              INTO AUFSTELLUNG-ZEILE
           END-STRING
           WRITE AUFSTELLUNG-ZEILE

           PERFORM VARYING KONTO-IDX FROM 1 BY 1
              UNTIL KONTO-IDX > KONTO-ANZAHL
              IF KT-BANK-ID(KONTO-IDX) = PT-BANK-ID(PLAN-IDX) AND
                 KT-STATUS(KONTO-IDX) NOT = "G" AND
                 KT-STATUS(KONTO-IDX) NOT = "C" AND
                 KT-STATUS(KONTO-IDX) NOT = "R" THEN
                 PERFORM RECHNE-KONTO-AB
              END-IF
           END-PERFORM

           MOVE PT-KONTEN(PLAN-IDX) TO KONTEN-ANZEIGE
           MOVE PT-SUMME(PLAN-IDX) TO SUMME-ANZEIGE
           MOVE SPACES TO AUFSTELLUNG-ZEILE
           STRING "Summe Bank " DELIMITED BY SIZE
                  PT-BANK-ID(PLAN-IDX) DELIMITED BY SIZE
                  "  Konten " DELIMITED BY SIZE
                  FUNCTION TRIM(KONTEN-ANZEIGE) DELIMITED BY SIZE
                  "  Gebuehren " DELIMITED BY SIZE
                  FUNCTION TRIM(SUMME-ANZEIGE) DELIMITED BY SIZE
              INTO AUFSTELLUNG-ZEILE
           END-STRING
           WRITE AUFSTELLUNG-ZEILE
       EXIT.

       RECHNE-KONTO-AB SECTION.
      * die Freiposten werden zuerst auf die teurere Postenart
      * angerechnet
           MOVE PT-FREIPOSTEN(PLAN-IDX) TO FREI-REST
           MOVE KT-SOLL-POSTEN(KONTO-IDX) TO BERECHNET-SOLL
           MOVE KT-HABEN-POSTEN(KONTO-IDX) TO BERECHNET-HABEN
           IF PT-PREIS-SOLL(PLAN-IDX) >= PT-PREIS-HABEN(PLAN-IDX) THEN
              PERFORM RECHNE-FREI-SOLL
              PERFORM RECHNE-FREI-HABEN
           ELSE
              PERFORM RECHNE-FREI-HABEN
              PERFORM RECHNE-FREI-SOLL
           END-IF

           COMPUTE POSTEN-GEBUEHR =
              BERECHNET-SOLL * PT-PREIS-SOLL(PLAN-IDX) +
              BERECHNET-HABEN * PT-PREIS-HABEN(PLAN-IDX)
           COMPUTE KONTO-GEBUEHR =
              PT-MONATSGEBUEHR(PLAN-IDX) + POSTEN-GEBUEHR

           ADD 1 TO PT-KONTEN(PLAN-IDX)
           ADD KONTO-GEBUEHR TO PT-SUMME(PLAN-IDX)

           MOVE KT-KONTONUMMER(KONTO-IDX) TO GD-KONTONUMMER
           MOVE KT-SOLL-POSTEN(KONTO-IDX) TO GD-SOLL-POSTEN
           MOVE KT-HABEN-POSTEN(KONTO-IDX) TO GD-HABEN-POSTEN
           MOVE PT-MONATSGEBUEHR(PLAN-IDX) TO GD-GRUNDGEBUEHR
           MOVE POSTEN-GEBUEHR TO GD-POSTENGEBUEHR
           MOVE KONTO-GEBUEHR TO GD-GESAMT
           MOVE GEBUEHR-DRUCKZEILE TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE

           IF KONTO-GEBUEHR = ZERO THEN
              GO TO RECHNE-KONTO-AB-ENDE
           END-IF
           IF KONTO-GEBUEHR > 99999999.99 THEN
              DISPLAY "WARNUNG: GEBUEHR KONTO "
                 KT-KONTONUMMER(KONTO-IDX)
                 " UEBERSTEIGT BUCHUNGSFELD, NICHT GEBUCHT"
              GO TO RECHNE-KONTO-AB-ENDE
           END-IF

           MOVE KONTO-GEBUEHR TO GEBUEHR-BETRAG
           MOVE SPACES TO GEBUEHRBUCHUNG-SATZ
           MOVE KT-BANK-ID(KONTO-IDX) TO GB-BANK-ID
           MOVE KT-KONTONUMMER(KONTO-IDX) TO GB-KONTONUMMER
           MOVE GEBUEHR-BETRAG TO GB-BETRAG
      * die Gebuehr wird in Kontowaehrung belastet
           IF KT-WAEHRUNG(KONTO-IDX) = SPACES THEN
              MOVE "EUR" TO GB-WAEHRUNG
           ELSE
              MOVE KT-WAEHRUNG(KONTO-IDX) TO GB-WAEHRUNG
           END-IF
           MOVE "DC" TO GB-DC
           STRING "GEBUEHREN " DELIMITED BY SIZE
                  MR-JAHR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MR-MONAT DELIMITED BY SIZE
                  " KONTOFUEHRUNG UND POSTEN" DELIMITED BY SIZE
              INTO GB-ZWECK
           END-STRING
           MOVE SPACES TO GB-VALUTA
           WRITE GEBUEHRBUCHUNG-SATZ
           ADD 1 TO BUCHUNG-ANZAHL.
       RECHNE-KONTO-AB-ENDE.
       EXIT.

       RECHNE-FREI-SOLL SECTION.
           IF FREI-REST >= BERECHNET-SOLL THEN
              SUBTRACT BERECHNET-SOLL FROM FREI-REST
              MOVE ZERO TO BERECHNET-SOLL
           ELSE
              SUBTRACT FREI-REST FROM BERECHNET-SOLL
              MOVE ZERO TO FREI-REST
           END-IF
       EXIT.

       RECHNE-FREI-HABEN SECTION.
           IF FREI-REST >= BERECHNET-HABEN THEN
              SUBTRACT BERECHNET-HABEN FROM FREI-REST
              MOVE ZERO TO BERECHNET-HABEN
           ELSE
              SUBTRACT FREI-REST FROM BERECHNET-HABEN
              MOVE ZERO TO FREI-REST
           END-IF
       EXIT.

       SCHREIBE-UEBERGANGENE-KONTEN SECTION.
           MOVE SPACES TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE
           MOVE "Nicht abgerechnet (gesperrt/geschlossen/ruhend):"
             TO AUFSTELLUNG-ZEILE
           WRITE AUFSTELLUNG-ZEILE

           PERFORM VARYING KONTO-IDX FROM 1 BY 1
              UNTIL KONTO-IDX > KONTO-ANZAHL
              PERFORM PRUEFE-KONTO-UEBERGANGEN
           END-PERFORM

           IF UEBERGANGEN-ANZAHL = ZERO THEN
              MOVE "KEINE" TO AUFSTELLUNG-ZEILE
              WRITE AUFSTELLUNG-ZEILE
           END-IF
       EXIT.

       PRUEFE-KONTO-UEBERGANGEN SECTION.
           MOVE ZERO TO PLAN-TREFFER
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
              UNTIL PLAN-IDX > PLAN-ANZAHL
              IF PT-BANK-ID(PLAN-IDX) = KT-BANK-ID(KONTO-IDX) THEN
                 MOVE PLAN-IDX TO PLAN-TREFFER
              END-IF
           END-PERFORM
           IF PLAN-TREFFER = ZERO THEN
              ADD 1 TO OHNE-PLAN-ANZAHL
              GO TO PRUEFE-KONTO-UEBERGANGEN-ENDE
           END-IF

           EVALUATE KT-STATUS(KONTO-IDX)
              WHEN "G"
                 MOVE "GESPERRT" TO UEBERGANGEN-TEXT
              WHEN "C"
                 MOVE "GESCHLOSSEN" TO UEBERGANGEN-TEXT
      * ruhende Konten tragen keine Gebuehren, die Sollbuchung kaeme
      * im Tageslauf ohnehin nur auf die Pruefliste
              WHEN "R"
                 MOVE "RUHEND" TO UEBERGANGEN-TEXT
              WHEN OTHER
                 GO TO PRUEFE-KONTO-UEBERGANGEN-ENDE
           END-EVALUATE

           ADD 1 TO UEBERGANGEN-ANZAHL
           MOVE KT-SOLL-POSTEN(KONTO-IDX) TO POSTEN-ANZEIGE
           MOVE KT-HABEN-POSTEN(KONTO-IDX) TO POSTEN2-ANZEIGE
           MOVE SPACES TO AUFSTELLUNG-ZEILE
           STRING "Bank " DELIMITED BY SIZE
                  KT-BANK-ID(KONTO-IDX) DELIMITED BY SIZE
                  " Konto " DELIMITED BY SIZE
                  KT-KONTONUMMER(KONTO-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UEBERGANGEN-TEXT DELIMITED BY SIZE
                  " Soll-Posten " DELIMITED BY SIZE
                  FUNCTION TRIM(POSTEN-ANZEIGE) DELIMITED BY SIZE
                  " Haben-Posten " DELIMITED BY SIZE
                  FUNCTION TRIM(POSTEN2-ANZEIGE) DELIMITED BY SIZE
              INTO AUFSTELLUNG-ZEILE
           END-STRING
           WRITE AUFSTELLUNG-ZEILE.
       PRUEFE-KONTO-UEBERGANGEN-ENDE.
       EXIT.
