           SELECT BANKSTAMM-DATEI ASSIGN TO 'bankstamm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKSTAMM-STATUS.
           SELECT KONTOSTAMM-DATEI ASSIGN TO 'kontostamm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KONTOSTAMM-STATUS.
           SELECT BILANZ-DATEI ASSIGN TO DYNAMIC BILANZ-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BILANZ-STATUS.
              05 BS-SOLL-ZINS PIC 9(2)V9(4).
              05 BS-HABEN-ZINS PIC 9(2)V9(4).

           FD KONTOSTAMM-DATEI.
           01 KONTOSTAMM-SATZ.
              05 KSD-BANK-ID PIC 9(5).
              05 KSD-KONTONUMMER PIC 9(10).
              05 KSD-STATUS PIC X(1).
              05 KSD-PRUEFZIFFER PIC 9(1).
              05 KSD-LIMIT PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 KSD-WAEHRUNG PIC X(3).

           FD BILANZ-DATEI.
           01 BILANZ-ZEILE PIC X(100).

       WORKING-STORAGE SECTION.
           01 QUARTAL-STATUS PIC X(2).
           01 BANKSTAMM-STATUS PIC X(2).
           01 KONTOSTAMM-STATUS PIC X(2).
           01 BILANZ-STATUS PIC X(2).
           01 BILANZ-DATEINAME PIC X(19).
           01 ZINSBUCHUNG-DATEINAME PIC X(26).
                 10 ZT-KONTONUMMER PIC 9(10).
                 10 ZT-SALDOSUMME PIC S9(16)V99.
                 10 ZT-TAGE PIC 9(3).
                 10 ZT-GESCHLOSSEN PIC X.
                 10 ZT-WAEHRUNG PIC X(3).
           01 ZINS-ANZAHL PIC 9(6) VALUE ZERO.
           01 ZINS-IDX PIC 9(6).
           01 ZINS-TREFFER PIC 9(6).
              STOP RUN
           END-IF

           PERFORM MARKIERE-GESCHLOSSENE-KONTEN

           OPEN OUTPUT ZINSBUCHUNG-DATEI
           OPEN OUTPUT ZINSAUSZUG-DATEI
           PERFORM SCHREIBE-AUSZUG-KOPF
           END-IF
       EXIT.

       MARKIERE-GESCHLOSSENE-KONTEN SECTION.
      * aufgeloeste Konten sind mit dem Abschluss bereits verzinst
           OPEN INPUT KONTOSTAMM-DATEI
           IF KONTOSTAMM-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ KONTOSTAMM-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       IF KSD-STATUS = "C" AND
                          KSD-BANK-ID IS NUMERIC AND
                          KSD-KONTONUMMER IS NUMERIC THEN
                          MOVE KSD-BANK-ID TO HASH-BANK-ID
                          MOVE KSD-KONTONUMMER TO HASH-KONTONUMMER
                          PERFORM SUCHE-ZINS-EINTRAG
                          IF ZINS-TREFFER > ZERO THEN
                             MOVE "J" TO ZT-GESCHLOSSEN(ZINS-TREFFER)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KONTOSTAMM-DATEI
              MOVE SPACES TO ENDE
           END-IF
       EXIT.

       VERARBEITE-BILANZTAG SECTION.
           STRING "bilanz-" DELIMITED BY SIZE
                  TAGES-DATUM DELIMITED BY SIZE
           IF ZINS-TREFFER > ZERO THEN
              ADD ENDSALDO-WERT TO ZT-SALDOSUMME(ZINS-TREFFER)
              ADD 1 TO ZT-TAGE(ZINS-TREFFER)
      * Kontowaehrung ab Spalte 75, aeltere Bilanzen ohne Spalte
      * gelten als EUR
              IF BILANZ-ZEILE(75:3) NOT = SPACES THEN
                 MOVE BILANZ-ZEILE(75:3) TO ZT-WAEHRUNG(ZINS-TREFFER)
              END-IF
           END-IF
       EXIT.

                 MOVE HASH-KONTONUMMER TO ZT-KONTONUMMER(ZINS-ANZAHL)
                 MOVE ZERO TO ZT-SALDOSUMME(ZINS-ANZAHL)
                 MOVE ZERO TO ZT-TAGE(ZINS-ANZAHL)
                 MOVE "N" TO ZT-GESCHLOSSEN(ZINS-ANZAHL)
                 MOVE "EUR" TO ZT-WAEHRUNG(ZINS-ANZAHL)
                 MOVE ZINS-ANZAHL TO ZINS-HASH-EINTRAG(HASH-POS)
                 MOVE ZINS-ANZAHL TO ZINS-TREFFER
              END-IF
                 MOVE STAMM-IDX TO STAMM-TREFFER
              END-IF
           END-PERFORM
           IF STAMM-TREFFER = ZERO OR ZT-TAGE(ZINS-IDX) = ZERO OR
              ZT-GESCHLOSSEN(ZINS-IDX) = "J" THEN
              GO TO BERECHNE-KONTO-ZINS-ENDE
           END-IF

              MOVE "HABENZINSEN QUARTALSABSCHLUSS" TO ZB-ZWECK
           END-IF
           MOVE ZINS-BETRAG-ABS TO ZB-BETRAG
           MOVE ZT-WAEHRUNG(ZINS-IDX) TO ZB-WAEHRUNG
           MOVE SPACES TO ZB-VALUTA
           WRITE ZINSBUCHUNG-SATZ
           ADD 1 TO BUCHUNG-ANZAHL.
                  FUNCTION TRIM(ZINS-SATZ-ANZEIGE) DELIMITED BY SIZE
                  " Zins " DELIMITED BY SIZE
                  FUNCTION TRIM(ZINS-ANZEIGE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ZT-WAEHRUNG(ZINS-IDX) DELIMITED BY SIZE
              INTO ZINSAUSZUG-ZEILE
           END-STRING
           WRITE ZINSAUSZUG-ZEILE
