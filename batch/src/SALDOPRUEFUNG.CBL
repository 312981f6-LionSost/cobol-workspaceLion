           SELECT SALDO-DATEI ASSIGN TO DYNAMIC SALDO-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALDO-STATUS.
           SELECT SALDOSTAMM-DATEI ASSIGN TO 'saldo.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SST-SCHLUESSEL
           FILE STATUS IS SALDO-STATUS.
           SELECT BUCHUNG-DETAIL
           ASSIGN TO DYNAMIC BUCHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
              05 FILLER PIC X(9).

           FD SALDO-DATEI.
           01 SALDO-KOPIE-SATZ PIC X(32).

      * Saldenstamm; der Satz beginnt im Bild der Saldokopie
           FD SALDOSTAMM-DATEI.
           01 SALDOSTAMM-SATZ.
              05 SST-SCHLUESSEL.
                 10 SST-BANK-ID PIC 9(5).
                 10 SST-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(45).

           FD BUCHUNG-DETAIL.
           01 BUCHUNG-SATZ.
              05 BU-DC PIC X(2).
              05 BU-BETRAG PIC 9(8)V99.
              05 BU-ZWECK PIC X(53).
              05 BU-KONTO-WAEHRUNG PIC X(3).
              05 BU-KURS PIC 9(5)V9(6).
              05 BU-KONTO-BETRAG PIC 9(12)V99.
              05 BU-REFERENZ PIC X(16).
              05 BU-PRIMANOTA PIC 9(12).

           FD DIFFERENZ-DATEI.
           01 DIFFERENZ-ZEILE PIC X(120).
       WORKING-STORAGE SECTION.
           01 LAUFDATUM-STATUS PIC X(2).
           01 SALDO-STATUS PIC X(2).
           01 SALDO-QUELLE PIC X VALUE "K".
           01 SALDO-SATZ.
              05 SAL-BANK-ID PIC 9(5).
              05 SAL-KONTONUMMER PIC 9(10).
              05 SAL-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
           01 BUCHUNG-STATUS PIC X(2).
           01 SALDO-DATEINAME PIC X(18).
           01 BUCHUNG-DATEINAME PIC X(22).
           01 VORTAG-DATUM PIC 9(8).
           01 VORTAG-GEFUNDEN PIC X VALUE "N".
           01 SUCH-ZAEHLER PIC 9(2).
           01 SALDO-WIRKSAM PIC 9(12)V99.
           01 ERWARTET-TABELLE.
              05 ERWARTET-EINTRAG OCCURS 100000 TIMES.
                 10 ET-BANK-ID PIC 9(5).
                 MOVE "J" TO VORTAG-GEFUNDEN
                 MOVE SPACES TO ENDE
                 PERFORM UNTIL ENDE = "Y"
                    READ SALDO-DATEI INTO SALDO-SATZ
                       AT END MOVE "Y" TO ENDE
                       NOT AT END PERFORM UEBERNEHME-VORTAGSSALDO
                    END-READ
           MOVE BU-BANK-ID TO HASH-BANK-ID
           MOVE BU-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-ERWARTET-EINTRAG
      * umgerechnete Buchungen wirken in Kontowaehrung auf den Saldo
           IF BU-KONTO-WAEHRUNG NOT = SPACES THEN
              MOVE BU-KONTO-BETRAG TO SALDO-WIRKSAM
           ELSE
              MOVE BU-BETRAG TO SALDO-WIRKSAM
           END-IF
           IF ERWARTET-TREFFER > ZERO THEN
              IF BU-DC = "DC" THEN
                 SUBTRACT SALDO-WIRKSAM FROM ET-SALDO(ERWARTET-TREFFER)
              ELSE
                 ADD SALDO-WIRKSAM TO ET-SALDO(ERWARTET-TREFFER)
              END-IF
           END-IF
       EXIT.
                  ".txt" DELIMITED BY SIZE
              INTO SALDO-DATEINAME
           END-STRING
           MOVE "K" TO SALDO-QUELLE
           OPEN INPUT SALDO-DATEI
           IF SALDO-STATUS NOT = "00" THEN
      * ohne datierte Kopie gegen den laufenden Saldenstamm pruefen
              MOVE "S" TO SALDO-QUELLE
              OPEN INPUT SALDOSTAMM-DATEI
           END-IF
           IF SALDO-STATUS NOT = "00" THEN
              DISPLAY "FEHLER: kein Saldobestand zum Pruefen"

           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              PERFORM LIES-SALDO
              IF ENDE NOT = "Y" THEN
                 PERFORM VERGLEICHE-SALDO
              END-IF
           END-PERFORM
           IF SALDO-QUELLE = "S" THEN
              CLOSE SALDOSTAMM-DATEI
           ELSE
              CLOSE SALDO-DATEI
           END-IF
           MOVE SPACES TO ENDE.
       PRUEFE-TAGESSALDEN-ENDE.
       EXIT.

       LIES-SALDO SECTION.
      * Saldokopie des Lauftags oder ersatzweise der Saldenstamm
           IF SALDO-QUELLE = "S" THEN
              READ SALDOSTAMM-DATEI INTO SALDO-SATZ
                 AT END MOVE "Y" TO ENDE
              END-READ
           ELSE
              READ SALDO-DATEI INTO SALDO-SATZ
                 AT END MOVE "Y" TO ENDE
              END-READ
           END-IF
       EXIT.

       VERGLEICHE-SALDO SECTION.
           ADD 1 TO GEPRUEFTE-KONTEN
           MOVE SAL-BANK-ID TO HASH-BANK-ID
