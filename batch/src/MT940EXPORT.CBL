           SELECT SALDO-DATEI ASSIGN TO DYNAMIC SALDO-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALDO-STATUS.
           SELECT SALDOSTAMM-DATEI ASSIGN TO 'saldo.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SST-SCHLUESSEL
           FILE STATUS IS SALDO-STATUS.
           SELECT SORTIERTE-BUCHUNGEN
           ASSIGN TO 'mt940-sortiert.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.
              05 BU-DC PIC X(2).
              05 BU-BETRAG PIC 9(8)V99.
              05 BU-ZWECK PIC X(53).
              05 BU-KONTO-WAEHRUNG PIC X(3).
              05 BU-KURS PIC 9(5)V9(6).
              05 BU-KONTO-BETRAG PIC 9(12)V99.
              05 BU-REFERENZ PIC X(16).
              05 BU-PRIMANOTA PIC 9(12).

           FD SALDO-DATEI.
           01 SALDO-KOPIE-SATZ PIC X(32).

      * Saldenstamm; der Satz beginnt im Bild der Saldokopie
           FD SALDOSTAMM-DATEI.
           01 SALDOSTAMM-SATZ.
              05 SST-SCHLUESSEL.
                 10 SST-BANK-ID PIC 9(5).
                 10 SST-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(45).

           FD SORTIERTE-BUCHUNGEN.
           01 SORTIERT-SATZ.
              05 SO-DC PIC X(2).
              05 SO-BETRAG PIC 9(8)V99.
              05 SO-ZWECK PIC X(53).
              05 SO-KONTO-WAEHRUNG PIC X(3).
              05 SO-KURS PIC 9(5)V9(6).
              05 SO-KONTO-BETRAG PIC 9(12)V99.
              05 SO-REFERENZ PIC X(16).
              05 SO-PRIMANOTA PIC 9(12).

           SD SORTIER-DATEI.
           01 SORTIER-SATZ.
              05 SR-DC PIC X(2).
              05 SR-BETRAG PIC 9(8)V99.
              05 SR-ZWECK PIC X(53).
              05 SR-KONTO-WAEHRUNG PIC X(3).
              05 SR-KURS PIC 9(5)V9(6).
              05 SR-KONTO-BETRAG PIC 9(12)V99.
              05 SR-REFERENZ PIC X(16).
              05 SR-PRIMANOTA PIC 9(12).

           FD MT940-DATEI.
           01 MT940-ZEILE PIC X(80).
           01 LAUFDATUM-STATUS PIC X(2).
           01 BUCHUNG-STATUS PIC X(2).
           01 SALDO-STATUS PIC X(2).
           01 SALDO-QUELLE PIC X VALUE "K".
           01 SALDO-SATZ.
              05 SAL-BANK-ID PIC 9(5).
              05 SAL-KONTONUMMER PIC 9(10).
              05 SAL-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
           01 BUCHUNG-DATEINAME PIC X(22).
           01 SALDO-DATEINAME PIC X(18).
           01 MT940-DATEINAME PIC X(24).
           01 OEFFNUNGS-SALDO PIC S9(14)V99.
           01 SCHLUSS-SALDO PIC S9(14)V99.
           01 BETRAG-ABSOLUT PIC 9(14)V99.
           01 UMSATZ-BETRAG PIC 9(12)V99.
           01 UMSATZ-REFERENZ PIC X(16).
           01 BANK-REFERENZ PIC X(14).
           01 BETRAG-ANZEIGE PIC Z(13)9.99.
           01 BETRAG-TEXT PIC X(17).
           01 SALDO-KENNUNG PIC X(1).
           PERFORM SUMMIERE-BEWEGUNGEN

           SORT SORTIER-DATEI
              ON ASCENDING KEY SR-BANK-ID SR-KONTONUMMER SR-PRIMANOTA
              USING BUCHUNG-DETAIL
              GIVING SORTIERTE-BUCHUNGEN

                  ".txt" DELIMITED BY SIZE
              INTO SALDO-DATEINAME
           END-STRING
           MOVE "K" TO SALDO-QUELLE
           OPEN INPUT SALDO-DATEI
           IF SALDO-STATUS NOT = "00" THEN
              MOVE "S" TO SALDO-QUELLE
              OPEN INPUT SALDOSTAMM-DATEI
           END-IF
           IF SALDO-STATUS NOT = "00" THEN
              DISPLAY "FEHLER: kein Saldobestand vorhanden"

           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              PERFORM LIES-SALDO
              IF ENDE NOT = "Y" THEN
                 MOVE SAL-BANK-ID TO HASH-BANK-ID
                 MOVE SAL-KONTONUMMER TO HASH-KONTONUMMER
                 PERFORM SUCHE-SALDO-EINTRAG
                 IF SALDO-TREFFER > ZERO THEN
                    MOVE SAL-SALDO
                      TO SAL-TAB-ENDSALDO(SALDO-TREFFER)
                 END-IF
              END-IF
           END-PERFORM
           IF SALDO-QUELLE = "S" THEN
              CLOSE SALDOSTAMM-DATEI
           ELSE
              CLOSE SALDO-DATEI
           END-IF
           MOVE SPACES TO ENDE
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

       SUMMIERE-BEWEGUNGEN SECTION.
           OPEN INPUT BUCHUNG-DETAIL
           IF BUCHUNG-STATUS NOT = "00" THEN
                    MOVE BU-KONTONUMMER TO HASH-KONTONUMMER
                    PERFORM SUCHE-SALDO-EINTRAG
                    IF SALDO-TREFFER > ZERO THEN
      * umgerechnete Buchungen bewegen den Saldo in Kontowaehrung
                       IF BU-KONTO-WAEHRUNG NOT = SPACES THEN
                          MOVE BU-KONTO-WAEHRUNG
                            TO SAL-TAB-WAEHRUNG(SALDO-TREFFER)
                          MOVE BU-KONTO-BETRAG TO UMSATZ-BETRAG
                       ELSE
                          MOVE BU-WAEHRUNG
                            TO SAL-TAB-WAEHRUNG(SALDO-TREFFER)
                          MOVE BU-BETRAG TO UMSATZ-BETRAG
                       END-IF
                       IF BU-DC = "DC" THEN
                          SUBTRACT UMSATZ-BETRAG
                            FROM SAL-TAB-BEWEGUNG(SALDO-TREFFER)
                       ELSE
                          ADD UMSATZ-BETRAG
                            TO SAL-TAB-BEWEGUNG(SALDO-TREFFER)
                       END-IF
                    END-IF
      * Waehrung des Auszugs festhalten, der Schlusssaldo wird erst
      * beim Gruppenwechsel geschrieben, wenn SO-WAEHRUNG schon zum
      * naechsten Konto gehoert
           IF SO-KONTO-WAEHRUNG NOT = SPACES THEN
              MOVE SO-KONTO-WAEHRUNG TO AUSZUG-WAEHRUNG
           ELSE
              MOVE SO-WAEHRUNG TO AUSZUG-WAEHRUNG
           END-IF

           MOVE SO-BANK-ID TO HASH-BANK-ID
           MOVE SO-KONTONUMMER TO HASH-KONTONUMMER
       EXIT.

       SCHREIBE-UMSATZ-ZEILE SECTION.
           IF SO-KONTO-WAEHRUNG NOT = SPACES THEN
              MOVE SO-KONTO-BETRAG TO BETRAG-ABSOLUT
           ELSE
              MOVE SO-BETRAG TO BETRAG-ABSOLUT
           END-IF
           MOVE BETRAG-ABSOLUT TO BETRAG-ANZEIGE
           MOVE BETRAG-ANZEIGE TO BETRAG-TEXT
           INSPECT BETRAG-TEXT REPLACING ALL "." BY ","

      * Referenz der liefernden Bank als Kundenreferenz, Buchungen
      * ohne Referenz wie bisher mit NONREF
           IF SO-REFERENZ NOT = SPACES THEN
              MOVE SO-REFERENZ TO UMSATZ-REFERENZ
           ELSE
              MOVE "NONREF" TO UMSATZ-REFERENZ
           END-IF
      * die Primanota-Nummer ist die Referenz des kontofuehrenden
      * Instituts, Altsaetze ohne Nummer bleiben ohne
           MOVE SPACES TO BANK-REFERENZ
           IF SO-PRIMANOTA IS NUMERIC THEN
              STRING "//" DELIMITED BY SIZE
                     SO-PRIMANOTA DELIMITED BY SIZE
                 INTO BANK-REFERENZ
              END-STRING
           END-IF

           MOVE SPACES TO MT940-ZEILE
           IF SO-DC = "DC" THEN
              STRING ":61:" DELIMITED BY SIZE
                     MT-DATUM(3:4) DELIMITED BY SIZE
                     "D" DELIMITED BY SIZE
                     FUNCTION TRIM(BETRAG-TEXT) DELIMITED BY SIZE
                     "NTRF" DELIMITED BY SIZE
                     FUNCTION TRIM(UMSATZ-REFERENZ) DELIMITED BY SIZE
                     BANK-REFERENZ DELIMITED BY SPACE
                 INTO MT940-ZEILE
              END-STRING
           ELSE
                     MT-DATUM(3:4) DELIMITED BY SIZE
                     "C" DELIMITED BY SIZE
                     FUNCTION TRIM(BETRAG-TEXT) DELIMITED BY SIZE
                     "NTRF" DELIMITED BY SIZE
                     FUNCTION TRIM(UMSATZ-REFERENZ) DELIMITED BY SIZE
                     BANK-REFERENZ DELIMITED BY SPACE
                 INTO MT940-ZEILE
              END-STRING
           END-IF
           WRITE MT940-ZEILE

      * bei umgerechneten Umsaetzen steht der Originalbetrag in
      * Auftragswaehrung vor dem Verwendungszweck
           MOVE SPACES TO MT940-ZEILE
           IF SO-KONTO-WAEHRUNG NOT = SPACES AND
              SO-KONTO-WAEHRUNG NOT = SO-WAEHRUNG THEN
              MOVE SO-BETRAG TO BETRAG-ABSOLUT
              MOVE BETRAG-ABSOLUT TO BETRAG-ANZEIGE
              MOVE BETRAG-ANZEIGE TO BETRAG-TEXT
              INSPECT BETRAG-TEXT REPLACING ALL "." BY ","
              STRING ":86:/OCMT/" DELIMITED BY SIZE
                     SO-WAEHRUNG DELIMITED BY SIZE
                     FUNCTION TRIM(BETRAG-TEXT) DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     SO-ZWECK DELIMITED BY SIZE
                 INTO MT940-ZEILE
              END-STRING
           ELSE
              STRING ":86:" DELIMITED BY SIZE
                     SO-ZWECK DELIMITED BY SIZE
                 INTO MT940-ZEILE
              END-STRING
           END-IF
           WRITE MT940-ZEILE
       EXIT.

