      * Tagesauszuege pro Konto aus der Buchungsdetaildatei; die
      * Buchungen werden extern nach Bank und Konto sortiert, damit
      * jeder Buchungssatz unabhaengig vom Tagesvolumen auf einem
      * Auszug erscheint. Jeder Auszug traegt die Anschrift des
      * Kunden aus kundenstamm.txt, Anfangssaldo aus der Saldokopie
      * des Vortags und Endsaldo; er geht je nach Versandart des
      * Kunden in den Druckspool oder in die Datei fuer den
      * elektronischen Versand. Konten ohne Kunden erhalten keinen
      * Auszug und stehen in der Ausnahmeliste
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO 'auszug-sortiert.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTIER-DATEI ASSIGN TO 'auszug-sortwork.tmp'.
           SELECT DRUCK-DATEI ASSIGN TO DYNAMIC DRUCK-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VERSAND-DATEI ASSIGN TO DYNAMIC VERSAND-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUSNAHME-DATEI ASSIGN TO DYNAMIC AUSNAHME-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEN-DATEI ASSIGN TO 'kundenstamm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KUNDEN-STATUS.
           SELECT SALDO-DATEI ASSIGN TO DYNAMIC SALDO-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALDO-STATUS.
           SELECT VORTAGSSALDEN ASSIGN TO 'auszug-vortag.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAGESSALDEN ASSIGN TO 'auszug-tag.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALDO-SORTIER-DATEI
           ASSIGN TO 'auszug-saldowork.tmp'.
           SELECT LAUFDATUM-PARAMETER ASSIGN TO 'rundatum.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAUFDATUM-STATUS.
              05 BU-DC PIC X(2).
              05 BU-BETRAG PIC 9(8)V99.
              05 BU-ZWECK PIC X(53).
              05 BU-KONTO-WAEHRUNG PIC X(3).
              05 BU-KURS PIC 9(5)V9(6).
              05 BU-KONTO-BETRAG PIC 9(12)V99.
              05 BU-REFERENZ PIC X(16).
              05 BU-PRIMANOTA PIC 9(12).

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

           FD DRUCK-DATEI.
           01 DRUCK-ZEILE PIC X(160).

           FD VERSAND-DATEI.
           01 VERSAND-ZEILE PIC X(160).

           FD AUSNAHME-DATEI.
           01 AUSNAHME-ZEILE PIC X(120).

      * Kundenstamm: je Kunde ein Satz K, danach je zugeordnetem
      * Konto ein Satz Z mit derselben Kundennummer
           FD KUNDEN-DATEI.
           01 KUNDEN-SATZ.
              05 KU-SATZART PIC X(1).
              05 KU-KUNDENNUMMER PIC 9(8).
              05 KU-NAME PIC X(40).
              05 KU-ZUSATZ PIC X(40).
              05 KU-STRASSE PIC X(40).
              05 KU-PLZ PIC X(10).
              05 KU-ORT PIC X(30).
              05 KU-LAND PIC X(20).
      * P = Papier (Druckspool), E = elektronisch an KU-EMAIL
              05 KU-VERSANDART PIC X(1).
              05 KU-EMAIL PIC X(60).
           01 KUNDEN-KONTO-SATZ REDEFINES KUNDEN-SATZ.
              05 KZ-SATZART PIC X(1).
              05 KZ-KUNDENNUMMER PIC 9(8).
              05 KZ-BANK-ID PIC 9(5).
              05 KZ-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(226).

           FD SALDO-DATEI.
           01 SALDO-KOPIE-SATZ PIC X(32).

           FD VORTAGSSALDEN.
           01 VORTAGSSALDO-SATZ.
              05 VS-SCHLUESSEL.
                 10 VS-BANK-ID PIC 9(5).
                 10 VS-KONTONUMMER PIC 9(10).
              05 VS-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.

           FD TAGESSALDEN.
           01 TAGESSALDO-SATZ.
              05 TS-SCHLUESSEL.
                 10 TS-BANK-ID PIC 9(5).
                 10 TS-KONTONUMMER PIC 9(10).
              05 TS-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.

           SD SALDO-SORTIER-DATEI.
           01 SALDO-SORTIER-SATZ.
              05 SSR-SCHLUESSEL PIC X(15).
              05 FILLER PIC X(17).

           FD LAUFDATUM-PARAMETER.
           01 LAUFDATUM-PARAMETER-SATZ.
       WORKING-STORAGE SECTION.
           01 BUCHUNG-STATUS PIC X(2).
           01 LAUFDATUM-STATUS PIC X(2).
           01 KUNDEN-STATUS PIC X(2).
           01 SALDO-STATUS PIC X(2).
           01 LAUF-DATUM-ROH.
              05 LD-JAHR PIC 9(4).
              05 LD-MONAT PIC 9(2).
              05 FILLER PIC X VALUE "-".
              05 LDA-TAG PIC 9(2).
           01 BUCHUNG-DATEINAME PIC X(22).
           01 DRUCK-DATEINAME PIC X(25).
           01 VERSAND-DATEINAME PIC X(27).
           01 AUSNAHME-DATEINAME PIC X(29).
           01 SALDO-DATEINAME PIC X(18).
           01 AUSZUG-ZEILE PIC X(160).
      * D = Druckspool, E = elektronischer Versand, X = kein Kunde
           01 AUSZUG-ZIEL PIC X.
           01 VORTAG-DATUM PIC 9(8).
           01 VORTAG-GEFUNDEN PIC X VALUE "N".
           01 TAGESKOPIE-GEFUNDEN PIC X VALUE "N".
           01 SUCH-ZAEHLER PIC 9(2).
           01 VORTAG-ENDE PIC X VALUE "Y".
           01 TAGES-ENDE PIC X VALUE "Y".
           01 ANFANGS-SALDO PIC S9(14)V99.
           01 END-SALDO PIC S9(14)V99.
           01 RECHNERISCHER-SALDO PIC S9(14)V99.
           01 TAGESKOPIE-SALDO PIC S9(14)V99.
           01 TAGESKOPIE-TREFFER PIC X.
           01 SALDO-ANZEIGE PIC -(14)9.99.
           01 SALDO2-ANZEIGE PIC -(14)9.99.
           01 KONTO-WAEHRUNG PIC X(3).
           01 KUNDEN-TABELLE.
              05 KUNDEN-EINTRAG OCCURS 20000 TIMES.
                 10 KT-KUNDENNUMMER PIC 9(8).
                 10 KT-NAME PIC X(40).
                 10 KT-ZUSATZ PIC X(40).
                 10 KT-STRASSE PIC X(40).
                 10 KT-PLZ PIC X(10).
                 10 KT-ORT PIC X(30).
                 10 KT-LAND PIC X(20).
                 10 KT-VERSANDART PIC X(1).
                 10 KT-EMAIL PIC X(60).
           01 KUNDEN-ANZAHL PIC 9(5) VALUE ZERO.
           01 KUNDEN-IDX PIC 9(5).
           01 AKTUELLER-KUNDE PIC 9(5) VALUE ZERO.
           01 KUNDEN-UEBERLAUF PIC X VALUE "N".
           01 ZUORDNUNG-TABELLE.
              05 ZUORDNUNG-EINTRAG OCCURS 100000 TIMES.
                 10 ZT-BANK-ID PIC 9(5).
                 10 ZT-KONTONUMMER PIC 9(10).
                 10 ZT-KUNDE PIC 9(5).
           01 ZUORDNUNG-ANZAHL PIC 9(6) VALUE ZERO.
           01 ZUORDNUNG-IDX PIC 9(6).
           01 ZUORDNUNG-TREFFER PIC 9(6).
           01 ZUORDNUNG-UEBERLAUF PIC X VALUE "N".
      * Streuindex auf ZUORDNUNG-TABELLE, 0 = Platz frei
           01 ZUORDNUNG-HASH-TABELLE.
              05 ZUORDNUNG-HASH-EINTRAG PIC 9(6) COMP
                 OCCURS 200003 TIMES VALUE ZERO.
           01 HASH-BANK-ID PIC 9(5).
           01 HASH-KONTONUMMER PIC 9(10).
           01 HASH-WERT PIC 9(9) COMP.
           01 HASH-POS PIC 9(9) COMP.
           01 DRUCK-ANZAHL PIC 9(7) VALUE ZERO.
           01 VERSAND-ANZAHL PIC 9(7) VALUE ZERO.
           01 OHNE-KUNDE-ANZAHL PIC 9(7) VALUE ZERO.
           01 HINWEIS-ANZAHL PIC 9(7) VALUE ZERO.
           01 ENDE PIC X.
           01 KONTO-OFFEN PIC X VALUE "N".
           01 AKTIVER-SCHLUESSEL.
           01 KONTO-HABEN-SUMME PIC 9(12)V99.
           01 BETRAG-ANZEIGE PIC Z(11)9.99.
           01 BETRAG2-ANZEIGE PIC Z(11)9.99.
           01 ZEILEN-BETRAG PIC 9(12)V99.
           01 ZEILEN-WAEHRUNG PIC X(3).
           01 KURS-ANZEIGE PIC Z(4)9.9(6).
           01 ANZAHL-ANZEIGE PIC Z(6)9.
           01 KONTEN-ANZAHL PIC 9(7) VALUE ZERO.
           01 SORTIERT-NAME PIC X(19) VALUE "auszug-sortiert.tmp".
           01 VORTAG-NAME PIC X(17) VALUE "auszug-vortag.tmp".
           01 TAGES-NAME PIC X(14) VALUE "auszug-tag.tmp".
           01 JOURNAL-PROGRAMM PIC X(20) VALUE "KONTOAUSZUG".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           CLOSE BUCHUNG-DETAIL

      * externe Sortierung nach Bank und Konto, kein festes
      * Satzlimit mehr; im Konto in Buchungsfolge der Primanota
           SORT SORTIER-DATEI
              ON ASCENDING KEY SR-BANK-ID SR-KONTONUMMER SR-PRIMANOTA
              USING BUCHUNG-DETAIL
              GIVING SORTIERTE-BUCHUNGEN

           OPEN OUTPUT AUSNAHME-DATEI
           PERFORM SCHREIBE-AUSNAHME-KOPF
           PERFORM LADE-KUNDENSTAMM
           PERFORM SORTIERE-SALDOKOPIEN

           PERFORM SCHREIBE-AUSZUEGE

           PERFORM SCHREIBE-AUSNAHME-FUSS
           CLOSE AUSNAHME-DATEI

      * Sortierausgaben sind nur Zwischenstaende des Laufs
           CALL "CBL_DELETE_FILE" USING SORTIERT-NAME
           IF RETURN-CODE NOT = ZERO THEN
              DISPLAY "WARNUNG: " SORTIERT-NAME
                 " konnte nicht geloescht werden"
              MOVE ZERO TO RETURN-CODE
           END-IF
           IF VORTAG-GEFUNDEN = "J" THEN
              CALL "CBL_DELETE_FILE" USING VORTAG-NAME
              IF RETURN-CODE NOT = ZERO THEN
                 DISPLAY "WARNUNG: " VORTAG-NAME
                    " konnte nicht geloescht werden"
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF
           IF TAGESKOPIE-GEFUNDEN = "J" THEN
              CALL "CBL_DELETE_FILE" USING TAGES-NAME
              IF RETURN-CODE NOT = ZERO THEN
                 DISPLAY "WARNUNG: " TAGES-NAME
                    " konnte nicht geloescht werden"
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY "FERTIG, KONTEN: " KONTEN-ANZAHL
              "  DRUCK: " DRUCK-ANZAHL
              "  ELEKTRONISCH: " VERSAND-ANZAHL
           IF OHNE-KUNDE-ANZAHL > ZERO THEN
              DISPLAY "HINWEIS: " OHNE-KUNDE-ANZAHL
                 " KONTEN OHNE KUNDEN, SIEHE " AUSNAHME-DATEINAME
           END-IF
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "OK" TO JOURNAL-STATUS-TEXT
           MOVE KONTEN-ANZAHL TO JOURNAL-ZAEHLER
                  ".txt" DELIMITED BY SIZE
              INTO BUCHUNG-DATEINAME
           END-STRING
           STRING "auszug-druck-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO DRUCK-DATEINAME
           END-STRING
           STRING "auszug-versand-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO VERSAND-DATEINAME
           END-STRING
           STRING "auszug-ausnahmen-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO AUSNAHME-DATEINAME
           END-STRING
       EXIT.

           END-CALL
       EXIT.

       LADE-KUNDENSTAMM SECTION.
           OPEN INPUT KUNDEN-DATEI
           IF KUNDEN-STATUS NOT = "00" THEN
              DISPLAY "WARNUNG: kundenstamm.txt nicht vorhanden, "
                 "alle Konten gehen in die Ausnahmeliste"
              MOVE "kundenstamm.txt nicht vorhanden" TO AUSNAHME-ZEILE
              PERFORM SCHREIBE-HINWEIS
              GO TO LADE-KUNDENSTAMM-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ KUNDEN-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END PERFORM UEBERNEHME-KUNDENSATZ
              END-READ
           END-PERFORM
           CLOSE KUNDEN-DATEI
           MOVE SPACES TO ENDE.
       LADE-KUNDENSTAMM-ENDE.
       EXIT.

       UEBERNEHME-KUNDENSATZ SECTION.
           EVALUATE KU-SATZART
              WHEN "K"
                 PERFORM UEBERNEHME-KUNDE
              WHEN "Z"
                 PERFORM UEBERNEHME-ZUORDNUNG
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES TO AUSNAHME-ZEILE
                 STRING "KUNDENSTAMM SATZART " DELIMITED BY SIZE
                        KU-SATZART DELIMITED BY SIZE
                        " UNBEKANNT, SATZ UEBERGANGEN" DELIMITED BY SIZE
                    INTO AUSNAHME-ZEILE
                 END-STRING
                 PERFORM SCHREIBE-HINWEIS
           END-EVALUATE
       EXIT.

       UEBERNEHME-KUNDE SECTION.
           MOVE ZERO TO AKTUELLER-KUNDE
           IF KUNDEN-ANZAHL >= 20000 THEN
              IF KUNDEN-UEBERLAUF = "N" THEN
                 DISPLAY "WARNUNG: KUNDEN-TABELLE VOLL, WEITERE "
                    "KUNDEN UEBERGANGEN"
                 MOVE "KUNDEN-TABELLE VOLL, WEITERE KUNDEN UEBERGANGEN"
                   TO AUSNAHME-ZEILE
                 PERFORM SCHREIBE-HINWEIS
                 MOVE "J" TO KUNDEN-UEBERLAUF
              END-IF
              GO TO UEBERNEHME-KUNDE-ENDE
           END-IF
           ADD 1 TO KUNDEN-ANZAHL
           MOVE KU-KUNDENNUMMER TO KT-KUNDENNUMMER(KUNDEN-ANZAHL)
           MOVE KU-NAME TO KT-NAME(KUNDEN-ANZAHL)
           MOVE KU-ZUSATZ TO KT-ZUSATZ(KUNDEN-ANZAHL)
           MOVE KU-STRASSE TO KT-STRASSE(KUNDEN-ANZAHL)
           MOVE KU-PLZ TO KT-PLZ(KUNDEN-ANZAHL)
           MOVE KU-ORT TO KT-ORT(KUNDEN-ANZAHL)
           MOVE KU-LAND TO KT-LAND(KUNDEN-ANZAHL)
           MOVE KU-VERSANDART TO KT-VERSANDART(KUNDEN-ANZAHL)
           MOVE KU-EMAIL TO KT-EMAIL(KUNDEN-ANZAHL)
           MOVE KUNDEN-ANZAHL TO AKTUELLER-KUNDE.
       UEBERNEHME-KUNDE-ENDE.
       EXIT.

       UEBERNEHME-ZUORDNUNG SECTION.
      * nach vollem Kundenbestand fehlen die Kundensaetze; die Konten
      * erscheinen dann ohnehin als Konten ohne Kunden
           IF KUNDEN-UEBERLAUF = "J" THEN
              GO TO UEBERNEHME-ZUORDNUNG-ENDE
           END-IF
           IF AKTUELLER-KUNDE = ZERO THEN
              MOVE SPACES TO AUSNAHME-ZEILE
              STRING "ZUORDNUNG OHNE KUNDENSATZ  Kunde "
                        DELIMITED BY SIZE
                     KZ-KUNDENNUMMER DELIMITED BY SIZE
                     " Bank " DELIMITED BY SIZE
                     KZ-BANK-ID DELIMITED BY SIZE
                     " Konto " DELIMITED BY SIZE
                     KZ-KONTONUMMER DELIMITED BY SIZE
                 INTO AUSNAHME-ZEILE
              END-STRING
              PERFORM SCHREIBE-HINWEIS
              GO TO UEBERNEHME-ZUORDNUNG-ENDE
           END-IF
           IF KZ-KUNDENNUMMER NOT = KT-KUNDENNUMMER(AKTUELLER-KUNDE)
              OR KZ-BANK-ID IS NOT NUMERIC
              OR KZ-KONTONUMMER IS NOT NUMERIC THEN
              MOVE SPACES TO AUSNAHME-ZEILE
              STRING "ZUORDNUNG UNGUELTIG  Kunde " DELIMITED BY SIZE
                     KZ-KUNDENNUMMER DELIMITED BY SIZE
                     " Bank " DELIMITED BY SIZE
                     KZ-BANK-ID DELIMITED BY SIZE
                     " Konto " DELIMITED BY SIZE
                     KZ-KONTONUMMER DELIMITED BY SIZE
                 INTO AUSNAHME-ZEILE
              END-STRING
              PERFORM SCHREIBE-HINWEIS
              GO TO UEBERNEHME-ZUORDNUNG-ENDE
           END-IF

           MOVE KZ-BANK-ID TO HASH-BANK-ID
           MOVE KZ-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-ZUORDNUNG
      * ein Konto bekommt genau einen Auszug; bei mehrfacher
      * Zuordnung gilt der erste Kunde
           IF ZUORDNUNG-TREFFER > ZERO THEN
              MOVE ZT-KUNDE(ZUORDNUNG-TREFFER) TO KUNDEN-IDX
              MOVE SPACES TO AUSNAHME-ZEILE
              STRING "KONTO MEHRFACH ZUGEORDNET  Bank "
                        DELIMITED BY SIZE
                     KZ-BANK-ID DELIMITED BY SIZE
                     " Konto " DELIMITED BY SIZE
                     KZ-KONTONUMMER DELIMITED BY SIZE
                     "  Kunde " DELIMITED BY SIZE
                     KZ-KUNDENNUMMER DELIMITED BY SIZE
                     " uebergangen, es gilt Kunde " DELIMITED BY SIZE
                     KT-KUNDENNUMMER(KUNDEN-IDX) DELIMITED BY SIZE
                 INTO AUSNAHME-ZEILE
              END-STRING
              PERFORM SCHREIBE-HINWEIS
              GO TO UEBERNEHME-ZUORDNUNG-ENDE
           END-IF
           IF ZUORDNUNG-ANZAHL >= 100000 THEN
              IF ZUORDNUNG-UEBERLAUF = "N" THEN
                 DISPLAY "WARNUNG: ZUORDNUNG-TABELLE VOLL, WEITERE "
                    "KONTEN UEBERGANGEN"
                 MOVE "ZUORDNUNG-TABELLE VOLL, KONTEN UEBERGANGEN"
                   TO AUSNAHME-ZEILE
                 PERFORM SCHREIBE-HINWEIS
                 MOVE "J" TO ZUORDNUNG-UEBERLAUF
              END-IF
              GO TO UEBERNEHME-ZUORDNUNG-ENDE
           END-IF
           ADD 1 TO ZUORDNUNG-ANZAHL
           MOVE KZ-BANK-ID TO ZT-BANK-ID(ZUORDNUNG-ANZAHL)
           MOVE KZ-KONTONUMMER TO ZT-KONTONUMMER(ZUORDNUNG-ANZAHL)
           MOVE AKTUELLER-KUNDE TO ZT-KUNDE(ZUORDNUNG-ANZAHL)
           MOVE ZUORDNUNG-ANZAHL TO ZUORDNUNG-HASH-EINTRAG(HASH-POS).
       UEBERNEHME-ZUORDNUNG-ENDE.
       EXIT.

       SUCHE-ZUORDNUNG SECTION.
      * ohne Treffer steht HASH-POS auf dem freien Platz fuer das Konto
           COMPUTE HASH-WERT = FUNCTION MOD(
              HASH-BANK-ID * 10000000000 + HASH-KONTONUMMER,
              200003) + 1
           MOVE ZERO TO ZUORDNUNG-TREFFER
           MOVE HASH-WERT TO HASH-POS
           PERFORM UNTIL ZUORDNUNG-HASH-EINTRAG(HASH-POS) = ZERO
              OR ZUORDNUNG-TREFFER > ZERO
              MOVE ZUORDNUNG-HASH-EINTRAG(HASH-POS) TO ZUORDNUNG-IDX
              IF ZT-BANK-ID(ZUORDNUNG-IDX) = HASH-BANK-ID
                 AND ZT-KONTONUMMER(ZUORDNUNG-IDX) = HASH-KONTONUMMER
                 THEN
                 MOVE ZUORDNUNG-IDX TO ZUORDNUNG-TREFFER
              ELSE
                 ADD 1 TO HASH-POS
                 IF HASH-POS > 200003 THEN
                    MOVE 1 TO HASH-POS
                 END-IF
              END-IF
           END-PERFORM
       EXIT.

       SORTIERE-SALDOKOPIEN SECTION.
      * juengste datierte Saldokopie vor dem Lauftag suchen,
      * Wochenenden und Feiertage werden uebersprungen
           MOVE LAUF-DATUM-ROH TO VORTAG-DATUM
           MOVE "N" TO VORTAG-GEFUNDEN
           MOVE ZERO TO SUCH-ZAEHLER
           PERFORM UNTIL VORTAG-GEFUNDEN = "J" OR SUCH-ZAEHLER > 14
              ADD 1 TO SUCH-ZAEHLER
              COMPUTE VORTAG-DATUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(VORTAG-DATUM) - 1)
              STRING "saldo-" DELIMITED BY SIZE
                     VORTAG-DATUM DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                 INTO SALDO-DATEINAME
              END-STRING
              OPEN INPUT SALDO-DATEI
              IF SALDO-STATUS = "00" THEN
                 MOVE "J" TO VORTAG-GEFUNDEN
                 CLOSE SALDO-DATEI
              END-IF
           END-PERFORM

      * die Saldokopien werden wie die Buchungen nach Bank und Konto
      * sortiert und dann im Gleichlauf mit den Auszuegen gelesen
           IF VORTAG-GEFUNDEN = "J" THEN
              SORT SALDO-SORTIER-DATEI
                 ON ASCENDING KEY SSR-SCHLUESSEL
                 USING SALDO-DATEI
                 GIVING VORTAGSSALDEN
              OPEN INPUT VORTAGSSALDEN
              MOVE SPACES TO VORTAG-ENDE
              PERFORM LIES-VORTAGSSALDO
           ELSE
              DISPLAY "HINWEIS: keine Vortags-Saldokopie gefunden, "
                 "Auszuege ohne Anfangssaldo"
              MOVE "KEINE VORTAGS-SALDOKOPIE, OHNE ANFANGSSALDO"
                TO AUSNAHME-ZEILE
              PERFORM SCHREIBE-HINWEIS
           END-IF

           STRING "saldo-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO SALDO-DATEINAME
           END-STRING
           OPEN INPUT SALDO-DATEI
           IF SALDO-STATUS = "00" THEN
              MOVE "J" TO TAGESKOPIE-GEFUNDEN
              CLOSE SALDO-DATEI
              SORT SALDO-SORTIER-DATEI
                 ON ASCENDING KEY SSR-SCHLUESSEL
                 USING SALDO-DATEI
                 GIVING TAGESSALDEN
              OPEN INPUT TAGESSALDEN
              MOVE SPACES TO TAGES-ENDE
              PERFORM LIES-TAGESSALDO
           ELSE
              DISPLAY "HINWEIS: " SALDO-DATEINAME " nicht vorhanden, "
                 "Endsaldo aus Anfangssaldo und Umsaetzen"
           END-IF
       EXIT.

       LIES-VORTAGSSALDO SECTION.
           READ VORTAGSSALDEN
              AT END MOVE "Y" TO VORTAG-ENDE
           END-READ
       EXIT.

       LIES-TAGESSALDO SECTION.
           READ TAGESSALDEN
              AT END MOVE "Y" TO TAGES-ENDE
           END-READ
       EXIT.

       SCHREIBE-AUSZUEGE SECTION.
           OPEN INPUT SORTIERTE-BUCHUNGEN
           OPEN OUTPUT DRUCK-DATEI
           OPEN OUTPUT VERSAND-DATEI
           PERFORM UNTIL ENDE = "Y"
              READ SORTIERTE-BUCHUNGEN
                 AT END MOVE "Y" TO ENDE
           IF KONTO-OFFEN = "J" THEN
              PERFORM SCHREIBE-AUSZUG-FUSS
           END-IF
           CLOSE DRUCK-DATEI
           CLOSE VERSAND-DATEI
           CLOSE SORTIERTE-BUCHUNGEN
           IF VORTAG-GEFUNDEN = "J" THEN
              CLOSE VORTAGSSALDEN
           END-IF
           IF TAGESKOPIE-GEFUNDEN = "J" THEN
              CLOSE TAGESSALDEN
           END-IF
           MOVE SPACES TO ENDE
       EXIT.

           PERFORM SCHREIBE-AUSZUG-ZEILE
       EXIT.

       BESTIMME-EMPFAENGER SECTION.
           MOVE AS-BANK-ID TO HASH-BANK-ID
           MOVE AS-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-ZUORDNUNG
           IF ZUORDNUNG-TREFFER = ZERO THEN
              MOVE "X" TO AUSZUG-ZIEL
              MOVE ZERO TO KUNDEN-IDX
              ADD 1 TO OHNE-KUNDE-ANZAHL
              GO TO BESTIMME-EMPFAENGER-ENDE
           END-IF
           MOVE ZT-KUNDE(ZUORDNUNG-TREFFER) TO KUNDEN-IDX

           EVALUATE KT-VERSANDART(KUNDEN-IDX)
              WHEN "E"
                 IF KT-EMAIL(KUNDEN-IDX) = SPACES THEN
      * ohne Adresse kann nicht elektronisch zugestellt werden
                    MOVE SPACES TO AUSNAHME-ZEILE
                    STRING "KEINE E-MAIL-ADRESSE  Kunde "
                              DELIMITED BY SIZE
                           KT-KUNDENNUMMER(KUNDEN-IDX)
                              DELIMITED BY SIZE
                           " Bank " DELIMITED BY SIZE
                           AS-BANK-ID DELIMITED BY SIZE
                           " Konto " DELIMITED BY SIZE
                           AS-KONTONUMMER DELIMITED BY SIZE
                           ", Auszug geht in den Druck"
                              DELIMITED BY SIZE
                       INTO AUSNAHME-ZEILE
                    END-STRING
                    PERFORM SCHREIBE-HINWEIS
                    MOVE "D" TO AUSZUG-ZIEL
                 ELSE
                    MOVE "E" TO AUSZUG-ZIEL
                 END-IF
              WHEN "P"
              WHEN SPACE
                 MOVE "D" TO AUSZUG-ZIEL
              WHEN OTHER
                 MOVE SPACES TO AUSNAHME-ZEILE
                 STRING "VERSANDART " DELIMITED BY SIZE
                        KT-VERSANDART(KUNDEN-IDX) DELIMITED BY SIZE
                        " UNBEKANNT  Kunde " DELIMITED BY SIZE
                        KT-KUNDENNUMMER(KUNDEN-IDX) DELIMITED BY SIZE
                        ", Auszug geht in den Druck" DELIMITED BY SIZE
                    INTO AUSNAHME-ZEILE
                 END-STRING
                 PERFORM SCHREIBE-HINWEIS
                 MOVE "D" TO AUSZUG-ZIEL
           END-EVALUATE
           IF AUSZUG-ZIEL = "E" THEN
              ADD 1 TO VERSAND-ANZAHL
           ELSE
              ADD 1 TO DRUCK-ANZAHL
           END-IF.
       BESTIMME-EMPFAENGER-ENDE.
       EXIT.

       BESTIMME-SALDEN SECTION.
      * beide Saldokopien sind wie die Buchungen sortiert, es wird nur
      * bis zum aktuellen Konto vorgelesen; Konten, die in der
      * Vortagskopie fehlen, sind am Lauftag neu und beginnen bei Null
           MOVE ZERO TO ANFANGS-SALDO
           PERFORM UNTIL VORTAG-ENDE = "Y"
              OR VS-SCHLUESSEL >= AKTIVER-SCHLUESSEL
              PERFORM LIES-VORTAGSSALDO
           END-PERFORM
           IF VORTAG-ENDE NOT = "Y" THEN
              IF VS-SCHLUESSEL = AKTIVER-SCHLUESSEL THEN
                 MOVE VS-SALDO TO ANFANGS-SALDO
              END-IF
           END-IF

           MOVE "N" TO TAGESKOPIE-TREFFER
           MOVE ZERO TO TAGESKOPIE-SALDO
           PERFORM UNTIL TAGES-ENDE = "Y"
              OR TS-SCHLUESSEL >= AKTIVER-SCHLUESSEL
              PERFORM LIES-TAGESSALDO
           END-PERFORM
           IF TAGES-ENDE NOT = "Y" THEN
              IF TS-SCHLUESSEL = AKTIVER-SCHLUESSEL THEN
                 MOVE TS-SALDO TO TAGESKOPIE-SALDO
                 MOVE "J" TO TAGESKOPIE-TREFFER
              END-IF
           END-IF
       EXIT.

       SCHREIBE-AUSZUG-KOPF SECTION.
           ADD 1 TO KONTEN-ANZAHL
           MOVE ZERO TO KONTO-ZAEHLER
           MOVE ZERO TO KONTO-SOLL-SUMME
           MOVE ZERO TO KONTO-HABEN-SUMME
           IF SO-KONTO-WAEHRUNG NOT = SPACES THEN
              MOVE SO-KONTO-WAEHRUNG TO KONTO-WAEHRUNG
           ELSE
              MOVE SO-WAEHRUNG TO KONTO-WAEHRUNG
           END-IF
           PERFORM BESTIMME-EMPFAENGER
           PERFORM BESTIMME-SALDEN
           IF AUSZUG-ZIEL = "X" THEN
              GO TO SCHREIBE-AUSZUG-KOPF-ENDE
           END-IF

      * jeder gedruckte Auszug beginnt auf einer neuen Seite
           MOVE ALL "-" TO AUSZUG-ZEILE
           IF AUSZUG-ZIEL = "D" THEN
              WRITE DRUCK-ZEILE FROM AUSZUG-ZEILE
                 AFTER ADVANCING PAGE
           ELSE
              WRITE VERSAND-ZEILE FROM AUSZUG-ZEILE
              MOVE SPACES TO AUSZUG-ZEILE
              STRING "Versand an " DELIMITED BY SIZE
                     KT-EMAIL(KUNDEN-IDX) DELIMITED BY SPACE
                 INTO AUSZUG-ZEILE
              END-STRING
              PERFORM GIB-AUSZUGSZEILE-AUS
           END-IF
           PERFORM SCHREIBE-ANSCHRIFT

           MOVE SPACES TO AUSZUG-ZEILE
           STRING "Kontoauszug " DELIMITED BY SIZE
                  LAUF-DATUM-ANZEIGE DELIMITED BY SIZE
                  AS-BANK-ID DELIMITED BY SIZE
                  "  Konto " DELIMITED BY SIZE
                  AS-KONTONUMMER DELIMITED BY SIZE
                  "  Kunde " DELIMITED BY SIZE
                  KT-KUNDENNUMMER(KUNDEN-IDX) DELIMITED BY SIZE
              INTO AUSZUG-ZEILE
           END-STRING
           PERFORM GIB-AUSZUGSZEILE-AUS

           MOVE SPACES TO AUSZUG-ZEILE
           IF VORTAG-GEFUNDEN = "J" THEN
              MOVE ANFANGS-SALDO TO SALDO-ANZEIGE
              STRING "  Anfangssaldo vom " DELIMITED BY SIZE
                     VORTAG-DATUM(1:4) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     VORTAG-DATUM(5:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     VORTAG-DATUM(7:2) DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     KONTO-WAEHRUNG DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SALDO-ANZEIGE DELIMITED BY SIZE
                 INTO AUSZUG-ZEILE
              END-STRING
           ELSE
              MOVE "  Anfangssaldo nicht verfuegbar" TO AUSZUG-ZEILE
           END-IF
           PERFORM GIB-AUSZUGSZEILE-AUS.
       SCHREIBE-AUSZUG-KOPF-ENDE.
       EXIT.

       SCHREIBE-ANSCHRIFT SECTION.
           MOVE SPACES TO AUSZUG-ZEILE
           PERFORM GIB-AUSZUGSZEILE-AUS
           MOVE KT-NAME(KUNDEN-IDX) TO AUSZUG-ZEILE
           PERFORM GIB-AUSZUGSZEILE-AUS
           IF KT-ZUSATZ(KUNDEN-IDX) NOT = SPACES THEN
              MOVE KT-ZUSATZ(KUNDEN-IDX) TO AUSZUG-ZEILE
              PERFORM GIB-AUSZUGSZEILE-AUS
           END-IF
           MOVE KT-STRASSE(KUNDEN-IDX) TO AUSZUG-ZEILE
           PERFORM GIB-AUSZUGSZEILE-AUS
           MOVE SPACES TO AUSZUG-ZEILE
           STRING KT-PLZ(KUNDEN-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  KT-ORT(KUNDEN-IDX) DELIMITED BY SIZE
              INTO AUSZUG-ZEILE
           END-STRING
           PERFORM GIB-AUSZUGSZEILE-AUS
           IF KT-LAND(KUNDEN-IDX) NOT = SPACES THEN
              MOVE KT-LAND(KUNDEN-IDX) TO AUSZUG-ZEILE
              PERFORM GIB-AUSZUGSZEILE-AUS
           END-IF
           MOVE SPACES TO AUSZUG-ZEILE
           PERFORM GIB-AUSZUGSZEILE-AUS
       EXIT.

       GIB-AUSZUGSZEILE-AUS SECTION.
           EVALUATE AUSZUG-ZIEL
              WHEN "D"
                 WRITE DRUCK-ZEILE FROM AUSZUG-ZEILE
              WHEN "E"
                 WRITE VERSAND-ZEILE FROM AUSZUG-ZEILE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
       EXIT.

       SCHREIBE-AUSZUG-ZEILE SECTION.
           ADD 1 TO KONTO-ZAEHLER
      * der Auszug zeigt den Betrag in Kontowaehrung, umgerechnete
      * Buchungen zusaetzlich mit Originalbetrag und Kurs
           IF SO-KONTO-WAEHRUNG NOT = SPACES THEN
              MOVE SO-KONTO-BETRAG TO ZEILEN-BETRAG
              MOVE SO-KONTO-WAEHRUNG TO ZEILEN-WAEHRUNG
           ELSE
              MOVE SO-BETRAG TO ZEILEN-BETRAG
              MOVE SO-WAEHRUNG TO ZEILEN-WAEHRUNG
           END-IF
           IF SO-DC = "DC" THEN
              ADD ZEILEN-BETRAG TO KONTO-SOLL-SUMME
           ELSE
              ADD ZEILEN-BETRAG TO KONTO-HABEN-SUMME
           END-IF
           IF AUSZUG-ZIEL = "X" THEN
              GO TO SCHREIBE-AUSZUG-ZEILE-ENDE
           END-IF

           MOVE ZEILEN-BETRAG TO BETRAG-ANZEIGE
           MOVE SPACES TO AUSZUG-ZEILE
           STRING "  " DELIMITED BY SIZE
                  SO-DC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ZEILEN-WAEHRUNG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BETRAG-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SO-ZWECK DELIMITED BY SIZE
              INTO AUSZUG-ZEILE
           END-STRING
      * Referenz der liefernden Bank, damit sie ihre Auftraege
      * zuordnen kann
           IF SO-REFERENZ NOT = SPACES THEN
              STRING "Ref " DELIMITED BY SIZE
                     SO-REFERENZ DELIMITED BY SIZE
                 INTO AUSZUG-ZEILE(79:)
              END-STRING
           END-IF
           IF SO-KONTO-WAEHRUNG NOT = SPACES AND
              SO-KONTO-WAEHRUNG NOT = SO-WAEHRUNG THEN
              MOVE SO-BETRAG TO BETRAG2-ANZEIGE
              MOVE SO-KURS TO KURS-ANZEIGE
              STRING " (" DELIMITED BY SIZE
                     SO-WAEHRUNG DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(BETRAG2-ANZEIGE) DELIMITED BY SIZE
                     " Kurs " DELIMITED BY SIZE
                     FUNCTION TRIM(KURS-ANZEIGE) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                 INTO AUSZUG-ZEILE(99:)
              END-STRING
           END-IF
      * Primanota-Nummer fuer Rueckfragen zur einzelnen Buchung
           IF SO-PRIMANOTA IS NUMERIC THEN
              STRING "PN " DELIMITED BY SIZE
                     SO-PRIMANOTA DELIMITED BY SIZE
                 INTO AUSZUG-ZEILE(141:)
              END-STRING
           END-IF
           PERFORM GIB-AUSZUGSZEILE-AUS.
       SCHREIBE-AUSZUG-ZEILE-ENDE.
       EXIT.

       SCHREIBE-AUSZUG-FUSS SECTION.
           IF AUSZUG-ZIEL = "X" THEN
              PERFORM SCHREIBE-OHNE-KUNDE
              GO TO SCHREIBE-AUSZUG-FUSS-ENDE
           END-IF
           MOVE KONTO-ZAEHLER TO ANZAHL-ANZEIGE
           MOVE KONTO-SOLL-SUMME TO BETRAG-ANZEIGE
           MOVE KONTO-HABEN-SUMME TO BETRAG2-ANZEIGE
                  FUNCTION TRIM(BETRAG2-ANZEIGE) DELIMITED BY SIZE
              INTO AUSZUG-ZEILE
           END-STRING
           PERFORM GIB-AUSZUGSZEILE-AUS

      * massgeblich ist der gebuchte Saldo der Tageskopie; weicht er
      * vom Anfangssaldo plus Umsaetzen ab, wird das gemeldet
           COMPUTE RECHNERISCHER-SALDO = ANFANGS-SALDO
              + KONTO-HABEN-SUMME - KONTO-SOLL-SUMME
           IF TAGESKOPIE-TREFFER = "J" THEN
              MOVE TAGESKOPIE-SALDO TO END-SALDO
              IF VORTAG-GEFUNDEN = "J" AND
                 END-SALDO NOT = RECHNERISCHER-SALDO THEN
                 MOVE END-SALDO TO SALDO-ANZEIGE
                 MOVE RECHNERISCHER-SALDO TO SALDO2-ANZEIGE
                 MOVE SPACES TO AUSNAHME-ZEILE
                 STRING "ENDSALDO WEICHT AB  Bank " DELIMITED BY SIZE
                        AS-BANK-ID DELIMITED BY SIZE
                        " Konto " DELIMITED BY SIZE
                        AS-KONTONUMMER DELIMITED BY SIZE
                        "  Saldokopie " DELIMITED BY SIZE
                        FUNCTION TRIM(SALDO-ANZEIGE) DELIMITED BY SIZE
                        "  gerechnet " DELIMITED BY SIZE
                        FUNCTION TRIM(SALDO2-ANZEIGE) DELIMITED BY SIZE
                    INTO AUSNAHME-ZEILE
                 END-STRING
                 PERFORM SCHREIBE-HINWEIS
              END-IF
           ELSE
              MOVE RECHNERISCHER-SALDO TO END-SALDO
           END-IF
           IF TAGESKOPIE-TREFFER = "J" OR VORTAG-GEFUNDEN = "J" THEN
              MOVE END-SALDO TO SALDO-ANZEIGE
              MOVE SPACES TO AUSZUG-ZEILE
              STRING "  Endsaldo vom " DELIMITED BY SIZE
                     LAUF-DATUM-ANZEIGE DELIMITED BY SIZE
                     "       " DELIMITED BY SIZE
                     KONTO-WAEHRUNG DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SALDO-ANZEIGE DELIMITED BY SIZE
                 INTO AUSZUG-ZEILE
              END-STRING
           ELSE
              MOVE "  Endsaldo nicht verfuegbar" TO AUSZUG-ZEILE
           END-IF
           PERFORM GIB-AUSZUGSZEILE-AUS.
       SCHREIBE-AUSZUG-FUSS-ENDE.
       EXIT.

       SCHREIBE-OHNE-KUNDE SECTION.
      * kein anonymer Auszug: das Konto wird mit seinen Umsaetzen
      * gelistet, bis die Zuordnung im Kundenstamm nachgetragen ist
           MOVE KONTO-ZAEHLER TO ANZAHL-ANZEIGE
           MOVE KONTO-SOLL-SUMME TO BETRAG-ANZEIGE
           MOVE KONTO-HABEN-SUMME TO BETRAG2-ANZEIGE
           MOVE SPACES TO AUSNAHME-ZEILE
           STRING "KEIN KUNDE  Bank " DELIMITED BY SIZE
                  AS-BANK-ID DELIMITED BY SIZE
                  " Konto " DELIMITED BY SIZE
                  AS-KONTONUMMER DELIMITED BY SIZE
                  "  Anzahl " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                  "  DC gesamt " DELIMITED BY SIZE
                  FUNCTION TRIM(BETRAG-ANZEIGE) DELIMITED BY SIZE
                  "  CR gesamt " DELIMITED BY SIZE
                  FUNCTION TRIM(BETRAG2-ANZEIGE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KONTO-WAEHRUNG DELIMITED BY SIZE
              INTO AUSNAHME-ZEILE
           END-STRING
           WRITE AUSNAHME-ZEILE
       EXIT.

       SCHREIBE-HINWEIS SECTION.
           ADD 1 TO HINWEIS-ANZAHL
           WRITE AUSNAHME-ZEILE
       EXIT.

       SCHREIBE-AUSNAHME-KOPF SECTION.
           MOVE SPACES TO AUSNAHME-ZEILE
           STRING "Auszug-Ausnahmen " DELIMITED BY SIZE
                  LAUF-DATUM-ANZEIGE DELIMITED BY SIZE
              INTO AUSNAHME-ZEILE
           END-STRING
           WRITE AUSNAHME-ZEILE
           MOVE SPACES TO AUSNAHME-ZEILE
           WRITE AUSNAHME-ZEILE
       EXIT.

       SCHREIBE-AUSNAHME-FUSS SECTION.
           IF OHNE-KUNDE-ANZAHL = ZERO AND HINWEIS-ANZAHL = ZERO THEN
              MOVE "KEINE AUSNAHMEN" TO AUSNAHME-ZEILE
              WRITE AUSNAHME-ZEILE
           END-IF
           MOVE SPACES TO AUSNAHME-ZEILE
           WRITE AUSNAHME-ZEILE
           MOVE DRUCK-ANZAHL TO ANZAHL-ANZEIGE
           MOVE SPACES TO AUSNAHME-ZEILE
           STRING "Auszuege Druck          " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO AUSNAHME-ZEILE
           END-STRING
           WRITE AUSNAHME-ZEILE
           MOVE VERSAND-ANZAHL TO ANZAHL-ANZEIGE
           MOVE SPACES TO AUSNAHME-ZEILE
           STRING "Auszuege elektronisch   " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO AUSNAHME-ZEILE
           END-STRING
           WRITE AUSNAHME-ZEILE
           MOVE OHNE-KUNDE-ANZAHL TO ANZAHL-ANZEIGE
           MOVE SPACES TO AUSNAHME-ZEILE
           STRING "Konten ohne Kunden      " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO AUSNAHME-ZEILE
           END-STRING
           WRITE AUSNAHME-ZEILE
           MOVE HINWEIS-ANZAHL TO ANZAHL-ANZEIGE
           MOVE SPACES TO AUSNAHME-ZEILE
           STRING "Hinweise                " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO AUSNAHME-ZEILE
           END-STRING
           WRITE AUSNAHME-ZEILE
       EXIT.
