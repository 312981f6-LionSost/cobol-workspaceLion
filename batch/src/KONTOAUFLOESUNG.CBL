       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KONTOAUFLOESUNG.
      *****************************************************************
      * Kontoaufloesung: Auftraege aus aufloesungsauftraege.txt werden
      * zum Stichtag abgerechnet (Saldo plus aufgelaufene Zinsen wie
      * im Zinsabschluss), Zinsbuchung und Ausgleichsumbuchung auf
      * das Zielkonto entstehen im KONTO-FILE-Satzbild fuer den
      * naechsten Tageslauf, der Abschlussauszug geht an den Kunden.
      * Steht der Saldo danach auf null, wird das Konto im Kontostamm
      * geschlossen. Offene Valutaposten oder Compliance-Faelle halten
      * den Auftrag zurueck
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUFDATUM-PARAMETER ASSIGN TO 'rundatum.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAUFDATUM-STATUS.
           SELECT AUFTRAG-DATEI ASSIGN TO 'aufloesungsauftraege.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUFTRAG-STATUS.
           SELECT BANKSTAMM-DATEI ASSIGN TO 'bankstamm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKSTAMM-STATUS.
           SELECT KONTOSTAMM-DATEI ASSIGN TO 'kontostamm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KONTOSTAMM-STATUS.
           SELECT SALDO-DATEI ASSIGN TO 'saldo.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SAL-SCHLUESSEL
           FILE STATUS IS SALDO-STATUS.
           SELECT VALUTA-DATEI ASSIGN TO 'valutahold.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VALUTA-STATUS.
           SELECT FALLBESTAND-DATEI ASSIGN TO 'compliancefaelle.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FALLBESTAND-STATUS.
           SELECT BILANZ-DATEI ASSIGN TO DYNAMIC BILANZ-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BILANZ-STATUS.
           SELECT LIEFERUNG-DATEI
           ASSIGN TO DYNAMIC LIEFERUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUSZUG-DATEI
           ASSIGN TO DYNAMIC AUSZUG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROTOKOLL-DATEI
           ASSIGN TO DYNAMIC PROTOKOLL-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD LAUFDATUM-PARAMETER.
           01 LAUFDATUM-PARAMETER-SATZ.
              05 LP-VON PIC X(8).
              05 FILLER PIC X(9).

      * Auftragsbestand: neue Auftraege werden mit leerem Status
      * angefuegt, der Lauf schreibt Status und Hinweis zurueck
           FD AUFTRAG-DATEI.
           01 AUFTRAG-SATZ.
              05 AA-BANK-ID PIC X(5).
              05 AA-KONTONUMMER PIC X(10).
              05 AA-STICHTAG PIC X(8).
              05 AA-ZIEL-BANK-ID PIC X(5).
              05 AA-ZIEL-KONTONUMMER PIC X(10).
      * leer = neu, Z = zurueckgestellt, F = abgelehnt,
      * A = abgerechnet (Ausgleich geliefert), E = Konto geschlossen
              05 AA-STATUS PIC X(1).
              05 AA-BEARBEITET PIC X(8).
              05 AA-ENDSALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 AA-HINWEIS PIC X(30).

           FD BANKSTAMM-DATEI.
           01 BANKSTAMM-SATZ.
              05 BS-BANK-ID PIC 9(5).
              05 BS-NAME PIC X(30).
              05 BS-STATUS PIC X(1).
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

           FD SALDO-DATEI.
           01 SALDO-SATZ.
              05 SAL-SCHLUESSEL.
                 10 SAL-BANK-ID PIC 9(5).
                 10 SAL-KONTONUMMER PIC 9(10).
              05 SAL-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 SAL-BUCHUNGSTAG PIC 9(8).
              05 SAL-VORTAGSSALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 SAL-WAEHRUNG PIC X(3).

      * Haltebestand im Satzbild der Eingabedatei
           FD VALUTA-DATEI.
           01 VALUTA-SATZ.
              05 VS-BANK-ID PIC X(5).
              05 VS-KONTONUMMER PIC X(10).
              05 FILLER PIC X(14).
              05 VS-DC PIC X(2).
              05 VS-ZIEL-BANK-ID PIC X(5).
              05 VS-ZIEL-KONTONUMMER PIC X(10).
              05 FILLER PIC X(62).

           FD FALLBESTAND-DATEI.
           01 FALLBESTAND-SATZ.
              05 FB-ANGELEGT PIC 9(8).
              05 FB-FALL-NUMMER PIC 9(6).
              05 FB-STATUS PIC X(1).
              05 FB-BEGRIFF PIC X(53).
              05 FB-SATZ.
                 10 FB-BANK-ID PIC X(5).
                 10 FB-KONTONUMMER PIC X(10).
                 10 FILLER PIC X(14).
                 10 FB-DC PIC X(2).
                 10 FB-ZIEL-BANK-ID PIC X(5).
                 10 FB-ZIEL-KONTONUMMER PIC X(10).
                 10 FILLER PIC X(46).
              05 FB-BEARBEITER PIC X(8).
              05 FB-ZEITPUNKT PIC X(14).
              05 FB-FALLTYP PIC X(1).

           FD BILANZ-DATEI.
           01 BILANZ-ZEILE PIC X(100).

           FD LIEFERUNG-DATEI.
           01 LIEFERUNG-SATZ.
              05 LF-BANK-ID PIC X(5).
              05 LF-KONTONUMMER PIC 9(10).
              05 LF-BETRAG PIC Z(07)9.99.
              05 LF-WAEHRUNG PIC X(3).
              05 LF-DC PIC X(2).
              05 LF-ZWECK PIC X(53).
              05 LF-VALUTA PIC X(8).
              05 LF-REFERENZ PIC X(16).
      * Umbuchungssatz: Zielkonto vor dem verkuerzten Zweck
           01 LIEFERUNG-UMBUCHUNG.
              05 LU-QUELL-BANK-ID PIC X(5).
              05 LU-QUELL-KONTONUMMER PIC 9(10).
              05 LU-BETRAG PIC Z(07)9.99.
              05 LU-WAEHRUNG PIC X(3).
              05 LU-KENNZEICHEN PIC X(2).
              05 LU-ZIEL-BANK-ID PIC X(5).
              05 LU-ZIEL-KONTONUMMER PIC 9(10).
              05 LU-ZWECK PIC X(38).
              05 LU-VALUTA PIC X(8).
              05 LU-REFERENZ PIC X(16).

           FD AUSZUG-DATEI.
           01 AUSZUG-ZEILE PIC X(132).

           FD PROTOKOLL-DATEI.
           01 PROTOKOLL-ZEILE PIC X(132).
       WORKING-STORAGE SECTION.
           01 LAUFDATUM-STATUS PIC X(2).
           01 AUFTRAG-STATUS PIC X(2).
           01 BANKSTAMM-STATUS PIC X(2).
           01 KONTOSTAMM-STATUS PIC X(2).
           01 SALDO-STATUS PIC X(2).
           01 VALUTA-STATUS PIC X(2).
           01 FALLBESTAND-STATUS PIC X(2).
           01 BILANZ-STATUS PIC X(2).
           01 BILANZ-DATEINAME PIC X(19).
           01 LIEFERUNG-DATEINAME PIC X(33).
           01 AUSZUG-DATEINAME PIC X(28).
           01 PROTOKOLL-DATEINAME PIC X(33).
           01 LAUF-DATUM-ROH.
              05 LD-JAHR PIC 9(4).
              05 LD-MONAT PIC 9(2).
              05 LD-TAG PIC 9(2).
           01 LAUF-DATUM-NUM REDEFINES LAUF-DATUM-ROH PIC 9(8).
           01 ENDE PIC X.
           01 SUCH-ENDE PIC X.
           01 AUFTRAG-TABELLE.
              05 AUFTRAG-EINTRAG OCCURS 1000 TIMES.
                 10 AT-SATZ.
                    15 AT-BANK-ID PIC X(5).
                    15 AT-KONTONUMMER PIC X(10).
                    15 AT-STICHTAG PIC X(8).
                    15 AT-ZIEL-BANK-ID PIC X(5).
                    15 AT-ZIEL-KONTONUMMER PIC X(10).
                    15 AT-STATUS PIC X(1).
                    15 AT-BEARBEITET PIC X(8).
                    15 AT-ENDSALDO PIC S9(14)V99
                       SIGN LEADING SEPARATE.
                    15 AT-HINWEIS PIC X(30).
           01 AUFTRAG-ANZAHL PIC 9(4) VALUE ZERO.
           01 AUFTRAG-IDX PIC 9(4).
           01 AUFTRAG-UEBERLAUF PIC X VALUE "N".
           01 STAMM-TABELLE.
              05 STAMM-EINTRAG OCCURS 100 TIMES.
                 10 STAMM-BANK-ID PIC 9(5).
                 10 STAMM-NAME PIC X(30).
                 10 STAMM-SOLL-ZINS PIC 9(2)V9(4).
                 10 STAMM-HABEN-ZINS PIC 9(2)V9(4).
           01 STAMM-ANZAHL PIC 9(4) VALUE ZERO.
           01 STAMM-IDX PIC 9(4).
           01 STAMM-TREFFER PIC 9(4).
      * Kontostamm mit Originalsatz, damit der Stamm unveraendert
      * bis auf den Status zurueckgeschrieben wird
           01 KONTO-TABELLE.
              05 KONTO-EINTRAG OCCURS 100000 TIMES.
                 10 KT-SATZ.
                    15 KT-BANK-ID PIC 9(5).
                    15 KT-KONTONUMMER PIC 9(10).
                    15 KT-STATUS PIC X(1).
                    15 KT-REST PIC X(18).
                    15 KT-WAEHRUNG PIC X(3).
                 10 KT-SALDO PIC S9(14)V99.
           01 KONTO-ANZAHL PIC 9(6) VALUE ZERO.
           01 KONTO-IDX PIC 9(6).
           01 KONTO-TREFFER PIC 9(6).
           01 KONTO-UEBERLAUF PIC X VALUE "N".
           01 KONTO-TREFFER-QUELLE PIC 9(6).
           01 KONTO-TREFFER-ZIEL PIC 9(6).
           01 ABSCHLUSS-WAEHRUNG PIC X(3).
      * Streuindex auf KONTO-TABELLE, 0 = Platz frei
           01 KONTO-HASH-TABELLE.
              05 KONTO-HASH-EINTRAG PIC 9(6) COMP OCCURS 200003 TIMES
                 VALUE ZERO.
           01 HASH-BANK-ID PIC 9(5).
           01 HASH-KONTONUMMER PIC 9(10).
           01 HASH-WERT PIC 9(9) COMP.
           01 HASH-POS PIC 9(9) COMP.
           01 TAGES-DATUM PIC 9(8).
           01 TAGES-DATUM-GLIEDERUNG REDEFINES TAGES-DATUM.
              05 TD-JAHR PIC 9(4).
              05 TD-MONAT PIC 9(2).
              05 TD-TAG PIC 9(2).
           01 QUARTAL-VON PIC 9(8).
           01 QUARTAL-NUMMER PIC 9(1).
           01 STICHTAG-NUM PIC 9(8).
           01 ZEILEN-NUMMER PIC 9(5).
           01 ZINS-SALDOSUMME PIC S9(16)V99.
           01 ZINS-TAGE PIC 9(3).
           01 ENDSALDO-WERT PIC S9(14)V99.
           01 ZINS-SATZ PIC 9(2)V9(4).
           01 ZINS-BETRAG PIC S9(12)V99.
           01 BUCHUNG-BETRAG PIC 9(8)V99.
           01 AKTUELLER-SALDO PIC S9(14)V99.
           01 END-SALDO PIC S9(14)V99.
           01 AUSGLEICH-BETRAG PIC S9(14)V99.
           01 RUECKSTELLGRUND PIC X(30).
           01 ABLEHNUNGSGRUND PIC X(30).
           01 OFFEN-GEFUNDEN PIC X.
           01 KONTOSTAMM-GEAENDERT PIC X VALUE "N".
           01 BETRAG-ANZEIGE PIC -(14)9.99.
           01 SATZ-ANZEIGE PIC Z9.9999.
           01 TAGE-ANZEIGE PIC ZZ9.
           01 AUSZUG-DRUCKZEILE.
              05 AD-TEXT PIC X(40).
              05 AD-BETRAG PIC -(14)9.99.
           01 ABGERECHNET-ANZAHL PIC 9(5) VALUE ZERO.
           01 GESCHLOSSEN-ANZAHL PIC 9(5) VALUE ZERO.
           01 ZURUECK-ANZAHL PIC 9(5) VALUE ZERO.
           01 ABGELEHNT-ANZAHL PIC 9(5) VALUE ZERO.
           01 BUCHUNG-ANZAHL PIC 9(7) VALUE ZERO.
           01 JOURNAL-PROGRAMM PIC X(20) VALUE "KONTOAUFLOESUNG".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           01 JOURNAL-ZAEHLER PIC 9(9) VALUE ZERO.
           01 JOURNAL-DETAILS PIC X(132).
           01 JOURNAL-GESTOERT PIC X VALUE "N".
       PROCEDURE DIVISION.
           DISPLAY "KONTOAUFLOESUNG"

           PERFORM BESTIMME-DATEINAMEN

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE LIEFERUNG-DATEINAME TO JOURNAL-DETAILS
           MOVE "S" TO JOURNAL-EREIGNIS
           MOVE SPACES TO JOURNAL-STATUS-TEXT
           MOVE ZERO TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL

           PERFORM LADE-AUFTRAEGE
           IF AUFTRAG-ANZAHL = ZERO THEN
              DISPLAY "HINWEIS: aufloesungsauftraege.txt leer oder "
                 "nicht vorhanden, keine Kontoaufloesung"
              MOVE "E" TO JOURNAL-EREIGNIS
              MOVE "OK" TO JOURNAL-STATUS-TEXT
              PERFORM SCHREIBE-JOURNAL
              STOP RUN
           END-IF
      * ein unvollstaendig geladener Auftragsbestand darf nie
      * zurueckgeschrieben werden
           IF AUFTRAG-UEBERLAUF = "J" THEN
              DISPLAY "FEHLER: aufloesungsauftraege.txt groesser als "
                 "der Arbeitsbestand, Lauf abgebrochen"
              PERFORM BEENDE-MIT-FEHLER
           END-IF

           PERFORM LADE-BANKSTAMM
           PERFORM LADE-KONTOSTAMM
           IF KONTO-ANZAHL = ZERO THEN
              DISPLAY "FEHLER: kontostamm.txt fehlt oder ist leer"
              PERFORM BEENDE-MIT-FEHLER
           END-IF
           IF KONTO-UEBERLAUF = "J" THEN
              DISPLAY "FEHLER: KONTO-TABELLE VOLL, kontostamm.txt "
                 "wird nicht fortgeschrieben"
              PERFORM BEENDE-MIT-FEHLER
           END-IF
           PERFORM LADE-SALDEN

           OPEN OUTPUT LIEFERUNG-DATEI
           OPEN OUTPUT AUSZUG-DATEI
           OPEN OUTPUT PROTOKOLL-DATEI
           PERFORM SCHREIBE-PROTOKOLL-KOPF

           PERFORM VARYING AUFTRAG-IDX FROM 1 BY 1
              UNTIL AUFTRAG-IDX > AUFTRAG-ANZAHL
              PERFORM VERARBEITE-AUFTRAG
           END-PERFORM

           CLOSE LIEFERUNG-DATEI
           CLOSE AUSZUG-DATEI
           PERFORM SCHREIBE-PROTOKOLL-FUSS
           CLOSE PROTOKOLL-DATEI

           IF KONTOSTAMM-GEAENDERT = "J" THEN
              PERFORM SCHREIBE-KONTOSTAMM
           END-IF
           PERFORM SCHREIBE-AUFTRAEGE

           DISPLAY "FERTIG, ABGERECHNET: " ABGERECHNET-ANZAHL
              "  GESCHLOSSEN: " GESCHLOSSEN-ANZAHL
              "  ZURUECKGESTELLT: " ZURUECK-ANZAHL
              "  ABGELEHNT: " ABGELEHNT-ANZAHL
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "OK" TO JOURNAL-STATUS-TEXT
           MOVE BUCHUNG-ANZAHL TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL
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

           STRING "aufloesungsbuchungen-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO LIEFERUNG-DATEINAME
           END-STRING
           STRING "abschlussauszug-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO AUSZUG-DATEINAME
           END-STRING
           STRING "aufloesungsprotokoll-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO PROTOKOLL-DATEINAME
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

       BEENDE-MIT-FEHLER SECTION.
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "FEHLER" TO JOURNAL-STATUS-TEXT
           PERFORM SCHREIBE-JOURNAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       EXIT.

       LADE-AUFTRAEGE SECTION.
           OPEN INPUT AUFTRAG-DATEI
           IF AUFTRAG-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ AUFTRAG-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       IF AUFTRAG-ANZAHL < 1000 THEN
                          ADD 1 TO AUFTRAG-ANZAHL
                          MOVE AUFTRAG-SATZ TO AT-SATZ(AUFTRAG-ANZAHL)
                       ELSE
                          MOVE "J" TO AUFTRAG-UEBERLAUF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUFTRAG-DATEI
              MOVE SPACES TO ENDE
           END-IF
       EXIT.

       SCHREIBE-AUFTRAEGE SECTION.
           OPEN OUTPUT AUFTRAG-DATEI
           PERFORM VARYING AUFTRAG-IDX FROM 1 BY 1
              UNTIL AUFTRAG-IDX > AUFTRAG-ANZAHL
              MOVE AT-SATZ(AUFTRAG-IDX) TO AUFTRAG-SATZ
              WRITE AUFTRAG-SATZ
           END-PERFORM
           CLOSE AUFTRAG-DATEI
       EXIT.

       LADE-BANKSTAMM SECTION.
           OPEN INPUT BANKSTAMM-DATEI
           IF BANKSTAMM-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ BANKSTAMM-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       IF STAMM-ANZAHL < 100 THEN
                          ADD 1 TO STAMM-ANZAHL
                          MOVE BS-BANK-ID
                            TO STAMM-BANK-ID(STAMM-ANZAHL)
                          MOVE BS-NAME TO STAMM-NAME(STAMM-ANZAHL)
                          IF BS-SOLL-ZINS IS NUMERIC THEN
                             MOVE BS-SOLL-ZINS
                               TO STAMM-SOLL-ZINS(STAMM-ANZAHL)
                          ELSE
                             MOVE ZERO
                               TO STAMM-SOLL-ZINS(STAMM-ANZAHL)
                          END-IF
                          IF BS-HABEN-ZINS IS NUMERIC THEN
                             MOVE BS-HABEN-ZINS
                               TO STAMM-HABEN-ZINS(STAMM-ANZAHL)
                          ELSE
                             MOVE ZERO
                               TO STAMM-HABEN-ZINS(STAMM-ANZAHL)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BANKSTAMM-DATEI
              MOVE SPACES TO ENDE
           ELSE
              DISPLAY "WARNUNG: bankstamm.txt nicht gefunden, "
                 "Abschlusszinsen werden nicht berechnet"
           END-IF
       EXIT.

       LADE-KONTOSTAMM SECTION.
           OPEN INPUT KONTOSTAMM-DATEI
           IF KONTOSTAMM-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ KONTOSTAMM-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END PERFORM UEBERNEHME-KONTOSTAMM-SATZ
                 END-READ
              END-PERFORM
              CLOSE KONTOSTAMM-DATEI
              MOVE SPACES TO ENDE
           END-IF
       EXIT.

       UEBERNEHME-KONTOSTAMM-SATZ SECTION.
           IF KONTO-ANZAHL >= 100000 THEN
              MOVE "J" TO KONTO-UEBERLAUF
              GO TO UEBERNEHME-KONTOSTAMM-SATZ-ENDE
           END-IF
           ADD 1 TO KONTO-ANZAHL
           MOVE KONTOSTAMM-SATZ TO KT-SATZ(KONTO-ANZAHL)
           MOVE ZERO TO KT-SALDO(KONTO-ANZAHL)
           IF KSD-BANK-ID IS NOT NUMERIC OR
              KSD-KONTONUMMER IS NOT NUMERIC THEN
              GO TO UEBERNEHME-KONTOSTAMM-SATZ-ENDE
           END-IF
      * bei doppelten Stammsaetzen gilt der erste
           MOVE KSD-BANK-ID TO HASH-BANK-ID
           MOVE KSD-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-EINTRAG
           IF KONTO-TREFFER = ZERO THEN
              MOVE KONTO-ANZAHL TO KONTO-HASH-EINTRAG(HASH-POS)
           END-IF.
       UEBERNEHME-KONTOSTAMM-SATZ-ENDE.
       EXIT.

       SUCHE-KONTO-EINTRAG SECTION.
      * liefert KONTO-TREFFER oder 0 und in HASH-POS den freien Platz
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
       EXIT.

       LADE-SALDEN SECTION.
           OPEN INPUT SALDO-DATEI
           IF SALDO-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ SALDO-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       MOVE SAL-BANK-ID TO HASH-BANK-ID
                       MOVE SAL-KONTONUMMER TO HASH-KONTONUMMER
                       PERFORM SUCHE-KONTO-EINTRAG
                       IF KONTO-TREFFER > ZERO THEN
                          MOVE SAL-SALDO TO KT-SALDO(KONTO-TREFFER)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALDO-DATEI
              MOVE SPACES TO ENDE
           ELSE
              DISPLAY "WARNUNG: saldo.idx nicht gefunden, "
                 "alle Salden werden mit 0 angesetzt"
           END-IF
       EXIT.

       VERARBEITE-AUFTRAG SECTION.
           EVALUATE AT-STATUS(AUFTRAG-IDX)
              WHEN "E"
              WHEN "F"
                 CONTINUE
              WHEN "A"
                 PERFORM PRUEFE-ABSCHLUSS
              WHEN OTHER
                 PERFORM RECHNE-AUFTRAG-AB
           END-EVALUATE
       EXIT.

       RECHNE-AUFTRAG-AB SECTION.
           MOVE SPACES TO ABLEHNUNGSGRUND
           MOVE SPACES TO RUECKSTELLGRUND
           IF AT-BANK-ID(AUFTRAG-IDX) IS NOT NUMERIC OR
              AT-KONTONUMMER(AUFTRAG-IDX) IS NOT NUMERIC OR
              AT-STICHTAG(AUFTRAG-IDX) IS NOT NUMERIC OR
              AT-ZIEL-BANK-ID(AUFTRAG-IDX) IS NOT NUMERIC OR
              AT-ZIEL-KONTONUMMER(AUFTRAG-IDX) IS NOT NUMERIC THEN
              MOVE "AUFTRAG UNGUELTIG" TO ABLEHNUNGSGRUND
              PERFORM LEHNE-AUFTRAG-AB
              GO TO RECHNE-AUFTRAG-AB-ENDE
           END-IF
      * vor dem Stichtag bleibt der Auftrag unveraendert stehen
           MOVE AT-STICHTAG(AUFTRAG-IDX) TO STICHTAG-NUM
           IF STICHTAG-NUM > LAUF-DATUM-NUM THEN
              GO TO RECHNE-AUFTRAG-AB-ENDE
           END-IF
           IF AT-BANK-ID(AUFTRAG-IDX) = AT-ZIEL-BANK-ID(AUFTRAG-IDX)
              AND AT-KONTONUMMER(AUFTRAG-IDX) =
              AT-ZIEL-KONTONUMMER(AUFTRAG-IDX) THEN
              MOVE "ZIELKONTO GLEICH KONTO" TO ABLEHNUNGSGRUND
              PERFORM LEHNE-AUFTRAG-AB
              GO TO RECHNE-AUFTRAG-AB-ENDE
           END-IF

           MOVE AT-BANK-ID(AUFTRAG-IDX) TO HASH-BANK-ID
           MOVE AT-KONTONUMMER(AUFTRAG-IDX) TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-EINTRAG
           MOVE KONTO-TREFFER TO KONTO-TREFFER-QUELLE
           MOVE AT-ZIEL-BANK-ID(AUFTRAG-IDX) TO HASH-BANK-ID
           MOVE AT-ZIEL-KONTONUMMER(AUFTRAG-IDX) TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-EINTRAG
           MOVE KONTO-TREFFER TO KONTO-TREFFER-ZIEL

           IF KONTO-TREFFER-QUELLE = ZERO THEN
              MOVE "KONTO NICHT IM KONTOSTAMM" TO ABLEHNUNGSGRUND
           ELSE
              IF KT-STATUS(KONTO-TREFFER-QUELLE) = "C" THEN
                 MOVE "KONTO BEREITS GESCHLOSSEN" TO ABLEHNUNGSGRUND
              END-IF
           END-IF
           IF ABLEHNUNGSGRUND = SPACES AND
              KONTO-TREFFER-ZIEL = ZERO THEN
              MOVE "ZIELKONTO NICHT IM STAMM" TO ABLEHNUNGSGRUND
           END-IF
           IF ABLEHNUNGSGRUND NOT = SPACES THEN
              PERFORM LEHNE-AUFTRAG-AB
              GO TO RECHNE-AUFTRAG-AB-ENDE
           END-IF

      * gesperrte oder ruhende Konten lassen sich nicht ausgleichen,
      * der Auftrag wartet auf die Freigabe
           EVALUATE KT-STATUS(KONTO-TREFFER-QUELLE)
              WHEN "G"
                 MOVE "KONTO GESPERRT" TO RUECKSTELLGRUND
              WHEN "R"
                 MOVE "KONTO RUHEND" TO RUECKSTELLGRUND
           END-EVALUATE
           IF RUECKSTELLGRUND = SPACES THEN
              EVALUATE KT-STATUS(KONTO-TREFFER-ZIEL)
                 WHEN "G"
                 WHEN "C"
                 WHEN "R"
                    MOVE "ZIELKONTO NICHT AKTIV" TO RUECKSTELLGRUND
              END-EVALUATE
           END-IF
           IF RUECKSTELLGRUND = SPACES THEN
              PERFORM PRUEFE-VALUTAHALT
           END-IF
           IF RUECKSTELLGRUND = SPACES THEN
              PERFORM PRUEFE-COMPLIANCE-FAELLE
           END-IF
           IF RUECKSTELLGRUND NOT = SPACES THEN
              PERFORM STELLE-AUFTRAG-ZURUECK
              GO TO RECHNE-AUFTRAG-AB-ENDE
           END-IF

           MOVE KT-SALDO(KONTO-TREFFER-QUELLE) TO AKTUELLER-SALDO
      * Saldo, Zinsen und Ausgleich laufen in der Kontowaehrung
           MOVE KT-WAEHRUNG(KONTO-TREFFER-QUELLE) TO ABSCHLUSS-WAEHRUNG
           IF ABSCHLUSS-WAEHRUNG = SPACES THEN
              MOVE "EUR" TO ABSCHLUSS-WAEHRUNG
           END-IF
           PERFORM BERECHNE-ABSCHLUSSZINS
           COMPUTE END-SALDO = AKTUELLER-SALDO + ZINS-BETRAG
           IF END-SALDO > 99999999.99 OR
              END-SALDO < -99999999.99 THEN
              MOVE "ENDSALDO UEBERSTEIGT BUCHUNG" TO RUECKSTELLGRUND
              PERFORM STELLE-AUFTRAG-ZURUECK
              GO TO RECHNE-AUFTRAG-AB-ENDE
           END-IF

           PERFORM SCHREIBE-AUSGLEICHSBUCHUNGEN
           PERFORM SCHREIBE-ABSCHLUSSAUSZUG

           MOVE END-SALDO TO AT-ENDSALDO(AUFTRAG-IDX)
           MOVE LAUF-DATUM-ROH TO AT-BEARBEITET(AUFTRAG-IDX)
           MOVE "A" TO AT-STATUS(AUFTRAG-IDX)
           MOVE "AUSGLEICH GELIEFERT" TO AT-HINWEIS(AUFTRAG-IDX)
           ADD 1 TO ABGERECHNET-ANZAHL
           MOVE "ABGERECHNET" TO ABLEHNUNGSGRUND
           PERFORM SCHREIBE-PROTOKOLL-ZEILE

      * ohne Saldo und Zinsen ist nichts auszugleichen, das Konto
      * wird sofort geschlossen
           IF AKTUELLER-SALDO = ZERO AND ZINS-BETRAG = ZERO THEN
              PERFORM SCHLIESSE-KONTO
           END-IF.
       RECHNE-AUFTRAG-AB-ENDE.
       EXIT.

       LEHNE-AUFTRAG-AB SECTION.
           MOVE "F" TO AT-STATUS(AUFTRAG-IDX)
           MOVE LAUF-DATUM-ROH TO AT-BEARBEITET(AUFTRAG-IDX)
           MOVE ABLEHNUNGSGRUND TO AT-HINWEIS(AUFTRAG-IDX)
           ADD 1 TO ABGELEHNT-ANZAHL
           PERFORM SCHREIBE-PROTOKOLL-ZEILE
       EXIT.

       STELLE-AUFTRAG-ZURUECK SECTION.
           MOVE "Z" TO AT-STATUS(AUFTRAG-IDX)
           MOVE LAUF-DATUM-ROH TO AT-BEARBEITET(AUFTRAG-IDX)
           MOVE RUECKSTELLGRUND TO AT-HINWEIS(AUFTRAG-IDX)
           ADD 1 TO ZURUECK-ANZAHL
           MOVE RUECKSTELLGRUND TO ABLEHNUNGSGRUND
           PERFORM SCHREIBE-PROTOKOLL-ZEILE
       EXIT.

       PRUEFE-VALUTAHALT SECTION.
      * zurueckgestellte Buchungen, bei Umbuchungen beide Konten
           MOVE "N" TO OFFEN-GEFUNDEN
           OPEN INPUT VALUTA-DATEI
           IF VALUTA-STATUS NOT = "00" THEN
              GO TO PRUEFE-VALUTAHALT-ENDE
           END-IF
           MOVE SPACES TO SUCH-ENDE
           PERFORM UNTIL SUCH-ENDE = "Y"
              READ VALUTA-DATEI
                 AT END MOVE "Y" TO SUCH-ENDE
                 NOT AT END
                    IF VS-BANK-ID = AT-BANK-ID(AUFTRAG-IDX) AND
                       VS-KONTONUMMER = AT-KONTONUMMER(AUFTRAG-IDX)
                       THEN
                       MOVE "J" TO OFFEN-GEFUNDEN
                    END-IF
                    IF VS-DC = "UB" AND
                       VS-ZIEL-BANK-ID = AT-BANK-ID(AUFTRAG-IDX) AND
                       VS-ZIEL-KONTONUMMER =
                       AT-KONTONUMMER(AUFTRAG-IDX) THEN
                       MOVE "J" TO OFFEN-GEFUNDEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VALUTA-DATEI
           IF OFFEN-GEFUNDEN = "J" THEN
              MOVE "OFFENE VALUTAPOSTEN" TO RUECKSTELLGRUND
           END-IF.
       PRUEFE-VALUTAHALT-ENDE.
       EXIT.

       PRUEFE-COMPLIANCE-FAELLE SECTION.
      * offene und eskalierte Faelle sind nicht erledigt
           MOVE "N" TO OFFEN-GEFUNDEN
           OPEN INPUT FALLBESTAND-DATEI
           IF FALLBESTAND-STATUS NOT = "00" THEN
              GO TO PRUEFE-COMPLIANCE-FAELLE-ENDE
           END-IF
           MOVE SPACES TO SUCH-ENDE
           PERFORM UNTIL SUCH-ENDE = "Y"
              READ FALLBESTAND-DATEI
                 AT END MOVE "Y" TO SUCH-ENDE
                 NOT AT END
                    IF FB-STATUS = "O" OR FB-STATUS = "E" THEN
                       IF FB-BANK-ID = AT-BANK-ID(AUFTRAG-IDX) AND
                          FB-KONTONUMMER = AT-KONTONUMMER(AUFTRAG-IDX)
                          THEN
                          MOVE "J" TO OFFEN-GEFUNDEN
                       END-IF
                       IF FB-DC = "UB" AND
                          FB-ZIEL-BANK-ID = AT-BANK-ID(AUFTRAG-IDX) AND
                          FB-ZIEL-KONTONUMMER =
                          AT-KONTONUMMER(AUFTRAG-IDX) THEN
                          MOVE "J" TO OFFEN-GEFUNDEN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FALLBESTAND-DATEI
           IF OFFEN-GEFUNDEN = "J" THEN
              MOVE "OFFENER COMPLIANCE-FALL" TO RUECKSTELLGRUND
           END-IF.
       PRUEFE-COMPLIANCE-FAELLE-ENDE.
       EXIT.

       BERECHNE-ABSCHLUSSZINS SECTION.
      * Zinszahlenmethode wie im Zinsabschluss: Tagesendsalden der
      * Bilanzdateien vom Quartalsanfang bis zum Stichtag
           MOVE ZERO TO ZINS-BETRAG
           MOVE ZERO TO ZINS-SALDOSUMME
           MOVE ZERO TO ZINS-TAGE
           MOVE ZERO TO ZINS-SATZ
           MOVE STICHTAG-NUM TO TAGES-DATUM
      * ganzzahliger Quotient im PIC 9-Feld, 0 bis 3
           COMPUTE QUARTAL-NUMMER = (TD-MONAT - 1) / 3
           COMPUTE TD-MONAT = QUARTAL-NUMMER * 3 + 1
           MOVE 1 TO TD-TAG
           MOVE TAGES-DATUM TO QUARTAL-VON

           PERFORM UNTIL TAGES-DATUM > STICHTAG-NUM
              PERFORM LIES-BILANZTAG
              COMPUTE TAGES-DATUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(TAGES-DATUM) + 1)
           END-PERFORM

           MOVE ZERO TO STAMM-TREFFER
           PERFORM VARYING STAMM-IDX FROM 1 BY 1
              UNTIL STAMM-IDX > STAMM-ANZAHL
              IF STAMM-BANK-ID(STAMM-IDX) =
                 KT-BANK-ID(KONTO-TREFFER-QUELLE) THEN
                 MOVE STAMM-IDX TO STAMM-TREFFER
              END-IF
           END-PERFORM
           IF STAMM-TREFFER = ZERO OR ZINS-TAGE = ZERO THEN
              GO TO BERECHNE-ABSCHLUSSZINS-ENDE
           END-IF

           IF ZINS-SALDOSUMME < ZERO THEN
              MOVE STAMM-SOLL-ZINS(STAMM-TREFFER) TO ZINS-SATZ
           ELSE
              MOVE STAMM-HABEN-ZINS(STAMM-TREFFER) TO ZINS-SATZ
           END-IF
           COMPUTE ZINS-BETRAG ROUNDED =
              ZINS-SALDOSUMME * ZINS-SATZ / 36500.
       BERECHNE-ABSCHLUSSZINS-ENDE.
       EXIT.

       LIES-BILANZTAG SECTION.
           MOVE SPACES TO BILANZ-DATEINAME
           STRING "bilanz-" DELIMITED BY SIZE
                  TAGES-DATUM DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BILANZ-DATEINAME
           END-STRING
           OPEN INPUT BILANZ-DATEI
           IF BILANZ-STATUS NOT = "00" THEN
              GO TO LIES-BILANZTAG-ENDE
           END-IF
           MOVE ZERO TO ZEILEN-NUMMER
           MOVE SPACES TO SUCH-ENDE
           PERFORM UNTIL SUCH-ENDE = "Y"
              READ BILANZ-DATEI
                 AT END MOVE "Y" TO SUCH-ENDE
                 NOT AT END
                    ADD 1 TO ZEILEN-NUMMER
      * Spaltenbild der BILANZ-DRUCKZEILE: Endsaldo ab Spalte 56
                    IF ZEILEN-NUMMER > 2 AND
                       BILANZ-ZEILE(1:5) = AT-BANK-ID(AUFTRAG-IDX) AND
                       BILANZ-ZEILE(7:10) = AT-KONTONUMMER(AUFTRAG-IDX)
                       THEN
                       COMPUTE ENDSALDO-WERT =
                          FUNCTION NUMVAL(BILANZ-ZEILE(56:18))
                       ADD ENDSALDO-WERT TO ZINS-SALDOSUMME
                       ADD 1 TO ZINS-TAGE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BILANZ-DATEI.
       LIES-BILANZTAG-ENDE.
       EXIT.

       SCHREIBE-AUSGLEICHSBUCHUNGEN SECTION.
           IF ZINS-BETRAG NOT = ZERO THEN
              MOVE SPACES TO LIEFERUNG-SATZ
              MOVE AT-BANK-ID(AUFTRAG-IDX) TO LF-BANK-ID
              MOVE AT-KONTONUMMER(AUFTRAG-IDX) TO LF-KONTONUMMER
              IF ZINS-BETRAG < ZERO THEN
                 COMPUTE BUCHUNG-BETRAG = ZERO - ZINS-BETRAG
                 MOVE "DC" TO LF-DC
                 MOVE "SOLLZINSEN KONTOAUFLOESUNG" TO LF-ZWECK
              ELSE
                 MOVE ZINS-BETRAG TO BUCHUNG-BETRAG
                 MOVE "CR" TO LF-DC
                 MOVE "HABENZINSEN KONTOAUFLOESUNG" TO LF-ZWECK
              END-IF
              MOVE BUCHUNG-BETRAG TO LF-BETRAG
              MOVE ABSCHLUSS-WAEHRUNG TO LF-WAEHRUNG
              MOVE SPACES TO LF-VALUTA
      * eigene Referenz je Satz, sonst faellt die Umbuchung in der
      * Verarbeitung als Duplikat der Zinsbuchung heraus
              STRING "KZ" DELIMITED BY SIZE
                     AT-KONTONUMMER(AUFTRAG-IDX) DELIMITED BY SIZE
                     AT-STICHTAG(AUFTRAG-IDX)(5:4) DELIMITED BY SIZE
                 INTO LF-REFERENZ
              END-STRING
              WRITE LIEFERUNG-SATZ
              ADD 1 TO BUCHUNG-ANZAHL
           END-IF

           IF END-SALDO = ZERO THEN
              GO TO SCHREIBE-AUSGLEICHSBUCHUNGEN-ENDE
           END-IF
      * Guthaben geht auf das Zielkonto, ein Sollsaldo wird vom
      * Zielkonto ausgeglichen
           MOVE SPACES TO LIEFERUNG-UMBUCHUNG
           IF END-SALDO > ZERO THEN
              MOVE END-SALDO TO BUCHUNG-BETRAG
              MOVE AT-BANK-ID(AUFTRAG-IDX) TO LU-QUELL-BANK-ID
              MOVE AT-KONTONUMMER(AUFTRAG-IDX) TO LU-QUELL-KONTONUMMER
              MOVE AT-ZIEL-BANK-ID(AUFTRAG-IDX) TO LU-ZIEL-BANK-ID
              MOVE AT-ZIEL-KONTONUMMER(AUFTRAG-IDX)
                TO LU-ZIEL-KONTONUMMER
           ELSE
              COMPUTE BUCHUNG-BETRAG = ZERO - END-SALDO
              MOVE AT-ZIEL-BANK-ID(AUFTRAG-IDX) TO LU-QUELL-BANK-ID
              MOVE AT-ZIEL-KONTONUMMER(AUFTRAG-IDX)
                TO LU-QUELL-KONTONUMMER
              MOVE AT-BANK-ID(AUFTRAG-IDX) TO LU-ZIEL-BANK-ID
              MOVE AT-KONTONUMMER(AUFTRAG-IDX) TO LU-ZIEL-KONTONUMMER
           END-IF
           MOVE BUCHUNG-BETRAG TO LU-BETRAG
           MOVE ABSCHLUSS-WAEHRUNG TO LU-WAEHRUNG
           MOVE "UB" TO LU-KENNZEICHEN
           STRING "KONTOAUFLOESUNG " DELIMITED BY SIZE
                  AT-BANK-ID(AUFTRAG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AT-KONTONUMMER(AUFTRAG-IDX) DELIMITED BY SIZE
              INTO LU-ZWECK
           END-STRING
           MOVE SPACES TO LU-VALUTA
           STRING "KU" DELIMITED BY SIZE
                  AT-KONTONUMMER(AUFTRAG-IDX) DELIMITED BY SIZE
                  AT-STICHTAG(AUFTRAG-IDX)(5:4) DELIMITED BY SIZE
              INTO LU-REFERENZ
           END-STRING
           WRITE LIEFERUNG-UMBUCHUNG
           ADD 1 TO BUCHUNG-ANZAHL.
       SCHREIBE-AUSGLEICHSBUCHUNGEN-ENDE.
       EXIT.

       SCHREIBE-ABSCHLUSSAUSZUG SECTION.
           MOVE ALL "-" TO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE
           MOVE SPACES TO AUSZUG-ZEILE
           STRING "Kontoabschluss Bank " DELIMITED BY SIZE
                  AT-BANK-ID(AUFTRAG-IDX) DELIMITED BY SIZE
                  " Konto " DELIMITED BY SIZE
                  AT-KONTONUMMER(AUFTRAG-IDX) DELIMITED BY SIZE
                  "  Aufloesung zum " DELIMITED BY SIZE
                  AT-STICHTAG(AUFTRAG-IDX) DELIMITED BY SIZE
                  "  Waehrung " DELIMITED BY SIZE
                  ABSCHLUSS-WAEHRUNG DELIMITED BY SIZE
              INTO AUSZUG-ZEILE
           END-STRING
           WRITE AUSZUG-ZEILE
           MOVE SPACES TO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE

           MOVE "Kontostand" TO AD-TEXT
           MOVE AKTUELLER-SALDO TO AD-BETRAG
           MOVE AUSZUG-DRUCKZEILE TO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE

           MOVE ZINS-TAGE TO TAGE-ANZEIGE
           MOVE ZINS-SATZ TO SATZ-ANZEIGE
           MOVE SPACES TO AD-TEXT
           STRING "Abschlusszinsen ab " DELIMITED BY SIZE
                  QUARTAL-VON DELIMITED BY SIZE
                  " Satz " DELIMITED BY SIZE
                  FUNCTION TRIM(SATZ-ANZEIGE) DELIMITED BY SIZE
              INTO AD-TEXT
           END-STRING
           MOVE ZINS-BETRAG TO AD-BETRAG
           MOVE AUSZUG-DRUCKZEILE TO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE

           MOVE "Endsaldo" TO AD-TEXT
           MOVE END-SALDO TO AD-BETRAG
           MOVE AUSZUG-DRUCKZEILE TO AUSZUG-ZEILE
           WRITE AUSZUG-ZEILE

           MOVE SPACES TO AUSZUG-ZEILE
           EVALUATE TRUE
              WHEN END-SALDO > ZERO
                 STRING "Das Guthaben wird auf Bank " DELIMITED BY SIZE
                        AT-ZIEL-BANK-ID(AUFTRAG-IDX) DELIMITED BY SIZE
                        " Konto " DELIMITED BY SIZE
                        AT-ZIEL-KONTONUMMER(AUFTRAG-IDX)
                           DELIMITED BY SIZE
                        " uebertragen." DELIMITED BY SIZE
                    INTO AUSZUG-ZEILE
                 END-STRING
              WHEN END-SALDO < ZERO
                 STRING "Der Sollsaldo wird von Bank " DELIMITED BY SIZE
                        AT-ZIEL-BANK-ID(AUFTRAG-IDX) DELIMITED BY SIZE
                        " Konto " DELIMITED BY SIZE
                        AT-ZIEL-KONTONUMMER(AUFTRAG-IDX)
                           DELIMITED BY SIZE
                        " ausgeglichen." DELIMITED BY SIZE
                    INTO AUSZUG-ZEILE
                 END-STRING
              WHEN OTHER
                 MOVE "Kein Restsaldo, kein Ausgleich erforderlich."
                   TO AUSZUG-ZEILE
           END-EVALUATE
           WRITE AUSZUG-ZEILE
           IF END-SALDO = ZERO AND ZINS-BETRAG = ZERO THEN
              MOVE "Das Konto ist geschlossen." TO AUSZUG-ZEILE
           ELSE
              MOVE "Das Konto wird nach dem Ausgleich geschlossen."
                TO AUSZUG-ZEILE
           END-IF
           WRITE AUSZUG-ZEILE
       EXIT.

       PRUEFE-ABSCHLUSS SECTION.
      * abgerechnete Auftraege: ist der Ausgleich im Tageslauf
      * gebucht und der Saldo null, wird das Konto geschlossen
           MOVE AT-BANK-ID(AUFTRAG-IDX) TO HASH-BANK-ID
           MOVE AT-KONTONUMMER(AUFTRAG-IDX) TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-EINTRAG
           MOVE KONTO-TREFFER TO KONTO-TREFFER-QUELLE
           IF KONTO-TREFFER-QUELLE = ZERO THEN
              MOVE "KONTO NICHT IM KONTOSTAMM" TO ABLEHNUNGSGRUND
              PERFORM LEHNE-AUFTRAG-AB
              GO TO PRUEFE-ABSCHLUSS-ENDE
           END-IF
           IF KT-SALDO(KONTO-TREFFER-QUELLE) = ZERO THEN
              PERFORM SCHLIESSE-KONTO
              GO TO PRUEFE-ABSCHLUSS-ENDE
           END-IF
           IF AT-BEARBEITET(AUFTRAG-IDX) < LAUF-DATUM-ROH THEN
              MOVE KT-SALDO(KONTO-TREFFER-QUELLE) TO BETRAG-ANZEIGE
              DISPLAY "WARNUNG: KONTO " AT-BANK-ID(AUFTRAG-IDX) " "
                 AT-KONTONUMMER(AUFTRAG-IDX)
                 " NACH AUSGLEICH NICHT NULL, SALDO "
                 FUNCTION TRIM(BETRAG-ANZEIGE)
              MOVE "SALDO NACH AUSGLEICH NICHT 0"
                TO AT-HINWEIS(AUFTRAG-IDX)
              MOVE AT-HINWEIS(AUFTRAG-IDX) TO ABLEHNUNGSGRUND
              PERFORM SCHREIBE-PROTOKOLL-ZEILE
           END-IF.
       PRUEFE-ABSCHLUSS-ENDE.
       EXIT.

       SCHLIESSE-KONTO SECTION.
           MOVE "C" TO KT-STATUS(KONTO-TREFFER-QUELLE)
           MOVE "J" TO KONTOSTAMM-GEAENDERT
           MOVE "E" TO AT-STATUS(AUFTRAG-IDX)
           MOVE LAUF-DATUM-ROH TO AT-BEARBEITET(AUFTRAG-IDX)
           MOVE "KONTO GESCHLOSSEN" TO AT-HINWEIS(AUFTRAG-IDX)
           ADD 1 TO GESCHLOSSEN-ANZAHL
           MOVE "KONTO GESCHLOSSEN" TO ABLEHNUNGSGRUND
           PERFORM SCHREIBE-PROTOKOLL-ZEILE
       EXIT.

       SCHREIBE-KONTOSTAMM SECTION.
           OPEN OUTPUT KONTOSTAMM-DATEI
           PERFORM VARYING KONTO-IDX FROM 1 BY 1
              UNTIL KONTO-IDX > KONTO-ANZAHL
              MOVE KT-SATZ(KONTO-IDX) TO KONTOSTAMM-SATZ
              WRITE KONTOSTAMM-SATZ
           END-PERFORM
           CLOSE KONTOSTAMM-DATEI
       EXIT.

       SCHREIBE-PROTOKOLL-KOPF SECTION.
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "Kontoaufloesung Lauf " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "Bank  Konto      Stichtag Ziel  Zielkonto  "
                  DELIMITED BY SIZE
                  "Ergebnis" DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
       EXIT.

       SCHREIBE-PROTOKOLL-ZEILE SECTION.
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING AT-BANK-ID(AUFTRAG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AT-KONTONUMMER(AUFTRAG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AT-STICHTAG(AUFTRAG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AT-ZIEL-BANK-ID(AUFTRAG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AT-ZIEL-KONTONUMMER(AUFTRAG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ABLEHNUNGSGRUND DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
       EXIT.

       SCHREIBE-PROTOKOLL-FUSS SECTION.
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "Abgerechnet " DELIMITED BY SIZE
                  ABGERECHNET-ANZAHL DELIMITED BY SIZE
                  "  Geschlossen " DELIMITED BY SIZE
                  GESCHLOSSEN-ANZAHL DELIMITED BY SIZE
                  "  Zurueckgestellt " DELIMITED BY SIZE
                  ZURUECK-ANZAHL DELIMITED BY SIZE
                  "  Abgelehnt " DELIMITED BY SIZE
                  ABGELEHNT-ANZAHL DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
       EXIT.
