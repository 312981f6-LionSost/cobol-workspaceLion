       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOSTROABSTIMMUNG.
      *****************************************************************
      * Nostro-Abstimmung: die Tagesauszuege der Korrespondenzbanken
      * fuer unsere Verrechnungskonten (festes Satzbild oder MT940-
      * Stil) werden gegen die Buchungen des Lauftags je Bank
      * abgeglichen (Betrag, Richtung, Datum, Referenz). Nicht
      * zugeordnete Posten beider Seiten gehen in den dauerhaften
      * Bestand nostroposten.txt und werden an den Folgetagen weiter
      * abgeglichen, bis sie zugeordnet oder von einem Bearbeiter
      * ausgebucht sind. Dazu Alterungsbericht der offenen Posten je
      * Bank und Differenzenbericht, wenn der Schlusssaldo der
      * Korrespondenzbank nicht mit unserem Saldo uebereinstimmt.
      * Modus A = Abstimmung, B = Ausbuchung eines Postens
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUFDATUM-PARAMETER ASSIGN TO 'rundatum.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAUFDATUM-STATUS.
           SELECT NOSTROKONTEN-DATEI ASSIGN TO 'nostrokonten.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOSTROKONTEN-STATUS.
           SELECT NOSTROSALDEN-DATEI ASSIGN TO 'nostrosalden.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOSTROSALDEN-STATUS.
           SELECT POSTEN-DATEI ASSIGN TO 'nostroposten.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTEN-STATUS.
           SELECT KORRESPONDENZ-AUSZUG
           ASSIGN TO DYNAMIC AUSZUG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUSZUG-STATUS.
           SELECT BUCHUNG-DETAIL ASSIGN TO DYNAMIC BUCHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUCHUNG-STATUS.
           SELECT PROTOKOLL-DATEI ASSIGN TO DYNAMIC PROTOKOLL-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROTOKOLL-STATUS.
           SELECT DIFFERENZ-DATEI ASSIGN TO DYNAMIC DIFFERENZ-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIFFERENZ-STATUS.
           SELECT ALTERUNG-DATEI ASSIGN TO DYNAMIC ALTERUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALTERUNG-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD LAUFDATUM-PARAMETER.
           01 LAUFDATUM-PARAMETER-SATZ.
              05 LP-VON PIC X(8).
              05 FILLER PIC X(9).

      * abzustimmende Verrechnungskonten je Korrespondenzbank
           FD NOSTROKONTEN-DATEI.
           01 NOSTROKONTEN-SATZ.
              05 NK-BANK-ID PIC 9(5).
              05 NK-WAEHRUNG PIC X(3).
              05 NK-BEZEICHNUNG PIC X(30).

      * unser Saldo je Verrechnungskonto zum letzten Abstimmungstag
           FD NOSTROSALDEN-DATEI.
           01 NOSTROSALDEN-SATZ.
              05 NS-BANK-ID PIC 9(5).
              05 NS-WAEHRUNG PIC X(3).
              05 NS-DATUM PIC 9(8).
              05 NS-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.

      * offene und erledigte Posten; Seite K = nur im Auszug der
      * Korrespondenzbank, E = nur in unseren Buchungen; Status
      * O = offen, Z = zugeordnet, A = ausgebucht
           FD POSTEN-DATEI.
           01 POSTEN-SATZ.
              05 OP-NUMMER PIC 9(8).
              05 OP-BANK-ID PIC 9(5).
              05 OP-WAEHRUNG PIC X(3).
              05 OP-SEITE PIC X(1).
              05 OP-DATUM PIC 9(8).
              05 OP-RICHTUNG PIC X(1).
              05 OP-BETRAG PIC 9(12)V99.
              05 OP-REFERENZ PIC X(16).
              05 OP-TEXT PIC X(40).
              05 OP-STATUS PIC X(1).
              05 OP-ERLEDIGT PIC 9(8).
              05 OP-BEARBEITER PIC X(8).
              05 OP-VERMERK PIC X(30).

      * Auszug im festen Satzbild (A = Anfangssaldo, U = Umsatz,
      * E = Schlusssaldo) oder im MT940-Stil (Zeilen ab ":")
           FD KORRESPONDENZ-AUSZUG.
           01 AUSZUG-SATZ PIC X(120).
           01 AUSZUG-SALDO-SATZ REDEFINES AUSZUG-SATZ.
              05 NA-SATZART PIC X(1).
              05 NA-DATUM PIC 9(8).
              05 NA-WAEHRUNG PIC X(3).
              05 NA-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 FILLER PIC X(91).
           01 AUSZUG-UMSATZ-SATZ REDEFINES AUSZUG-SATZ.
              05 NU-SATZART PIC X(1).
              05 NU-DATUM PIC 9(8).
              05 NU-RICHTUNG PIC X(1).
              05 NU-BETRAG PIC 9(12)V99.
              05 NU-REFERENZ PIC X(16).
              05 NU-TEXT PIC X(40).
              05 FILLER PIC X(40).

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

           FD PROTOKOLL-DATEI.
           01 PROTOKOLL-ZEILE PIC X(132).

           FD DIFFERENZ-DATEI.
           01 DIFFERENZ-ZEILE PIC X(132).

           FD ALTERUNG-DATEI.
           01 ALTERUNG-ZEILE PIC X(132).
       WORKING-STORAGE SECTION.
           01 LAUFDATUM-STATUS PIC X(2).
           01 NOSTROKONTEN-STATUS PIC X(2).
           01 NOSTROSALDEN-STATUS PIC X(2).
           01 POSTEN-STATUS PIC X(2).
           01 AUSZUG-STATUS PIC X(2).
           01 BUCHUNG-STATUS PIC X(2).
           01 PROTOKOLL-STATUS PIC X(2).
           01 DIFFERENZ-STATUS PIC X(2).
           01 ALTERUNG-STATUS PIC X(2).
           01 LAUF-DATUM-ROH PIC X(8).
           01 LAUF-DATUM-NUM REDEFINES LAUF-DATUM-ROH PIC 9(8).
           01 AUSZUG-DATEINAME PIC X(31).
           01 BUCHUNG-DATEINAME PIC X(22).
           01 PROTOKOLL-DATEINAME PIC X(29).
           01 DIFFERENZ-DATEINAME PIC X(30).
           01 ALTERUNG-DATEINAME PIC X(27).
           01 ENDE PIC X.
           01 MODUS PIC X(1).
           01 BEARBEITER PIC X(8).
           01 FELD-EINGABE PIC X(30).
           01 AUSBUCHUNG-NUMMER PIC 9(8).
           01 AUSBUCHUNG-VERMERK PIC X(30).

           01 NOSTRO-TABELLE.
              05 NOSTRO-EINTRAG OCCURS 200 TIMES.
                 10 NT-BANK-ID PIC 9(5).
                 10 NT-WAEHRUNG PIC X(3).
                 10 NT-BEZEICHNUNG PIC X(30).
           01 NOSTRO-ANZAHL PIC 9(3) VALUE ZERO.
           01 NOSTRO-IDX PIC 9(3).

           01 SALDEN-TABELLE.
              05 SALDEN-EINTRAG OCCURS 500 TIMES.
                 10 ST-BANK-ID PIC 9(5).
                 10 ST-WAEHRUNG PIC X(3).
                 10 ST-DATUM PIC 9(8).
                 10 ST-SALDO PIC S9(14)V99.
           01 SALDEN-ANZAHL PIC 9(3) VALUE ZERO.
           01 SALDEN-IDX PIC 9(3).
           01 SALDEN-TREFFER PIC 9(3).
           01 SALDEN-UEBERLAUF PIC X VALUE "N".

           01 POSTEN-TABELLE.
              05 POSTEN-EINTRAG OCCURS 50000 TIMES.
                 10 PT-NUMMER PIC 9(8).
                 10 PT-BANK-ID PIC 9(5).
                 10 PT-WAEHRUNG PIC X(3).
                 10 PT-SEITE PIC X(1).
                 10 PT-DATUM PIC 9(8).
                 10 PT-RICHTUNG PIC X(1).
                 10 PT-BETRAG PIC 9(12)V99.
                 10 PT-REFERENZ PIC X(16).
                 10 PT-TEXT PIC X(40).
                 10 PT-STATUS PIC X(1).
                 10 PT-ERLEDIGT PIC 9(8).
                 10 PT-BEARBEITER PIC X(8).
                 10 PT-VERMERK PIC X(30).
           01 POSTEN-ANZAHL PIC 9(5) VALUE ZERO.
           01 POSTEN-IDX PIC 9(5).
           01 POSTEN-TREFFER PIC 9(5).
           01 POSTEN-UEBERLAUF PIC X VALUE "N".
           01 LETZTE-POSTEN-NUMMER PIC 9(8) VALUE ZERO.

      * Buchungen des Lauftags fuer das gerade abgestimmte Konto;
      * Ketten je Betrag ueber EIGEN-HASH-KOPF und EG-NAECHSTER
           01 EIGENE-TABELLE.
              05 EIGENE-EINTRAG OCCURS 100000 TIMES.
                 10 EG-DATUM PIC 9(8).
                 10 EG-RICHTUNG PIC X(1).
                 10 EG-BETRAG PIC 9(12)V99.
                 10 EG-REFERENZ PIC X(16).
                 10 EG-TEXT PIC X(40).
                 10 EG-PRIMANOTA PIC X(12).
                 10 EG-ERLEDIGT PIC X(1).
                 10 EG-NAECHSTER PIC 9(6) COMP.
           01 EIGENE-ANZAHL PIC 9(6) VALUE ZERO.
           01 EIGENE-IDX PIC 9(6).
           01 EIGENE-TREFFER PIC 9(6).
           01 EIGENE-KANDIDAT PIC 9(6).
           01 EIGENE-UEBERLAUF PIC X VALUE "N".
      * vorheriger Satz der Buchungsdatei, bis klar ist, ob er mit
      * dem folgenden eine Umbuchung innerhalb der Bank bildet
           01 VORIGE-BUCHUNG.
              05 VB-BANK-ID PIC 9(5).
              05 VB-KONTONUMMER PIC 9(10).
              05 VB-WAEHRUNG PIC X(3).
              05 VB-DC PIC X(2).
              05 VB-BETRAG PIC 9(8)V99.
              05 VB-ZWECK PIC X(53).
              05 VB-KONTO-WAEHRUNG PIC X(3).
              05 VB-KURS PIC 9(5)V9(6).
              05 VB-KONTO-BETRAG PIC 9(12)V99.
              05 VB-REFERENZ PIC X(16).
              05 VB-PRIMANOTA PIC 9(12).
           01 VORIGE-VORHANDEN PIC X.
           01 LAUFENDE-BUCHUNG PIC X(139).
      * Buchungstage seit dem letzten Abstimmungstag des Kontos
           01 LADE-TAG PIC 9(8).
           01 LADE-TAG-INT PIC 9(7).
           01 LAUF-TAG-INT PIC 9(7).
           01 NACHGEHOLTE-TAGE PIC 9(4).
           01 NACHGEHOLT-AB PIC 9(8).
           01 EIGEN-HASH-TABELLE.
              05 EIGEN-HASH-KOPF PIC 9(6) COMP
                 OCCURS 100003 TIMES VALUE ZERO.
           01 HASH-WERT PIC 9(9) COMP.

      * Umsaetze aus dem Auszug der Korrespondenzbank
           01 FREMDE-TABELLE.
              05 FREMDE-EINTRAG OCCURS 100000 TIMES.
                 10 FR-DATUM PIC 9(8).
                 10 FR-RICHTUNG PIC X(1).
                 10 FR-BETRAG PIC 9(12)V99.
                 10 FR-REFERENZ PIC X(16).
                 10 FR-TEXT PIC X(40).
                 10 FR-ERLEDIGT PIC X(1).
           01 FREMDE-ANZAHL PIC 9(6) VALUE ZERO.
           01 FREMDE-IDX PIC 9(6).
           01 FREMDE-UEBERLAUF PIC X VALUE "N".

           01 SUCH-RICHTUNG PIC X(1).
           01 SUCH-BETRAG PIC 9(12)V99.
           01 SUCH-REFERENZ PIC X(16).
           01 SUCH-SEITE PIC X(1).

      * Auszugskopf und -schluss
           01 AUSZUG-WAEHRUNG PIC X(3).
           01 AUSZUG-ANFANG PIC S9(14)V99.
           01 AUSZUG-SCHLUSS PIC S9(14)V99.
           01 ANFANG-GEFUNDEN PIC X.
           01 SCHLUSS-GEFUNDEN PIC X.
           01 FORMAT-FEHLER PIC 9(6).
           01 AUSZUG-BEWEGUNG PIC S9(14)V99.

      * Zerlegung der MT940-Zeilen
           01 MT-POS PIC 9(3).
           01 MT-START PIC 9(3).
           01 MT-LAENGE PIC 9(3).
           01 MT-ZEICHEN PIC X(1).
           01 MT-BETRAG-TEXT PIC X(20).
           01 MT-REFERENZ-TEXT PIC X(40).
           01 MT-DATUM.
              05 MT-JAHRHUNDERT PIC X(2) VALUE "20".
              05 MT-JJMMTT PIC X(6).
           01 MT-DATUM-NUM REDEFINES MT-DATUM PIC 9(8).
           01 MT-BETRAG PIC 9(12)V99.
           01 MT-RICHTUNG PIC X(1).
           01 MT-GUELTIG PIC X.
           01 MT-WAEHRUNG PIC X(3).

           01 EIGENER-ALTSALDO PIC S9(14)V99.
           01 EIGENER-SALDO PIC S9(14)V99.
           01 EIGENE-BEWEGUNG PIC S9(14)V99.
           01 SALDO-DIFFERENZ PIC S9(14)V99.
           01 OFFEN-K-NETTO PIC S9(14)V99.
           01 OFFEN-E-NETTO PIC S9(14)V99.
           01 UNGEKLAERT PIC S9(14)V99.

           01 ZUGEORDNET-TAG PIC 9(6).
           01 ZUGEORDNET-ALT PIC 9(6).
           01 NEU-K PIC 9(6).
           01 NEU-E PIC 9(6).
           01 KONTO-ABGESTIMMT PIC X.
           01 ABGESTIMMTE-KONTEN PIC 9(3) VALUE ZERO.
           01 DIFFERENZ-ANZAHL PIC 9(5) VALUE ZERO.
           01 OFFENE-ANZAHL PIC 9(6) VALUE ZERO.

      * Altersklassen in Kalendertagen
           01 ALTER-TAGE PIC S9(5).
           01 KLASSEN-TABELLE.
              05 KLASSEN-EINTRAG OCCURS 5 TIMES.
                 10 KL-ANZAHL PIC 9(6).
                 10 KL-SUMME PIC S9(14)V99.
           01 KLASSEN-IDX PIC 9(1).
           01 KLASSEN-TEXTE.
              05 FILLER PIC X(12) VALUE "0-1 Tage    ".
              05 FILLER PIC X(12) VALUE "2-5 Tage    ".
              05 FILLER PIC X(12) VALUE "6-10 Tage   ".
              05 FILLER PIC X(12) VALUE "11-30 Tage  ".
              05 FILLER PIC X(12) VALUE "ueber 30    ".
           01 KLASSEN-TEXT-TABELLE REDEFINES KLASSEN-TEXTE.
              05 KLASSEN-TEXT PIC X(12) OCCURS 5 TIMES.

           01 BETRAG-ANZEIGE PIC Z(11)9.99.
           01 SALDO-ANZEIGE PIC -(14)9.99.
           01 SALDO2-ANZEIGE PIC -(14)9.99.
           01 SALDO3-ANZEIGE PIC -(14)9.99.
           01 ANZAHL-ANZEIGE PIC Z(5)9.
           01 ANZAHL2-ANZEIGE PIC Z(5)9.
           01 ANZAHL3-ANZEIGE PIC Z(5)9.
           01 ANZAHL4-ANZEIGE PIC Z(5)9.
           01 ANZAHL5-ANZEIGE PIC Z(5)9.
           01 ALTER-ANZEIGE PIC -(4)9.

           01 JOURNAL-PROGRAMM PIC X(20) VALUE "NOSTROABSTIMMUNG".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           01 JOURNAL-ZAEHLER PIC 9(9) VALUE ZERO.
           01 JOURNAL-DETAILS PIC X(132).
           01 JOURNAL-GESTOERT PIC X VALUE "N".
       PROCEDURE DIVISION.
           DISPLAY "NOSTROABSTIMMUNG"
           PERFORM BESTIMME-DATEINAMEN

           DISPLAY "Modus: A = Abstimmung, B = Ausbuchung"
           ACCEPT MODUS
           EVALUATE MODUS
              WHEN "A"
              WHEN "a"
                 PERFORM STIMME-NOSTROKONTEN-AB
              WHEN "B"
              WHEN "b"
                 PERFORM BUCHE-POSTEN-AUS
              WHEN OTHER
                 DISPLAY "FEHLER: Unbekannter Modus"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
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

           STRING "buchungen-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BUCHUNG-DATEINAME
           END-STRING
           STRING "nostroabstimmung-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO PROTOKOLL-DATEINAME
           END-STRING
           STRING "nostrodifferenzen-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO DIFFERENZ-DATEINAME
           END-STRING
           STRING "nostroalterung-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO ALTERUNG-DATEINAME
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

       STIMME-NOSTROKONTEN-AB SECTION.
           MOVE SPACES TO JOURNAL-DETAILS
           MOVE PROTOKOLL-DATEINAME TO JOURNAL-DETAILS
           MOVE "S" TO JOURNAL-EREIGNIS
           MOVE SPACES TO JOURNAL-STATUS-TEXT
           MOVE ZERO TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL

           PERFORM LADE-NOSTROKONTEN
           IF NOSTRO-ANZAHL = ZERO THEN
              DISPLAY "FEHLER: nostrokonten.txt fehlt oder ist leer"
              PERFORM BEENDE-MIT-FEHLER
           END-IF
           OPEN INPUT BUCHUNG-DETAIL
           IF BUCHUNG-STATUS NOT = "00" THEN
              DISPLAY "FEHLER: " BUCHUNG-DATEINAME " nicht vorhanden"
              PERFORM BEENDE-MIT-FEHLER
           END-IF
           CLOSE BUCHUNG-DETAIL
           PERFORM LADE-NOSTROSALDEN
           PERFORM LADE-POSTEN
           IF POSTEN-UEBERLAUF = "J" OR SALDEN-UEBERLAUF = "J" THEN
              DISPLAY "FEHLER: nostroposten.txt oder nostrosalden.txt "
                 "passt nicht in die Tabellen, keine Abstimmung"
              PERFORM BEENDE-MIT-FEHLER
           END-IF

      * bei Wiederholung am selben Tag bleibt das Protokoll des
      * ersten Laufs erhalten
           OPEN EXTEND PROTOKOLL-DATEI
           IF PROTOKOLL-STATUS NOT = "00" THEN
              OPEN OUTPUT PROTOKOLL-DATEI
           END-IF
           OPEN EXTEND DIFFERENZ-DATEI
           IF DIFFERENZ-STATUS NOT = "00" THEN
              OPEN OUTPUT DIFFERENZ-DATEI
           END-IF
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "Nostro-Abstimmung " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
           MOVE SPACES TO DIFFERENZ-ZEILE
           STRING "Nostro-Differenzen " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
              INTO DIFFERENZ-ZEILE
           END-STRING
           WRITE DIFFERENZ-ZEILE

           PERFORM VARYING NOSTRO-IDX FROM 1 BY 1
              UNTIL NOSTRO-IDX > NOSTRO-ANZAHL
              PERFORM STIMME-KONTO-AB
           END-PERFORM

           IF DIFFERENZ-ANZAHL = ZERO THEN
              MOVE "KEINE DIFFERENZEN" TO DIFFERENZ-ZEILE
              WRITE DIFFERENZ-ZEILE
           END-IF
           CLOSE DIFFERENZ-DATEI

      * ohne vollstaendige Postentabelle werden weder Posten noch
      * Salden zurueckgeschrieben, sonst gingen Posten verloren
           IF POSTEN-UEBERLAUF = "J" THEN
              DISPLAY "FEHLER: POSTEN-TABELLE VOLL, nostroposten.txt "
                 "und nostrosalden.txt werden nicht fortgeschrieben"
              MOVE "FEHLER: POSTEN-TABELLE VOLL, NICHTS FORTGESCHRIEBEN"
                TO PROTOKOLL-ZEILE
              WRITE PROTOKOLL-ZEILE
              CLOSE PROTOKOLL-DATEI
              PERFORM BEENDE-MIT-FEHLER
           END-IF
           CLOSE PROTOKOLL-DATEI
           PERFORM SCHREIBE-POSTEN
           PERFORM SCHREIBE-NOSTROSALDEN
           PERFORM SCHREIBE-ALTERUNG

           DISPLAY "ABGESTIMMTE KONTEN: " ABGESTIMMTE-KONTEN
              "  DIFFERENZEN: " DIFFERENZ-ANZAHL
              "  OFFENE POSTEN: " OFFENE-ANZAHL
           MOVE "E" TO JOURNAL-EREIGNIS
           IF DIFFERENZ-ANZAHL > ZERO THEN
              MOVE "ABWEICH" TO JOURNAL-STATUS-TEXT
           ELSE
              MOVE "OK" TO JOURNAL-STATUS-TEXT
           END-IF
           MOVE ABGESTIMMTE-KONTEN TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL
           IF DIFFERENZ-ANZAHL > ZERO THEN
              MOVE 8 TO RETURN-CODE
           END-IF
       EXIT.

       LADE-NOSTROKONTEN SECTION.
           MOVE ZERO TO NOSTRO-ANZAHL
           OPEN INPUT NOSTROKONTEN-DATEI
           IF NOSTROKONTEN-STATUS NOT = "00" THEN
              GO TO LADE-NOSTROKONTEN-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ NOSTROKONTEN-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF NK-BANK-ID IS NUMERIC AND
                       NK-WAEHRUNG NOT = SPACES THEN
                       IF NOSTRO-ANZAHL < 200 THEN
                          ADD 1 TO NOSTRO-ANZAHL
                          MOVE NK-BANK-ID TO NT-BANK-ID(NOSTRO-ANZAHL)
                          MOVE NK-WAEHRUNG
                            TO NT-WAEHRUNG(NOSTRO-ANZAHL)
                          MOVE NK-BEZEICHNUNG
                            TO NT-BEZEICHNUNG(NOSTRO-ANZAHL)
                       ELSE
                          DISPLAY "WARNUNG: NOSTRO-TABELLE VOLL, BANK "
                             NK-BANK-ID " UEBERGANGEN"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOSTROKONTEN-DATEI
           MOVE SPACES TO ENDE.
       LADE-NOSTROKONTEN-ENDE.
       EXIT.

       LADE-NOSTROSALDEN SECTION.
           MOVE ZERO TO SALDEN-ANZAHL
           OPEN INPUT NOSTROSALDEN-DATEI
           IF NOSTROSALDEN-STATUS NOT = "00" THEN
              GO TO LADE-NOSTROSALDEN-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ NOSTROSALDEN-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF SALDEN-ANZAHL < 500 THEN
                       ADD 1 TO SALDEN-ANZAHL
                       MOVE NS-BANK-ID TO ST-BANK-ID(SALDEN-ANZAHL)
                       MOVE NS-WAEHRUNG TO ST-WAEHRUNG(SALDEN-ANZAHL)
                       MOVE NS-DATUM TO ST-DATUM(SALDEN-ANZAHL)
                       MOVE NS-SALDO TO ST-SALDO(SALDEN-ANZAHL)
                    ELSE
                       MOVE "J" TO SALDEN-UEBERLAUF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOSTROSALDEN-DATEI
           MOVE SPACES TO ENDE.
       LADE-NOSTROSALDEN-ENDE.
       EXIT.

       LADE-POSTEN SECTION.
           MOVE ZERO TO POSTEN-ANZAHL
           MOVE ZERO TO LETZTE-POSTEN-NUMMER
           OPEN INPUT POSTEN-DATEI
           IF POSTEN-STATUS NOT = "00" THEN
              GO TO LADE-POSTEN-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ POSTEN-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF POSTEN-ANZAHL < 50000 THEN
                       ADD 1 TO POSTEN-ANZAHL
                       MOVE POSTEN-SATZ TO POSTEN-EINTRAG(POSTEN-ANZAHL)
                       IF OP-NUMMER > LETZTE-POSTEN-NUMMER THEN
                          MOVE OP-NUMMER TO LETZTE-POSTEN-NUMMER
                       END-IF
                    ELSE
                       MOVE "J" TO POSTEN-UEBERLAUF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE POSTEN-DATEI
           MOVE SPACES TO ENDE.
       LADE-POSTEN-ENDE.
       EXIT.

       STIMME-KONTO-AB SECTION.
           MOVE "N" TO KONTO-ABGESTIMMT
           MOVE ZERO TO ZUGEORDNET-TAG
           MOVE ZERO TO ZUGEORDNET-ALT
           MOVE ZERO TO NEU-K
           MOVE ZERO TO NEU-E

      * jeder Tag wird je Konto genau einmal abgestimmt, und nur in
      * Datumsfolge, sonst stimmte der fortgeschriebene Saldo nicht
           PERFORM SUCHE-NOSTROSALDO
           IF SALDEN-TREFFER > ZERO THEN
              IF ST-DATUM(SALDEN-TREFFER) >= LAUF-DATUM-NUM THEN
                 MOVE SPACES TO PROTOKOLL-ZEILE
                 STRING "Bank " DELIMITED BY SIZE
                        NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                        "  BEREITS ABGESTIMMT BIS " DELIMITED BY SIZE
                        ST-DATUM(SALDEN-TREFFER) DELIMITED BY SIZE
                        ", UEBERGANGEN" DELIMITED BY SIZE
                    INTO PROTOKOLL-ZEILE
                 END-STRING
                 WRITE PROTOKOLL-ZEILE
                 GO TO STIMME-KONTO-AB-ENDE
              END-IF
           END-IF

           PERFORM LIES-KORRESPONDENZAUSZUG
           IF AUSZUG-STATUS NOT = "00" THEN
              MOVE SPACES TO DIFFERENZ-ZEILE
              STRING "Bank " DELIMITED BY SIZE
                     NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                     "  AUSZUG FEHLT: " DELIMITED BY SIZE
                     AUSZUG-DATEINAME DELIMITED BY SIZE
                 INTO DIFFERENZ-ZEILE
              END-STRING
              PERFORM MELDE-DIFFERENZ
              GO TO STIMME-KONTO-AB-ENDE
           END-IF
           IF SCHLUSS-GEFUNDEN = "N" OR FREMDE-UEBERLAUF = "J" OR
              AUSZUG-WAEHRUNG NOT = NT-WAEHRUNG(NOSTRO-IDX) THEN
              MOVE SPACES TO DIFFERENZ-ZEILE
              STRING "Bank " DELIMITED BY SIZE
                     NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                     "  AUSZUG UNVOLLSTAENDIG ODER FALSCHE WAEHRUNG "
                        DELIMITED BY SIZE
                     AUSZUG-WAEHRUNG DELIMITED BY SIZE
                     ", NICHT ABGESTIMMT" DELIMITED BY SIZE
                 INTO DIFFERENZ-ZEILE
              END-STRING
              PERFORM MELDE-DIFFERENZ
              GO TO STIMME-KONTO-AB-ENDE
           END-IF

           PERFORM LADE-EIGENE-BUCHUNGEN
           IF EIGENE-UEBERLAUF = "J" THEN
              MOVE SPACES TO DIFFERENZ-ZEILE
              STRING "Bank " DELIMITED BY SIZE
                     NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                     "  EIGENE-TABELLE VOLL, NICHT ABGESTIMMT"
                        DELIMITED BY SIZE
                 INTO DIFFERENZ-ZEILE
              END-STRING
              PERFORM MELDE-DIFFERENZ
              GO TO STIMME-KONTO-AB-ENDE
           END-IF

           PERFORM ORDNE-TAGESPOSTEN-ZU
           PERFORM ORDNE-ALTPOSTEN-ZU
           PERFORM ERFASSE-NEUE-POSTEN
           PERFORM VERGLEICHE-SALDEN
           PERFORM SCHREIBE-KONTOPROTOKOLL
           MOVE "J" TO KONTO-ABGESTIMMT
           ADD 1 TO ABGESTIMMTE-KONTEN.
       STIMME-KONTO-AB-ENDE.
       EXIT.

       SUCHE-NOSTROSALDO SECTION.
           MOVE ZERO TO SALDEN-TREFFER
           PERFORM VARYING SALDEN-IDX FROM 1 BY 1
              UNTIL SALDEN-IDX > SALDEN-ANZAHL OR SALDEN-TREFFER > ZERO
              IF ST-BANK-ID(SALDEN-IDX) = NT-BANK-ID(NOSTRO-IDX) AND
                 ST-WAEHRUNG(SALDEN-IDX) = NT-WAEHRUNG(NOSTRO-IDX) THEN
                 MOVE SALDEN-IDX TO SALDEN-TREFFER
              END-IF
           END-PERFORM
       EXIT.

       MELDE-DIFFERENZ SECTION.
           ADD 1 TO DIFFERENZ-ANZAHL
           WRITE DIFFERENZ-ZEILE
           MOVE DIFFERENZ-ZEILE TO PROTOKOLL-ZEILE
           WRITE PROTOKOLL-ZEILE
       EXIT.

       LIES-KORRESPONDENZAUSZUG SECTION.
           MOVE ZERO TO FREMDE-ANZAHL
           MOVE "N" TO FREMDE-UEBERLAUF
           MOVE "N" TO ANFANG-GEFUNDEN
           MOVE "N" TO SCHLUSS-GEFUNDEN
           MOVE ZERO TO AUSZUG-ANFANG
           MOVE ZERO TO AUSZUG-SCHLUSS
           MOVE ZERO TO FORMAT-FEHLER
           MOVE SPACES TO AUSZUG-WAEHRUNG
           MOVE SPACES TO AUSZUG-DATEINAME
           STRING "nostroauszug-" DELIMITED BY SIZE
                  NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO AUSZUG-DATEINAME
           END-STRING
           OPEN INPUT KORRESPONDENZ-AUSZUG
           IF AUSZUG-STATUS NOT = "00" THEN
              GO TO LIES-KORRESPONDENZAUSZUG-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ KORRESPONDENZ-AUSZUG
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF AUSZUG-SATZ(1:1) = ":" THEN
                       PERFORM ZERLEGE-MT940-ZEILE
                    ELSE
                       PERFORM ZERLEGE-FESTEN-SATZ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KORRESPONDENZ-AUSZUG
           MOVE SPACES TO ENDE
           MOVE "00" TO AUSZUG-STATUS.
       LIES-KORRESPONDENZAUSZUG-ENDE.
       EXIT.

       ZERLEGE-FESTEN-SATZ SECTION.
           EVALUATE NA-SATZART
              WHEN "A"
                 IF NA-SALDO IS NUMERIC THEN
                    MOVE NA-SALDO TO AUSZUG-ANFANG
                    MOVE NA-WAEHRUNG TO AUSZUG-WAEHRUNG
                    MOVE "J" TO ANFANG-GEFUNDEN
                 ELSE
                    ADD 1 TO FORMAT-FEHLER
                 END-IF
              WHEN "E"
                 IF NA-SALDO IS NUMERIC THEN
                    MOVE NA-SALDO TO AUSZUG-SCHLUSS
                    IF AUSZUG-WAEHRUNG = SPACES THEN
                       MOVE NA-WAEHRUNG TO AUSZUG-WAEHRUNG
                    END-IF
                    MOVE "J" TO SCHLUSS-GEFUNDEN
                 ELSE
                    ADD 1 TO FORMAT-FEHLER
                 END-IF
              WHEN "U"
                 IF NU-DATUM IS NUMERIC AND NU-BETRAG IS NUMERIC AND
                    (NU-RICHTUNG = "C" OR NU-RICHTUNG = "D") THEN
                    MOVE NU-DATUM TO MT-DATUM-NUM
                    MOVE NU-RICHTUNG TO MT-RICHTUNG
                    MOVE NU-BETRAG TO MT-BETRAG
                    MOVE NU-REFERENZ TO MT-REFERENZ-TEXT
                    PERFORM UEBERNEHME-FREMDEN-UMSATZ
                    IF FREMDE-UEBERLAUF = "N" THEN
                       MOVE NU-TEXT TO FR-TEXT(FREMDE-ANZAHL)
                    END-IF
                 ELSE
                    ADD 1 TO FORMAT-FEHLER
                 END-IF
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO FORMAT-FEHLER
           END-EVALUATE
       EXIT.

       ZERLEGE-MT940-ZEILE SECTION.
           EVALUATE TRUE
              WHEN AUSZUG-SATZ(1:5) = ":60F:" OR
                   AUSZUG-SATZ(1:5) = ":60M:"
                 PERFORM ZERLEGE-MT940-SALDO
                 IF MT-GUELTIG = "J" THEN
                    MOVE MT-BETRAG TO AUSZUG-ANFANG
                    IF MT-RICHTUNG = "D" THEN
                       COMPUTE AUSZUG-ANFANG = ZERO - MT-BETRAG
                    END-IF
                    MOVE MT-WAEHRUNG TO AUSZUG-WAEHRUNG
                    MOVE "J" TO ANFANG-GEFUNDEN
                 END-IF
              WHEN AUSZUG-SATZ(1:5) = ":62F:" OR
                   AUSZUG-SATZ(1:5) = ":62M:"
                 PERFORM ZERLEGE-MT940-SALDO
                 IF MT-GUELTIG = "J" THEN
                    MOVE MT-BETRAG TO AUSZUG-SCHLUSS
                    IF MT-RICHTUNG = "D" THEN
                       COMPUTE AUSZUG-SCHLUSS = ZERO - MT-BETRAG
                    END-IF
                    IF AUSZUG-WAEHRUNG = SPACES THEN
                       MOVE MT-WAEHRUNG TO AUSZUG-WAEHRUNG
                    END-IF
                    MOVE "J" TO SCHLUSS-GEFUNDEN
                 END-IF
              WHEN AUSZUG-SATZ(1:4) = ":61:"
                 PERFORM ZERLEGE-MT940-UMSATZ
                 IF MT-GUELTIG = "J" THEN
                    PERFORM UEBERNEHME-FREMDEN-UMSATZ
                 END-IF
              WHEN AUSZUG-SATZ(1:4) = ":86:"
      * Verwendungszweck zum vorangehenden Umsatz
                 IF FREMDE-ANZAHL > ZERO AND FREMDE-UEBERLAUF = "N"
                    THEN
                    MOVE AUSZUG-SATZ(5:40) TO FR-TEXT(FREMDE-ANZAHL)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
       EXIT.

       ZERLEGE-MT940-SALDO SECTION.
      * :60F:/:62F: D/C-Kennung, JJMMTT, Waehrung, Betrag mit Komma
           MOVE "N" TO MT-GUELTIG
           MOVE AUSZUG-SATZ(6:1) TO MT-RICHTUNG
           IF MT-RICHTUNG NOT = "C" AND MT-RICHTUNG NOT = "D" THEN
              ADD 1 TO FORMAT-FEHLER
              GO TO ZERLEGE-MT940-SALDO-ENDE
           END-IF
           MOVE AUSZUG-SATZ(13:3) TO MT-WAEHRUNG
           MOVE 16 TO MT-START
           PERFORM LIES-MT940-BETRAG
           IF MT-GUELTIG NOT = "J" THEN
              ADD 1 TO FORMAT-FEHLER
           END-IF.
       ZERLEGE-MT940-SALDO-ENDE.
       EXIT.

       ZERLEGE-MT940-UMSATZ SECTION.
      * :61: Valuta JJMMTT, optional Buchungsdatum MMTT, C/D (RC/RD
      * bei Stornos), optional Kennbuchstabe, Betrag, Buchungsschluessel
      * mit vier Stellen, Kundenreferenz bis "//"
           MOVE "N" TO MT-GUELTIG
           MOVE "20" TO MT-JAHRHUNDERT
           MOVE AUSZUG-SATZ(5:6) TO MT-JJMMTT
           IF MT-DATUM-NUM IS NOT NUMERIC THEN
              ADD 1 TO FORMAT-FEHLER
              GO TO ZERLEGE-MT940-UMSATZ-ENDE
           END-IF
           MOVE 11 TO MT-POS
           IF AUSZUG-SATZ(11:4) IS NUMERIC THEN
              MOVE 15 TO MT-POS
           END-IF
           EVALUATE TRUE
              WHEN AUSZUG-SATZ(MT-POS:2) = "RC"
                 MOVE "D" TO MT-RICHTUNG
                 ADD 2 TO MT-POS
              WHEN AUSZUG-SATZ(MT-POS:2) = "RD"
                 MOVE "C" TO MT-RICHTUNG
                 ADD 2 TO MT-POS
              WHEN AUSZUG-SATZ(MT-POS:1) = "C"
                 MOVE "C" TO MT-RICHTUNG
                 ADD 1 TO MT-POS
              WHEN AUSZUG-SATZ(MT-POS:1) = "D"
                 MOVE "D" TO MT-RICHTUNG
                 ADD 1 TO MT-POS
              WHEN OTHER
                 ADD 1 TO FORMAT-FEHLER
                 GO TO ZERLEGE-MT940-UMSATZ-ENDE
           END-EVALUATE
           IF AUSZUG-SATZ(MT-POS:1) IS ALPHABETIC THEN
              ADD 1 TO MT-POS
           END-IF
           MOVE MT-POS TO MT-START
           PERFORM LIES-MT940-BETRAG
           IF MT-GUELTIG NOT = "J" THEN
              ADD 1 TO FORMAT-FEHLER
              GO TO ZERLEGE-MT940-UMSATZ-ENDE
           END-IF

      * MT-POS steht hinter dem Betrag auf dem Buchungsschluessel
           ADD 4 TO MT-POS
           MOVE SPACES TO MT-REFERENZ-TEXT
           IF MT-POS < 120 THEN
              UNSTRING AUSZUG-SATZ(MT-POS:) DELIMITED BY "//" OR SPACE
                 INTO MT-REFERENZ-TEXT
              END-UNSTRING
           END-IF
           IF MT-REFERENZ-TEXT = "NONREF" THEN
              MOVE SPACES TO MT-REFERENZ-TEXT
           END-IF.
       ZERLEGE-MT940-UMSATZ-ENDE.
       EXIT.

       LIES-MT940-BETRAG SECTION.
      * Betrag ab MT-START bis zum ersten Zeichen ausser Ziffer und
      * Komma; MT-POS steht danach hinter dem Betrag
           MOVE "N" TO MT-GUELTIG
           MOVE MT-START TO MT-POS
           MOVE ZERO TO MT-LAENGE
           PERFORM UNTIL MT-POS > 120
              MOVE AUSZUG-SATZ(MT-POS:1) TO MT-ZEICHEN
              IF (MT-ZEICHEN IS NUMERIC OR MT-ZEICHEN = ",")
                 AND MT-LAENGE < 20 THEN
                 ADD 1 TO MT-LAENGE
                 ADD 1 TO MT-POS
              ELSE
                 MOVE 121 TO MT-POS
              END-IF
           END-PERFORM
           COMPUTE MT-POS = MT-START + MT-LAENGE
           IF MT-LAENGE = ZERO THEN
              GO TO LIES-MT940-BETRAG-ENDE
           END-IF
           MOVE SPACES TO MT-BETRAG-TEXT
           MOVE AUSZUG-SATZ(MT-START:MT-LAENGE) TO MT-BETRAG-TEXT
           INSPECT MT-BETRAG-TEXT REPLACING ALL "," BY "."
           IF FUNCTION TEST-NUMVAL(MT-BETRAG-TEXT) = ZERO THEN
              COMPUTE MT-BETRAG = FUNCTION NUMVAL(MT-BETRAG-TEXT)
              MOVE "J" TO MT-GUELTIG
           END-IF.
       LIES-MT940-BETRAG-ENDE.
       EXIT.

       UEBERNEHME-FREMDEN-UMSATZ SECTION.
           IF FREMDE-ANZAHL >= 100000 THEN
              MOVE "J" TO FREMDE-UEBERLAUF
              GO TO UEBERNEHME-FREMDEN-UMSATZ-ENDE
           END-IF
           ADD 1 TO FREMDE-ANZAHL
           MOVE MT-DATUM-NUM TO FR-DATUM(FREMDE-ANZAHL)
           MOVE MT-RICHTUNG TO FR-RICHTUNG(FREMDE-ANZAHL)
           MOVE MT-BETRAG TO FR-BETRAG(FREMDE-ANZAHL)
           MOVE MT-REFERENZ-TEXT TO FR-REFERENZ(FREMDE-ANZAHL)
           MOVE SPACES TO FR-TEXT(FREMDE-ANZAHL)
           MOVE "N" TO FR-ERLEDIGT(FREMDE-ANZAHL).
       UEBERNEHME-FREMDEN-UMSATZ-ENDE.
       EXIT.

       LADE-EIGENE-BUCHUNGEN SECTION.
      * Buchungen der Bank in der Waehrung des Verrechnungskontos;
      * Zinsen und Gebuehren entstehen im Haus und laufen nicht ueber
      * die Korrespondenzbank, ebenso Umbuchungen zwischen zwei
      * Konten derselben Bank.
      * Blieb das Konto an Vortagen unabgestimmt (Auszug fehlte oder
      * war unvollstaendig), werden deren Buchungen mitgeladen, sonst
      * fehlten sie im fortgeschriebenen Saldo und in den Posten
           MOVE ZERO TO EIGENE-ANZAHL
           MOVE "N" TO EIGENE-UEBERLAUF
           MOVE ZERO TO NACHGEHOLTE-TAGE
           INITIALIZE EIGEN-HASH-TABELLE
           COMPUTE LAUF-TAG-INT =
              FUNCTION INTEGER-OF-DATE(LAUF-DATUM-NUM)
           MOVE LAUF-TAG-INT TO LADE-TAG-INT
           IF SALDEN-TREFFER > ZERO THEN
              IF ST-DATUM(SALDEN-TREFFER) > 16010101 THEN
                 COMPUTE LADE-TAG-INT = FUNCTION INTEGER-OF-DATE(
                    ST-DATUM(SALDEN-TREFFER)) + 1
              END-IF
           END-IF
           PERFORM UNTIL LADE-TAG-INT > LAUF-TAG-INT
              OR EIGENE-UEBERLAUF = "J"
              COMPUTE LADE-TAG = FUNCTION DATE-OF-INTEGER(LADE-TAG-INT)
              PERFORM LADE-EIGENE-TAGESDATEI
              ADD 1 TO LADE-TAG-INT
           END-PERFORM

           MOVE SPACES TO BUCHUNG-DATEINAME
           STRING "buchungen-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BUCHUNG-DATEINAME
           END-STRING
           IF NACHGEHOLTE-TAGE > ZERO THEN
              MOVE NACHGEHOLTE-TAGE TO ANZAHL-ANZEIGE
              MOVE SPACES TO PROTOKOLL-ZEILE
              STRING "Bank " DELIMITED BY SIZE
                     NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                     "  EIGENE BUCHUNGEN VON " DELIMITED BY SIZE
                     FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                     " UNABGESTIMMTEN VORTAGEN AB " DELIMITED BY SIZE
                     NACHGEHOLT-AB DELIMITED BY SIZE
                     " NACHGEHOLT" DELIMITED BY SIZE
                 INTO PROTOKOLL-ZEILE
              END-STRING
              WRITE PROTOKOLL-ZEILE
           END-IF
       EXIT.

       LADE-EIGENE-TAGESDATEI SECTION.
      * Tage ohne Buchungsdatei (Wochenende, Feiertag) entfallen
           MOVE SPACES TO BUCHUNG-DATEINAME
           STRING "buchungen-" DELIMITED BY SIZE
                  LADE-TAG DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BUCHUNG-DATEINAME
           END-STRING
           OPEN INPUT BUCHUNG-DETAIL
           IF BUCHUNG-STATUS NOT = "00" THEN
              GO TO LADE-EIGENE-TAGESDATEI-ENDE
           END-IF
           IF LADE-TAG-INT < LAUF-TAG-INT THEN
              IF NACHGEHOLTE-TAGE = ZERO THEN
                 MOVE LADE-TAG TO NACHGEHOLT-AB
              END-IF
              ADD 1 TO NACHGEHOLTE-TAGE
           END-IF
           MOVE "N" TO VORIGE-VORHANDEN
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ BUCHUNG-DETAIL
                 AT END MOVE "Y" TO ENDE
                 NOT AT END PERFORM PRUEFE-UMBUCHUNG-IM-HAUS
              END-READ
           END-PERFORM
           IF VORIGE-VORHANDEN = "J" THEN
              MOVE VORIGE-BUCHUNG TO BUCHUNG-SATZ
              PERFORM FILTERE-EIGENE-BUCHUNG
           END-IF
           CLOSE BUCHUNG-DETAIL
           MOVE SPACES TO ENDE.
       LADE-EIGENE-TAGESDATEI-ENDE.
       EXIT.

       PRUEFE-UMBUCHUNG-IM-HAUS SECTION.
      * die Beine einer Umbuchung stehen hintereinander, Soll vor
      * Haben, mit aufeinanderfolgender Primanota-Nummer und gleichem
      * Betrag, Zweck und Referenz; liegen beide bei derselben Bank,
      * wird nichts ueber die Korrespondenzbank verrechnet
           IF VORIGE-VORHANDEN = "J" THEN
              IF VB-DC = "DC" AND BU-DC = "CR" AND
                 VB-BANK-ID = BU-BANK-ID AND
                 VB-WAEHRUNG = BU-WAEHRUNG AND
                 VB-BETRAG = BU-BETRAG AND
                 VB-ZWECK = BU-ZWECK AND
                 VB-REFERENZ = BU-REFERENZ AND
                 VB-PRIMANOTA IS NUMERIC AND
                 BU-PRIMANOTA IS NUMERIC AND
                 BU-PRIMANOTA = VB-PRIMANOTA + 1 THEN
                 MOVE "N" TO VORIGE-VORHANDEN
                 GO TO PRUEFE-UMBUCHUNG-IM-HAUS-ENDE
              END-IF
              MOVE BUCHUNG-SATZ TO LAUFENDE-BUCHUNG
              MOVE VORIGE-BUCHUNG TO BUCHUNG-SATZ
              PERFORM FILTERE-EIGENE-BUCHUNG
              MOVE LAUFENDE-BUCHUNG TO BUCHUNG-SATZ
           END-IF
           MOVE BUCHUNG-SATZ TO VORIGE-BUCHUNG
           MOVE "J" TO VORIGE-VORHANDEN.
       PRUEFE-UMBUCHUNG-IM-HAUS-ENDE.
       EXIT.

       FILTERE-EIGENE-BUCHUNG SECTION.
           IF BU-BANK-ID = NT-BANK-ID(NOSTRO-IDX) AND
              BU-WAEHRUNG = NT-WAEHRUNG(NOSTRO-IDX) AND
              BU-ZWECK(1:10) NOT = "SOLLZINSEN" AND
              BU-ZWECK(1:11) NOT = "HABENZINSEN" AND
              BU-ZWECK(1:10) NOT = "GEBUEHREN " THEN
              PERFORM UEBERNEHME-EIGENE-BUCHUNG
           END-IF
       EXIT.

       UEBERNEHME-EIGENE-BUCHUNG SECTION.
           IF EIGENE-ANZAHL >= 100000 THEN
              MOVE "J" TO EIGENE-UEBERLAUF
              GO TO UEBERNEHME-EIGENE-BUCHUNG-ENDE
           END-IF
           ADD 1 TO EIGENE-ANZAHL
           MOVE LADE-TAG TO EG-DATUM(EIGENE-ANZAHL)
           IF BU-DC = "DC" THEN
              MOVE "D" TO EG-RICHTUNG(EIGENE-ANZAHL)
           ELSE
              MOVE "C" TO EG-RICHTUNG(EIGENE-ANZAHL)
           END-IF
           MOVE BU-BETRAG TO EG-BETRAG(EIGENE-ANZAHL)
           MOVE BU-REFERENZ TO EG-REFERENZ(EIGENE-ANZAHL)
           MOVE BU-ZWECK TO EG-TEXT(EIGENE-ANZAHL)
           MOVE BU-PRIMANOTA TO EG-PRIMANOTA(EIGENE-ANZAHL)
           MOVE "N" TO EG-ERLEDIGT(EIGENE-ANZAHL)
           COMPUTE HASH-WERT = FUNCTION MOD(BU-BETRAG * 100, 100003)
              + 1
           MOVE EIGEN-HASH-KOPF(HASH-WERT)
             TO EG-NAECHSTER(EIGENE-ANZAHL)
           MOVE EIGENE-ANZAHL TO EIGEN-HASH-KOPF(HASH-WERT).
       UEBERNEHME-EIGENE-BUCHUNG-ENDE.
       EXIT.

       SUCHE-EIGENE-BUCHUNG SECTION.
      * gleiche Richtung und gleicher Betrag; tragen beide Seiten eine
      * Referenz, muss sie gleich sein. Eine Buchung mit gleicher
      * Referenz geht einer ohne Referenz vor
           MOVE ZERO TO EIGENE-TREFFER
           MOVE ZERO TO EIGENE-KANDIDAT
           COMPUTE HASH-WERT = FUNCTION MOD(SUCH-BETRAG * 100, 100003)
              + 1
           MOVE EIGEN-HASH-KOPF(HASH-WERT) TO EIGENE-IDX
           PERFORM UNTIL EIGENE-IDX = ZERO OR EIGENE-TREFFER > ZERO
              IF EG-ERLEDIGT(EIGENE-IDX) = "N" AND
                 EG-RICHTUNG(EIGENE-IDX) = SUCH-RICHTUNG AND
                 EG-BETRAG(EIGENE-IDX) = SUCH-BETRAG THEN
                 IF SUCH-REFERENZ NOT = SPACES AND
                    EG-REFERENZ(EIGENE-IDX) = SUCH-REFERENZ THEN
                    MOVE EIGENE-IDX TO EIGENE-TREFFER
                 ELSE
                    IF (SUCH-REFERENZ = SPACES OR
                        EG-REFERENZ(EIGENE-IDX) = SPACES) AND
                       EIGENE-KANDIDAT = ZERO THEN
                       MOVE EIGENE-IDX TO EIGENE-KANDIDAT
                    END-IF
                 END-IF
              END-IF
              MOVE EG-NAECHSTER(EIGENE-IDX) TO EIGENE-IDX
           END-PERFORM
           IF EIGENE-TREFFER = ZERO THEN
              MOVE EIGENE-KANDIDAT TO EIGENE-TREFFER
           END-IF
       EXIT.

       ORDNE-TAGESPOSTEN-ZU SECTION.
      * Umsaetze des Auszugs mit Datum des Lauftags gegen unsere
      * Buchungen des Lauftags
           PERFORM VARYING FREMDE-IDX FROM 1 BY 1
              UNTIL FREMDE-IDX > FREMDE-ANZAHL
              IF FR-DATUM(FREMDE-IDX) = LAUF-DATUM-NUM THEN
                 MOVE FR-RICHTUNG(FREMDE-IDX) TO SUCH-RICHTUNG
                 MOVE FR-BETRAG(FREMDE-IDX) TO SUCH-BETRAG
                 MOVE FR-REFERENZ(FREMDE-IDX) TO SUCH-REFERENZ
                 PERFORM SUCHE-EIGENE-BUCHUNG
                 IF EIGENE-TREFFER > ZERO THEN
                    MOVE "J" TO EG-ERLEDIGT(EIGENE-TREFFER)
                    MOVE "J" TO FR-ERLEDIGT(FREMDE-IDX)
                    ADD 1 TO ZUGEORDNET-TAG
                 END-IF
              END-IF
           END-PERFORM
       EXIT.

       ORDNE-ALTPOSTEN-ZU SECTION.
      * offene Posten frueherer Tage gegen die noch nicht zugeordneten
      * Umsaetze der jeweils anderen Seite, etwa bei abweichender
      * Valuta; das Datum wird dabei nicht verglichen
           PERFORM VARYING POSTEN-IDX FROM 1 BY 1
              UNTIL POSTEN-IDX > POSTEN-ANZAHL
              IF PT-STATUS(POSTEN-IDX) = "O" AND
                 PT-BANK-ID(POSTEN-IDX) = NT-BANK-ID(NOSTRO-IDX) AND
                 PT-WAEHRUNG(POSTEN-IDX) = NT-WAEHRUNG(NOSTRO-IDX) THEN
                 IF PT-SEITE(POSTEN-IDX) = "K" THEN
                    PERFORM ORDNE-K-POSTEN-ZU
                 ELSE
                    PERFORM ORDNE-E-POSTEN-ZU
                 END-IF
              END-IF
           END-PERFORM
       EXIT.

       ORDNE-K-POSTEN-ZU SECTION.
      * die Korrespondenzbank hat frueher gebucht als wir
           MOVE PT-RICHTUNG(POSTEN-IDX) TO SUCH-RICHTUNG
           MOVE PT-BETRAG(POSTEN-IDX) TO SUCH-BETRAG
           MOVE PT-REFERENZ(POSTEN-IDX) TO SUCH-REFERENZ
           PERFORM SUCHE-EIGENE-BUCHUNG
           IF EIGENE-TREFFER = ZERO THEN
              GO TO ORDNE-K-POSTEN-ZU-ENDE
           END-IF
           MOVE "J" TO EG-ERLEDIGT(EIGENE-TREFFER)
           MOVE "Z" TO PT-STATUS(POSTEN-IDX)
           MOVE LAUF-DATUM-NUM TO PT-ERLEDIGT(POSTEN-IDX)
           MOVE SPACES TO PT-BEARBEITER(POSTEN-IDX)
           MOVE SPACES TO PT-VERMERK(POSTEN-IDX)
           STRING "BUCHUNG PN " DELIMITED BY SIZE
                  EG-PRIMANOTA(EIGENE-TREFFER) DELIMITED BY SIZE
              INTO PT-VERMERK(POSTEN-IDX)
           END-STRING
           ADD 1 TO ZUGEORDNET-ALT.
       ORDNE-K-POSTEN-ZU-ENDE.
       EXIT.

       ORDNE-E-POSTEN-ZU SECTION.
      * wir haben frueher gebucht, die Korrespondenzbank erst heute
           MOVE ZERO TO EIGENE-TREFFER
           MOVE ZERO TO EIGENE-KANDIDAT
           PERFORM VARYING FREMDE-IDX FROM 1 BY 1
              UNTIL FREMDE-IDX > FREMDE-ANZAHL OR EIGENE-TREFFER > ZERO
              IF FR-ERLEDIGT(FREMDE-IDX) = "N" AND
                 FR-RICHTUNG(FREMDE-IDX) = PT-RICHTUNG(POSTEN-IDX) AND
                 FR-BETRAG(FREMDE-IDX) = PT-BETRAG(POSTEN-IDX) THEN
                 IF PT-REFERENZ(POSTEN-IDX) NOT = SPACES AND
                    FR-REFERENZ(FREMDE-IDX) = PT-REFERENZ(POSTEN-IDX)
                    THEN
                    MOVE FREMDE-IDX TO EIGENE-TREFFER
                 ELSE
                    IF (PT-REFERENZ(POSTEN-IDX) = SPACES OR
                        FR-REFERENZ(FREMDE-IDX) = SPACES) AND
                       EIGENE-KANDIDAT = ZERO THEN
                       MOVE FREMDE-IDX TO EIGENE-KANDIDAT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF EIGENE-TREFFER = ZERO THEN
              MOVE EIGENE-KANDIDAT TO EIGENE-TREFFER
           END-IF
           IF EIGENE-TREFFER = ZERO THEN
              GO TO ORDNE-E-POSTEN-ZU-ENDE
           END-IF
           MOVE "J" TO FR-ERLEDIGT(EIGENE-TREFFER)
           MOVE "Z" TO PT-STATUS(POSTEN-IDX)
           MOVE LAUF-DATUM-NUM TO PT-ERLEDIGT(POSTEN-IDX)
           MOVE SPACES TO PT-BEARBEITER(POSTEN-IDX)
           MOVE SPACES TO PT-VERMERK(POSTEN-IDX)
           STRING "AUSZUG VALUTA " DELIMITED BY SIZE
                  FR-DATUM(EIGENE-TREFFER) DELIMITED BY SIZE
              INTO PT-VERMERK(POSTEN-IDX)
           END-STRING
           ADD 1 TO ZUGEORDNET-ALT.
       ORDNE-E-POSTEN-ZU-ENDE.
       EXIT.

       ERFASSE-NEUE-POSTEN SECTION.
           PERFORM VARYING FREMDE-IDX FROM 1 BY 1
              UNTIL FREMDE-IDX > FREMDE-ANZAHL
              IF FR-ERLEDIGT(FREMDE-IDX) = "N" THEN
                 MOVE "K" TO SUCH-SEITE
                 PERFORM NEUER-POSTEN
                 IF POSTEN-TREFFER > ZERO THEN
                    MOVE FR-DATUM(FREMDE-IDX)
                      TO PT-DATUM(POSTEN-TREFFER)
                    MOVE FR-RICHTUNG(FREMDE-IDX)
                      TO PT-RICHTUNG(POSTEN-TREFFER)
                    MOVE FR-BETRAG(FREMDE-IDX)
                      TO PT-BETRAG(POSTEN-TREFFER)
                    MOVE FR-REFERENZ(FREMDE-IDX)
                      TO PT-REFERENZ(POSTEN-TREFFER)
                    MOVE FR-TEXT(FREMDE-IDX) TO PT-TEXT(POSTEN-TREFFER)
                    ADD 1 TO NEU-K
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING EIGENE-IDX FROM 1 BY 1
              UNTIL EIGENE-IDX > EIGENE-ANZAHL
              IF EG-ERLEDIGT(EIGENE-IDX) = "N" THEN
                 MOVE "E" TO SUCH-SEITE
                 PERFORM NEUER-POSTEN
                 IF POSTEN-TREFFER > ZERO THEN
                    MOVE EG-DATUM(EIGENE-IDX)
                      TO PT-DATUM(POSTEN-TREFFER)
                    MOVE EG-RICHTUNG(EIGENE-IDX)
                      TO PT-RICHTUNG(POSTEN-TREFFER)
                    MOVE EG-BETRAG(EIGENE-IDX)
                      TO PT-BETRAG(POSTEN-TREFFER)
                    MOVE EG-REFERENZ(EIGENE-IDX)
                      TO PT-REFERENZ(POSTEN-TREFFER)
                    MOVE EG-TEXT(EIGENE-IDX) TO PT-TEXT(POSTEN-TREFFER)
                    ADD 1 TO NEU-E
                 END-IF
              END-IF
           END-PERFORM
       EXIT.

       NEUER-POSTEN SECTION.
           MOVE ZERO TO POSTEN-TREFFER
           IF POSTEN-ANZAHL >= 50000 THEN
              MOVE "J" TO POSTEN-UEBERLAUF
              GO TO NEUER-POSTEN-ENDE
           END-IF
           ADD 1 TO POSTEN-ANZAHL
           ADD 1 TO LETZTE-POSTEN-NUMMER
           MOVE POSTEN-ANZAHL TO POSTEN-TREFFER
           MOVE SPACES TO POSTEN-EINTRAG(POSTEN-TREFFER)
           MOVE LETZTE-POSTEN-NUMMER TO PT-NUMMER(POSTEN-TREFFER)
           MOVE NT-BANK-ID(NOSTRO-IDX) TO PT-BANK-ID(POSTEN-TREFFER)
           MOVE NT-WAEHRUNG(NOSTRO-IDX) TO PT-WAEHRUNG(POSTEN-TREFFER)
           MOVE SUCH-SEITE TO PT-SEITE(POSTEN-TREFFER)
           MOVE "O" TO PT-STATUS(POSTEN-TREFFER)
           MOVE ZERO TO PT-ERLEDIGT(POSTEN-TREFFER).
       NEUER-POSTEN-ENDE.
       EXIT.

       VERGLEICHE-SALDEN SECTION.
      * unser Saldo = Saldo des letzten Abstimmungstags plus unsere
      * Buchungen seit diesem Tag; beim ersten Lauf wird der
      * Anfangssaldo des Auszugs uebernommen
           MOVE ZERO TO EIGENE-BEWEGUNG
           PERFORM VARYING EIGENE-IDX FROM 1 BY 1
              UNTIL EIGENE-IDX > EIGENE-ANZAHL
              IF EG-RICHTUNG(EIGENE-IDX) = "C" THEN
                 ADD EG-BETRAG(EIGENE-IDX) TO EIGENE-BEWEGUNG
              ELSE
                 SUBTRACT EG-BETRAG(EIGENE-IDX) FROM EIGENE-BEWEGUNG
              END-IF
           END-PERFORM

           IF SALDEN-TREFFER > ZERO THEN
              MOVE ST-SALDO(SALDEN-TREFFER) TO EIGENER-ALTSALDO
           ELSE
              MOVE AUSZUG-ANFANG TO EIGENER-ALTSALDO
              MOVE SPACES TO PROTOKOLL-ZEILE
              STRING "Bank " DELIMITED BY SIZE
                     NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                     "  ERSTABSTIMMUNG, ANFANGSSALDO AUS DEM AUSZUG "
                        DELIMITED BY SIZE
                     "UEBERNOMMEN" DELIMITED BY SIZE
                 INTO PROTOKOLL-ZEILE
              END-STRING
              WRITE PROTOKOLL-ZEILE
              IF SALDEN-ANZAHL < 500 THEN
                 ADD 1 TO SALDEN-ANZAHL
                 MOVE SALDEN-ANZAHL TO SALDEN-TREFFER
                 MOVE NT-BANK-ID(NOSTRO-IDX)
                   TO ST-BANK-ID(SALDEN-TREFFER)
                 MOVE NT-WAEHRUNG(NOSTRO-IDX)
                   TO ST-WAEHRUNG(SALDEN-TREFFER)
              ELSE
                 MOVE "J" TO SALDEN-UEBERLAUF
              END-IF
           END-IF
           COMPUTE EIGENER-SALDO = EIGENER-ALTSALDO + EIGENE-BEWEGUNG
           IF SALDEN-TREFFER > ZERO THEN
              MOVE EIGENER-SALDO TO ST-SALDO(SALDEN-TREFFER)
              MOVE LAUF-DATUM-NUM TO ST-DATUM(SALDEN-TREFFER)
           END-IF

      * der Auszug muss in sich stimmen
           MOVE ZERO TO AUSZUG-BEWEGUNG
           PERFORM VARYING FREMDE-IDX FROM 1 BY 1
              UNTIL FREMDE-IDX > FREMDE-ANZAHL
              IF FR-RICHTUNG(FREMDE-IDX) = "C" THEN
                 ADD FR-BETRAG(FREMDE-IDX) TO AUSZUG-BEWEGUNG
              ELSE
                 SUBTRACT FR-BETRAG(FREMDE-IDX) FROM AUSZUG-BEWEGUNG
              END-IF
           END-PERFORM
           IF ANFANG-GEFUNDEN = "J" AND
              AUSZUG-ANFANG + AUSZUG-BEWEGUNG NOT = AUSZUG-SCHLUSS
              THEN
              MOVE AUSZUG-ANFANG TO SALDO-ANZEIGE
              MOVE AUSZUG-BEWEGUNG TO SALDO2-ANZEIGE
              MOVE AUSZUG-SCHLUSS TO SALDO3-ANZEIGE
              MOVE SPACES TO DIFFERENZ-ZEILE
              STRING "Bank " DELIMITED BY SIZE
                     NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                     "  AUSZUG STIMMT NICHT: Anfang " DELIMITED BY SIZE
                     FUNCTION TRIM(SALDO-ANZEIGE) DELIMITED BY SIZE
                     " Umsaetze " DELIMITED BY SIZE
                     FUNCTION TRIM(SALDO2-ANZEIGE) DELIMITED BY SIZE
                     " Schluss " DELIMITED BY SIZE
                     FUNCTION TRIM(SALDO3-ANZEIGE) DELIMITED BY SIZE
                 INTO DIFFERENZ-ZEILE
              END-STRING
              PERFORM MELDE-DIFFERENZ
           END-IF

           IF AUSZUG-SCHLUSS = EIGENER-SALDO THEN
              GO TO VERGLEICHE-SALDEN-ENDE
           END-IF

      * die offenen Posten beider Seiten erklaeren die Differenz,
      * ein Rest ist ungeklaert
           COMPUTE SALDO-DIFFERENZ = AUSZUG-SCHLUSS - EIGENER-SALDO
           MOVE ZERO TO OFFEN-K-NETTO
           MOVE ZERO TO OFFEN-E-NETTO
           PERFORM VARYING POSTEN-IDX FROM 1 BY 1
              UNTIL POSTEN-IDX > POSTEN-ANZAHL
              IF PT-STATUS(POSTEN-IDX) = "O" AND
                 PT-BANK-ID(POSTEN-IDX) = NT-BANK-ID(NOSTRO-IDX) AND
                 PT-WAEHRUNG(POSTEN-IDX) = NT-WAEHRUNG(NOSTRO-IDX) THEN
                 IF PT-SEITE(POSTEN-IDX) = "K" THEN
                    IF PT-RICHTUNG(POSTEN-IDX) = "C" THEN
                       ADD PT-BETRAG(POSTEN-IDX) TO OFFEN-K-NETTO
                    ELSE
                       SUBTRACT PT-BETRAG(POSTEN-IDX) FROM OFFEN-K-NETTO
                    END-IF
                 ELSE
                    IF PT-RICHTUNG(POSTEN-IDX) = "C" THEN
                       ADD PT-BETRAG(POSTEN-IDX) TO OFFEN-E-NETTO
                    ELSE
                       SUBTRACT PT-BETRAG(POSTEN-IDX) FROM OFFEN-E-NETTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE UNGEKLAERT = SALDO-DIFFERENZ - OFFEN-K-NETTO
              + OFFEN-E-NETTO

           MOVE AUSZUG-SCHLUSS TO SALDO-ANZEIGE
           MOVE EIGENER-SALDO TO SALDO2-ANZEIGE
           MOVE SALDO-DIFFERENZ TO SALDO3-ANZEIGE
           MOVE SPACES TO DIFFERENZ-ZEILE
           STRING "Bank " DELIMITED BY SIZE
                  NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                  "  Schlusssaldo Korrespondenzbank " DELIMITED BY SIZE
                  FUNCTION TRIM(SALDO-ANZEIGE) DELIMITED BY SIZE
                  "  unser Saldo " DELIMITED BY SIZE
                  FUNCTION TRIM(SALDO2-ANZEIGE) DELIMITED BY SIZE
                  "  Differenz " DELIMITED BY SIZE
                  FUNCTION TRIM(SALDO3-ANZEIGE) DELIMITED BY SIZE
              INTO DIFFERENZ-ZEILE
           END-STRING
           PERFORM MELDE-DIFFERENZ
           MOVE OFFEN-K-NETTO TO SALDO-ANZEIGE
           MOVE OFFEN-E-NETTO TO SALDO2-ANZEIGE
           MOVE UNGEKLAERT TO SALDO3-ANZEIGE
           MOVE SPACES TO DIFFERENZ-ZEILE
           STRING "           offene Posten Korrespondenzbank "
                     DELIMITED BY SIZE
                  FUNCTION TRIM(SALDO-ANZEIGE) DELIMITED BY SIZE
                  "  offene eigene Posten " DELIMITED BY SIZE
                  FUNCTION TRIM(SALDO2-ANZEIGE) DELIMITED BY SIZE
                  "  ungeklaert " DELIMITED BY SIZE
                  FUNCTION TRIM(SALDO3-ANZEIGE) DELIMITED BY SIZE
              INTO DIFFERENZ-ZEILE
           END-STRING
           WRITE DIFFERENZ-ZEILE.
       VERGLEICHE-SALDEN-ENDE.
       EXIT.

       SCHREIBE-KONTOPROTOKOLL SECTION.
           MOVE FREMDE-ANZAHL TO ANZAHL-ANZEIGE
           MOVE EIGENE-ANZAHL TO ANZAHL2-ANZEIGE
           MOVE ZUGEORDNET-TAG TO ANZAHL3-ANZEIGE
           MOVE ZUGEORDNET-ALT TO ANZAHL4-ANZEIGE
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "Bank " DELIMITED BY SIZE
                  NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NT-BEZEICHNUNG(NOSTRO-IDX) DELIMITED BY SIZE
                  "  Auszug " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                  "  eigene " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL2-ANZEIGE) DELIMITED BY SIZE
                  "  zugeordnet " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL3-ANZEIGE) DELIMITED BY SIZE
                  "  Altposten " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL4-ANZEIGE) DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
           MOVE NEU-K TO ANZAHL-ANZEIGE
           MOVE NEU-E TO ANZAHL2-ANZEIGE
           MOVE FORMAT-FEHLER TO ANZAHL3-ANZEIGE
           MOVE AUSZUG-SCHLUSS TO SALDO-ANZEIGE
           MOVE EIGENER-SALDO TO SALDO2-ANZEIGE
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "           neue offene Posten K " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                  " E " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL2-ANZEIGE) DELIMITED BY SIZE
                  "  unlesbare Zeilen " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL3-ANZEIGE) DELIMITED BY SIZE
                  "  Schlusssaldo " DELIMITED BY SIZE
                  FUNCTION TRIM(SALDO-ANZEIGE) DELIMITED BY SIZE
                  "  unser Saldo " DELIMITED BY SIZE
                  FUNCTION TRIM(SALDO2-ANZEIGE) DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
       EXIT.

       SCHREIBE-POSTEN SECTION.
           OPEN OUTPUT POSTEN-DATEI
           PERFORM VARYING POSTEN-IDX FROM 1 BY 1
              UNTIL POSTEN-IDX > POSTEN-ANZAHL
              WRITE POSTEN-SATZ FROM POSTEN-EINTRAG(POSTEN-IDX)
           END-PERFORM
           CLOSE POSTEN-DATEI
       EXIT.

       SCHREIBE-NOSTROSALDEN SECTION.
           IF SALDEN-UEBERLAUF = "J" THEN
              DISPLAY "WARNUNG: SALDEN-TABELLE VOLL, NEUE "
                 "VERRECHNUNGSKONTEN OHNE SALDO"
           END-IF
           OPEN OUTPUT NOSTROSALDEN-DATEI
           PERFORM VARYING SALDEN-IDX FROM 1 BY 1
              UNTIL SALDEN-IDX > SALDEN-ANZAHL
              MOVE ST-BANK-ID(SALDEN-IDX) TO NS-BANK-ID
              MOVE ST-WAEHRUNG(SALDEN-IDX) TO NS-WAEHRUNG
              MOVE ST-DATUM(SALDEN-IDX) TO NS-DATUM
              MOVE ST-SALDO(SALDEN-IDX) TO NS-SALDO
              WRITE NOSTROSALDEN-SATZ
           END-PERFORM
           CLOSE NOSTROSALDEN-DATEI
       EXIT.

       SCHREIBE-ALTERUNG SECTION.
           OPEN OUTPUT ALTERUNG-DATEI
           IF ALTERUNG-STATUS NOT = "00" THEN
              DISPLAY "FEHLER: " ALTERUNG-DATEINAME
                 " nicht anlegbar"
              PERFORM BEENDE-MIT-FEHLER
           END-IF
           MOVE SPACES TO ALTERUNG-ZEILE
           STRING "Alterung offener Nostro-Posten " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
              INTO ALTERUNG-ZEILE
           END-STRING
           WRITE ALTERUNG-ZEILE
           MOVE ZERO TO OFFENE-ANZAHL
           PERFORM VARYING NOSTRO-IDX FROM 1 BY 1
              UNTIL NOSTRO-IDX > NOSTRO-ANZAHL
              PERFORM SCHREIBE-ALTERUNG-KONTO
           END-PERFORM
           CLOSE ALTERUNG-DATEI
       EXIT.

       SCHREIBE-ALTERUNG-KONTO SECTION.
           PERFORM VARYING KLASSEN-IDX FROM 1 BY 1
              UNTIL KLASSEN-IDX > 5
              MOVE ZERO TO KL-ANZAHL(KLASSEN-IDX)
              MOVE ZERO TO KL-SUMME(KLASSEN-IDX)
           END-PERFORM
           MOVE SPACES TO ALTERUNG-ZEILE
           WRITE ALTERUNG-ZEILE
           MOVE SPACES TO ALTERUNG-ZEILE
           STRING "Bank " DELIMITED BY SIZE
                  NT-BANK-ID(NOSTRO-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NT-WAEHRUNG(NOSTRO-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NT-BEZEICHNUNG(NOSTRO-IDX) DELIMITED BY SIZE
              INTO ALTERUNG-ZEILE
           END-STRING
           WRITE ALTERUNG-ZEILE

           PERFORM VARYING POSTEN-IDX FROM 1 BY 1
              UNTIL POSTEN-IDX > POSTEN-ANZAHL
              IF PT-STATUS(POSTEN-IDX) = "O" AND
                 PT-BANK-ID(POSTEN-IDX) = NT-BANK-ID(NOSTRO-IDX) AND
                 PT-WAEHRUNG(POSTEN-IDX) = NT-WAEHRUNG(NOSTRO-IDX) THEN
                 PERFORM SCHREIBE-ALTERUNG-POSTEN
              END-IF
           END-PERFORM

           PERFORM VARYING KLASSEN-IDX FROM 1 BY 1
              UNTIL KLASSEN-IDX > 5
              MOVE KL-ANZAHL(KLASSEN-IDX) TO ANZAHL-ANZEIGE
              MOVE KL-SUMME(KLASSEN-IDX) TO SALDO-ANZEIGE
              MOVE SPACES TO ALTERUNG-ZEILE
              STRING "  " DELIMITED BY SIZE
                     KLASSEN-TEXT(KLASSEN-IDX) DELIMITED BY SIZE
                     " Anzahl " DELIMITED BY SIZE
                     ANZAHL-ANZEIGE DELIMITED BY SIZE
                     "  Summe netto " DELIMITED BY SIZE
                     SALDO-ANZEIGE DELIMITED BY SIZE
                 INTO ALTERUNG-ZEILE
              END-STRING
              WRITE ALTERUNG-ZEILE
           END-PERFORM
       EXIT.

       SCHREIBE-ALTERUNG-POSTEN SECTION.
           ADD 1 TO OFFENE-ANZAHL
           COMPUTE ALTER-TAGE =
              FUNCTION INTEGER-OF-DATE(LAUF-DATUM-NUM) -
              FUNCTION INTEGER-OF-DATE(PT-DATUM(POSTEN-IDX))
           EVALUATE TRUE
              WHEN ALTER-TAGE <= 1
                 MOVE 1 TO KLASSEN-IDX
              WHEN ALTER-TAGE <= 5
                 MOVE 2 TO KLASSEN-IDX
              WHEN ALTER-TAGE <= 10
                 MOVE 3 TO KLASSEN-IDX
              WHEN ALTER-TAGE <= 30
                 MOVE 4 TO KLASSEN-IDX
              WHEN OTHER
                 MOVE 5 TO KLASSEN-IDX
           END-EVALUATE
           ADD 1 TO KL-ANZAHL(KLASSEN-IDX)
           IF PT-RICHTUNG(POSTEN-IDX) = "C" THEN
              ADD PT-BETRAG(POSTEN-IDX) TO KL-SUMME(KLASSEN-IDX)
           ELSE
              SUBTRACT PT-BETRAG(POSTEN-IDX) FROM KL-SUMME(KLASSEN-IDX)
           END-IF

           MOVE ALTER-TAGE TO ALTER-ANZEIGE
           MOVE PT-BETRAG(POSTEN-IDX) TO BETRAG-ANZEIGE
           MOVE SPACES TO ALTERUNG-ZEILE
           STRING "  " DELIMITED BY SIZE
                  PT-NUMMER(POSTEN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-SEITE(POSTEN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-DATUM(POSTEN-IDX) DELIMITED BY SIZE
                  ALTER-ANZEIGE DELIMITED BY SIZE
                  " Tage " DELIMITED BY SIZE
                  PT-RICHTUNG(POSTEN-IDX) DELIMITED BY SIZE
                  BETRAG-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-REFERENZ(POSTEN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-TEXT(POSTEN-IDX) DELIMITED BY SIZE
              INTO ALTERUNG-ZEILE
           END-STRING
           WRITE ALTERUNG-ZEILE
       EXIT.

       BUCHE-POSTEN-AUS SECTION.
      * Ausbuchung eines offenen Postens durch einen Bearbeiter, etwa
      * nach Klaerung mit der Korrespondenzbank
           DISPLAY "Bearbeiterkennung:"
           ACCEPT BEARBEITER
           IF BEARBEITER = SPACES THEN
              DISPLAY "FEHLER: Bearbeiterkennung erforderlich"
              MOVE 8 TO RETURN-CODE
              GO TO BUCHE-POSTEN-AUS-ENDE
           END-IF
           DISPLAY "Postennummer (8 Stellen):"
           ACCEPT FELD-EINGABE
           IF FELD-EINGABE(1:8) IS NOT NUMERIC THEN
              DISPLAY "FEHLER: Postennummer ungueltig"
              MOVE 8 TO RETURN-CODE
              GO TO BUCHE-POSTEN-AUS-ENDE
           END-IF
           MOVE FELD-EINGABE(1:8) TO AUSBUCHUNG-NUMMER
           DISPLAY "Begruendung:"
           ACCEPT AUSBUCHUNG-VERMERK
           IF AUSBUCHUNG-VERMERK = SPACES THEN
              DISPLAY "FEHLER: Begruendung erforderlich"
              MOVE 8 TO RETURN-CODE
              GO TO BUCHE-POSTEN-AUS-ENDE
           END-IF

           PERFORM LADE-POSTEN
           IF POSTEN-UEBERLAUF = "J" THEN
              DISPLAY "FEHLER: POSTEN-TABELLE VOLL, nostroposten.txt "
                 "wird nicht fortgeschrieben"
              MOVE 8 TO RETURN-CODE
              GO TO BUCHE-POSTEN-AUS-ENDE
           END-IF
           MOVE ZERO TO POSTEN-TREFFER
           PERFORM VARYING POSTEN-IDX FROM 1 BY 1
              UNTIL POSTEN-IDX > POSTEN-ANZAHL OR POSTEN-TREFFER > ZERO
              IF PT-NUMMER(POSTEN-IDX) = AUSBUCHUNG-NUMMER THEN
                 MOVE POSTEN-IDX TO POSTEN-TREFFER
              END-IF
           END-PERFORM
           IF POSTEN-TREFFER = ZERO THEN
              DISPLAY "FEHLER: Posten nicht vorhanden"
              MOVE 8 TO RETURN-CODE
              GO TO BUCHE-POSTEN-AUS-ENDE
           END-IF
           IF PT-STATUS(POSTEN-TREFFER) NOT = "O" THEN
              DISPLAY "FEHLER: Posten ist nicht offen, Status "
                 PT-STATUS(POSTEN-TREFFER)
              MOVE 8 TO RETURN-CODE
              GO TO BUCHE-POSTEN-AUS-ENDE
           END-IF

           MOVE "A" TO PT-STATUS(POSTEN-TREFFER)
           MOVE LAUF-DATUM-NUM TO PT-ERLEDIGT(POSTEN-TREFFER)
           MOVE BEARBEITER TO PT-BEARBEITER(POSTEN-TREFFER)
           MOVE AUSBUCHUNG-VERMERK TO PT-VERMERK(POSTEN-TREFFER)
           PERFORM SCHREIBE-POSTEN
           MOVE PT-BETRAG(POSTEN-TREFFER) TO BETRAG-ANZEIGE
           DISPLAY "Posten " AUSBUCHUNG-NUMMER " Bank "
              PT-BANK-ID(POSTEN-TREFFER) " "
              PT-RICHTUNG(POSTEN-TREFFER) BETRAG-ANZEIGE
              " ausgebucht".
       BUCHE-POSTEN-AUS-ENDE.
       EXIT.
