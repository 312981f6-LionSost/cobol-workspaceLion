       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRUKTURPRUEFUNG.
      *****************************************************************
      * Mehrtaegige Auffaelligkeitspruefung ueber ein gleitendes
      * Fenster von Buchungsdateien: wiederholte Betraege knapp unter
      * der Meldeschwelle (Strukturierung), ungewoehnlich viele Posten
      * und Umsatz weit ueber der eigenen Historie des Kontos. Jeder
      * Treffer eroeffnet einen Fall mit eigenem Falltyp im
      * Fallbestand compliancefaelle.txt fuer FALLBEARBEITUNG
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUFDATUM-PARAMETER ASSIGN TO 'rundatum.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAUFDATUM-STATUS.
           SELECT STRUKTUR-PARAMETER ASSIGN TO 'strukturparameter.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETER-STATUS.
           SELECT BUCHUNG-DETAIL ASSIGN TO DYNAMIC BUCHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUCHUNG-STATUS.
           SELECT FALLBESTAND-DATEI ASSIGN TO 'compliancefaelle.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FALLBESTAND-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO DYNAMIC BERICHT-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD LAUFDATUM-PARAMETER.
           01 LAUFDATUM-PARAMETER-SATZ.
              05 LP-VON PIC X(8).
              05 FILLER PIC X(9).

      * Fensterlaenge und Vergleichshistorie in Kalendertagen,
      * Schwelle wie EXCEPTION-SCHWELLE im Tageslauf
           FD STRUKTUR-PARAMETER.
           01 STRUKTUR-PARAMETER-SATZ.
              05 SPA-FENSTER-TAGE PIC 9(3).
              05 SPA-HISTORIE-TAGE PIC 9(3).
              05 SPA-SCHWELLE PIC 9(8).
              05 SPA-NAHE-PROZENT PIC 9(2).
              05 SPA-NAHE-ANZAHL PIC 9(3).
              05 SPA-ANZAHL-FAKTOR PIC 9(2).
              05 SPA-MINDEST-ANZAHL PIC 9(4).
              05 SPA-UMSATZ-FAKTOR PIC 9(2).
              05 SPA-MINDEST-UMSATZ PIC 9(10).

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

           FD FALLBESTAND-DATEI.
           01 FALLBESTAND-SATZ.
              05 FB-ANGELEGT PIC 9(8).
              05 FB-FALL-NUMMER PIC 9(6).
              05 FB-STATUS PIC X(1).
              05 FB-BEGRIFF PIC X(53).
              05 FB-SATZ.
                 10 FB-BANK-ID PIC X(5).
                 10 FB-KONTONUMMER PIC X(10).
                 10 FB-BETRAG PIC Z(07)9.99.
                 10 FB-WAEHRUNG PIC X(3).
                 10 FB-DC PIC X(2).
                 10 FB-ZWECK PIC X(53).
                 10 FB-VALUTA PIC X(8).
              05 FB-BEARBEITER PIC X(8).
              05 FB-ZEITPUNKT PIC X(14).
      * W = Watchlist (auch leer), S = Strukturierung,
      * V = Postenanzahl, U = Umsatz
              05 FB-FALLTYP PIC X(1).

           FD BERICHT-DATEI.
           01 BERICHT-ZEILE PIC X(132).
       WORKING-STORAGE SECTION.
           01 LAUFDATUM-STATUS PIC X(2).
           01 PARAMETER-STATUS PIC X(2).
           01 BUCHUNG-STATUS PIC X(2).
           01 FALLBESTAND-STATUS PIC X(2).
           01 BUCHUNG-DATEINAME PIC X(22).
           01 BERICHT-DATEINAME PIC X(29).
           01 LAUF-DATUM-ROH.
              05 LD-JAHR PIC 9(4).
              05 LD-MONAT PIC 9(2).
              05 LD-TAG PIC 9(2).
           01 LAUF-DATUM-NUM REDEFINES LAUF-DATUM-ROH PIC 9(8).
           01 ENDE PIC X.
           01 FENSTER-TAGE PIC 9(3) VALUE 10.
           01 HISTORIE-TAGE PIC 9(3) VALUE 90.
           01 MELDE-SCHWELLE PIC 9(8) VALUE 10000.
           01 NAHE-PROZENT PIC 9(2) VALUE 10.
           01 NAHE-ANZAHL-GRENZE PIC 9(3) VALUE 3.
           01 ANZAHL-FAKTOR PIC 9(2) VALUE 3.
           01 MINDEST-ANZAHL PIC 9(4) VALUE 20.
           01 UMSATZ-FAKTOR PIC 9(2) VALUE 5.
           01 MINDEST-UMSATZ PIC 9(10) VALUE 50000.
           01 NAHE-UNTERGRENZE PIC 9(8)V99.
           01 TAG-ROH PIC 9(8).
           01 TAG-INTEGER PIC 9(7).
           01 LAUF-INTEGER PIC 9(7).
           01 FENSTER-BEGINN PIC 9(7).
           01 FENSTER-VON PIC 9(8).
           01 IM-FENSTER PIC X.
           01 FENSTER-DATEITAGE PIC 9(5) VALUE ZERO.
           01 HISTORIE-DATEITAGE PIC 9(5) VALUE ZERO.
           01 KONTO-TABELLE.
              05 KONTO-EINTRAG OCCURS 100000 TIMES.
                 10 KT-BANK-ID PIC 9(5).
                 10 KT-KONTONUMMER PIC 9(10).
                 10 KT-NAHE-ANZAHL PIC 9(5).
                 10 KT-NAHE-SUMME PIC 9(12)V99.
                 10 KT-FENSTER-ANZAHL PIC 9(7).
                 10 KT-FENSTER-UMSATZ PIC 9(14)V99.
                 10 KT-HISTORIE-ANZAHL PIC 9(7).
                 10 KT-HISTORIE-UMSATZ PIC 9(14)V99.
           01 KONTO-ANZAHL PIC 9(6) VALUE ZERO.
           01 KONTO-IDX PIC 9(6).
           01 KONTO-TREFFER PIC 9(6).
           01 KONTO-UEBERLAUF PIC X VALUE "N".
      * Streuindex auf KONTO-TABELLE, 0 = Platz frei
           01 KONTO-HASH-TABELLE.
              05 KONTO-HASH-EINTRAG PIC 9(6) COMP OCCURS 200003 TIMES
                 VALUE ZERO.
           01 HASH-BANK-ID PIC 9(5).
           01 HASH-KONTONUMMER PIC 9(10).
           01 HASH-WERT PIC 9(9) COMP.
           01 HASH-POS PIC 9(9) COMP.
      * bestehende Faelle aus der Pruefung, gegen Mehrfacheroeffnung
           01 FALL-TABELLE.
              05 FALL-EINTRAG OCCURS 2000 TIMES.
                 10 FT-ANGELEGT PIC 9(8).
                 10 FT-STATUS PIC X(1).
                 10 FT-FALLTYP PIC X(1).
                 10 FT-BANK-ID PIC X(5).
                 10 FT-KONTONUMMER PIC X(10).
           01 FALL-ANZAHL PIC 9(4) VALUE ZERO.
           01 FALL-IDX PIC 9(4).
           01 FALL-NUMMER PIC 9(6) VALUE ZERO.
           01 FALL-UEBERLAUF PIC X VALUE "N".
           01 FALL-VORHANDEN PIC X.
           01 NEUER-FALLTYP PIC X(1).
           01 NEUER-BEGRIFF PIC X(53).
           01 NEUES-DETAIL PIC X(53).
           01 NEUER-BETRAG PIC 9(14)V99.
           01 VERGLEICH-LINKS PIC 9(18).
           01 VERGLEICH-RECHTS PIC 9(18).
           01 ANZAHL-ANZEIGE PIC Z(6)9.
           01 TAGE-ANZEIGE PIC ZZ9.
           01 BETRAG-ANZEIGE PIC Z(13)9.99.
           01 BERICHT-DRUCKZEILE.
              05 BD-BANK-ID PIC 9(5).
              05 FILLER PIC X(1) VALUE SPACE.
              05 BD-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(1) VALUE SPACE.
              05 BD-FALLTYP PIC X(1).
              05 FILLER PIC X(1) VALUE SPACE.
              05 BD-DETAIL PIC X(53).
              05 FILLER PIC X(1) VALUE SPACE.
              05 BD-VERMERK PIC X(20).
           01 TREFFER-ANZAHL PIC 9(5) VALUE ZERO.
           01 NEUE-FAELLE PIC 9(5) VALUE ZERO.
           01 JOURNAL-PROGRAMM PIC X(20) VALUE "STRUKTURPRUEFUNG".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           01 JOURNAL-ZAEHLER PIC 9(9) VALUE ZERO.
           01 JOURNAL-DETAILS PIC X(132).
           01 JOURNAL-GESTOERT PIC X VALUE "N".
       PROCEDURE DIVISION.
           DISPLAY "STRUKTURPRUEFUNG"

           PERFORM BESTIMME-DATEINAMEN

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE BERICHT-DATEINAME TO JOURNAL-DETAILS
           MOVE "S" TO JOURNAL-EREIGNIS
           MOVE SPACES TO JOURNAL-STATUS-TEXT
           MOVE ZERO TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL

           PERFORM LESE-PARAMETER
           PERFORM LADE-FALLBESTAND
           IF FALL-UEBERLAUF = "J" THEN
              DISPLAY "FEHLER: compliancefaelle.txt groesser als der "
                 "Arbeitsbestand, Lauf abgebrochen"
              PERFORM BEENDE-MIT-FEHLER
           END-IF

           PERFORM LIES-BUCHUNGSFENSTER
           IF FENSTER-DATEITAGE = ZERO THEN
              DISPLAY "HINWEIS: KEINE BUCHUNGSDATEIEN IM FENSTER AB "
                 FENSTER-VON ", KEINE PRUEFUNG"
              MOVE "E" TO JOURNAL-EREIGNIS
              MOVE "OK" TO JOURNAL-STATUS-TEXT
              PERFORM SCHREIBE-JOURNAL
              STOP RUN
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           PERFORM SCHREIBE-BERICHT-KOPF
           OPEN EXTEND FALLBESTAND-DATEI
           IF FALLBESTAND-STATUS NOT = "00" THEN
              OPEN OUTPUT FALLBESTAND-DATEI
           END-IF

           PERFORM VARYING KONTO-IDX FROM 1 BY 1
              UNTIL KONTO-IDX > KONTO-ANZAHL
              PERFORM PRUEFE-KONTO
           END-PERFORM

           CLOSE FALLBESTAND-DATEI
           PERFORM SCHREIBE-BERICHT-FUSS
           CLOSE BERICHT-DATEI

           DISPLAY "FERTIG, TREFFER: " TREFFER-ANZAHL
              "  NEUE FAELLE: " NEUE-FAELLE
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "OK" TO JOURNAL-STATUS-TEXT
           MOVE NEUE-FAELLE TO JOURNAL-ZAEHLER
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

           STRING "strukturpruefung-" DELIMITED BY SIZE
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

       BEENDE-MIT-FEHLER SECTION.
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "FEHLER" TO JOURNAL-STATUS-TEXT
           PERFORM SCHREIBE-JOURNAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       EXIT.

       LESE-PARAMETER SECTION.
      * fehlende oder ungueltige Felder behalten den Standardwert
           OPEN INPUT STRUKTUR-PARAMETER
           IF PARAMETER-STATUS = "00" THEN
              READ STRUKTUR-PARAMETER
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM UEBERNEHME-PARAMETER
              END-READ
              CLOSE STRUKTUR-PARAMETER
           ELSE
              DISPLAY "HINWEIS: strukturparameter.txt nicht gefunden, "
                 "Standardwerte"
           END-IF
           COMPUTE NAHE-UNTERGRENZE =
              MELDE-SCHWELLE * (100 - NAHE-PROZENT) / 100
           DISPLAY "FENSTER " FENSTER-TAGE " TAGE, HISTORIE "
              HISTORIE-TAGE " TAGE, SCHWELLE " MELDE-SCHWELLE
       EXIT.

       UEBERNEHME-PARAMETER SECTION.
           IF SPA-FENSTER-TAGE IS NUMERIC AND
              SPA-FENSTER-TAGE > ZERO THEN
              MOVE SPA-FENSTER-TAGE TO FENSTER-TAGE
           END-IF
           IF SPA-HISTORIE-TAGE IS NUMERIC AND
              SPA-HISTORIE-TAGE > ZERO THEN
              MOVE SPA-HISTORIE-TAGE TO HISTORIE-TAGE
           END-IF
           IF SPA-SCHWELLE IS NUMERIC AND SPA-SCHWELLE > ZERO THEN
              MOVE SPA-SCHWELLE TO MELDE-SCHWELLE
           END-IF
           IF SPA-NAHE-PROZENT IS NUMERIC AND
              SPA-NAHE-PROZENT > ZERO THEN
              MOVE SPA-NAHE-PROZENT TO NAHE-PROZENT
           END-IF
           IF SPA-NAHE-ANZAHL IS NUMERIC AND
              SPA-NAHE-ANZAHL > ZERO THEN
              MOVE SPA-NAHE-ANZAHL TO NAHE-ANZAHL-GRENZE
           END-IF
           IF SPA-ANZAHL-FAKTOR IS NUMERIC AND
              SPA-ANZAHL-FAKTOR > ZERO THEN
              MOVE SPA-ANZAHL-FAKTOR TO ANZAHL-FAKTOR
           END-IF
           IF SPA-MINDEST-ANZAHL IS NUMERIC AND
              SPA-MINDEST-ANZAHL > ZERO THEN
              MOVE SPA-MINDEST-ANZAHL TO MINDEST-ANZAHL
           END-IF
           IF SPA-UMSATZ-FAKTOR IS NUMERIC AND
              SPA-UMSATZ-FAKTOR > ZERO THEN
              MOVE SPA-UMSATZ-FAKTOR TO UMSATZ-FAKTOR
           END-IF
           IF SPA-MINDEST-UMSATZ IS NUMERIC AND
              SPA-MINDEST-UMSATZ > ZERO THEN
              MOVE SPA-MINDEST-UMSATZ TO MINDEST-UMSATZ
           END-IF
       EXIT.

       LADE-FALLBESTAND SECTION.
      * nur Faelle dieser Pruefung, dazu die hoechste Fallnummer des
      * Laufdatums ausserhalb der Watchlist-Faelle
           OPEN INPUT FALLBESTAND-DATEI
           IF FALLBESTAND-STATUS NOT = "00" THEN
              GO TO LADE-FALLBESTAND-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ FALLBESTAND-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF FB-FALLTYP NOT = "W" AND
                       FB-FALLTYP NOT = SPACE THEN
                       PERFORM UEBERNEHME-FALL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FALLBESTAND-DATEI
           MOVE SPACES TO ENDE.
       LADE-FALLBESTAND-ENDE.
       EXIT.

       UEBERNEHME-FALL SECTION.
           IF FB-ANGELEGT = LAUF-DATUM-NUM AND
              FB-FALL-NUMMER > FALL-NUMMER THEN
              MOVE FB-FALL-NUMMER TO FALL-NUMMER
           END-IF
           IF FALL-ANZAHL >= 2000 THEN
              MOVE "J" TO FALL-UEBERLAUF
           ELSE
              ADD 1 TO FALL-ANZAHL
              MOVE FB-ANGELEGT TO FT-ANGELEGT(FALL-ANZAHL)
              MOVE FB-STATUS TO FT-STATUS(FALL-ANZAHL)
              MOVE FB-FALLTYP TO FT-FALLTYP(FALL-ANZAHL)
              MOVE FB-BANK-ID TO FT-BANK-ID(FALL-ANZAHL)
              MOVE FB-KONTONUMMER TO FT-KONTONUMMER(FALL-ANZAHL)
           END-IF
       EXIT.

       LIES-BUCHUNGSFENSTER SECTION.
      * Vergleichshistorie unmittelbar vor dem Fenster, Fenster bis
      * einschliesslich Laufdatum
           COMPUTE LAUF-INTEGER =
              FUNCTION INTEGER-OF-DATE(LAUF-DATUM-NUM)
           COMPUTE FENSTER-BEGINN = LAUF-INTEGER - FENSTER-TAGE + 1
           COMPUTE FENSTER-VON =
              FUNCTION DATE-OF-INTEGER(FENSTER-BEGINN)
           COMPUTE TAG-INTEGER = FENSTER-BEGINN - HISTORIE-TAGE
           PERFORM UNTIL TAG-INTEGER > LAUF-INTEGER
              COMPUTE TAG-ROH = FUNCTION DATE-OF-INTEGER(TAG-INTEGER)
              IF TAG-INTEGER < FENSTER-BEGINN THEN
                 MOVE "N" TO IM-FENSTER
              ELSE
                 MOVE "J" TO IM-FENSTER
              END-IF
              PERFORM LIES-BUCHUNGSTAG
              ADD 1 TO TAG-INTEGER
           END-PERFORM
           IF KONTO-UEBERLAUF = "J" THEN
              DISPLAY "WARNUNG: KONTO-TABELLE VOLL, NICHT ALLE KONTEN "
                 "GEPRUEFT"
           END-IF
       EXIT.

       LIES-BUCHUNGSTAG SECTION.
           MOVE SPACES TO BUCHUNG-DATEINAME
           STRING "buchungen-" DELIMITED BY SIZE
                  TAG-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BUCHUNG-DATEINAME
           END-STRING
           OPEN INPUT BUCHUNG-DETAIL
           IF BUCHUNG-STATUS NOT = "00" THEN
              GO TO LIES-BUCHUNGSTAG-ENDE
           END-IF
           IF IM-FENSTER = "J" THEN
              ADD 1 TO FENSTER-DATEITAGE
           ELSE
              ADD 1 TO HISTORIE-DATEITAGE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ BUCHUNG-DETAIL
                 AT END MOVE "Y" TO ENDE
                 NOT AT END PERFORM ZAEHLE-BUCHUNG
              END-READ
           END-PERFORM
           CLOSE BUCHUNG-DETAIL
           MOVE SPACES TO ENDE.
       LIES-BUCHUNGSTAG-ENDE.
       EXIT.

       ZAEHLE-BUCHUNG SECTION.
      * Zins- und Gebuehrenbuchungen veranlasst nicht der Kunde
           IF BU-ZWECK(1:10) = "SOLLZINSEN" OR
              BU-ZWECK(1:11) = "HABENZINSEN" OR
              BU-ZWECK(1:10) = "GEBUEHREN " THEN
              GO TO ZAEHLE-BUCHUNG-ENDE
           END-IF
           IF BU-BANK-ID IS NOT NUMERIC OR
              BU-KONTONUMMER IS NOT NUMERIC OR
              BU-BETRAG IS NOT NUMERIC THEN
              GO TO ZAEHLE-BUCHUNG-ENDE
           END-IF
           MOVE BU-BANK-ID TO HASH-BANK-ID
           MOVE BU-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-EINTRAG
           IF KONTO-TREFFER = ZERO THEN
              GO TO ZAEHLE-BUCHUNG-ENDE
           END-IF

           IF IM-FENSTER = "N" THEN
              ADD 1 TO KT-HISTORIE-ANZAHL(KONTO-TREFFER)
              ADD BU-BETRAG TO KT-HISTORIE-UMSATZ(KONTO-TREFFER)
              GO TO ZAEHLE-BUCHUNG-ENDE
           END-IF
           ADD 1 TO KT-FENSTER-ANZAHL(KONTO-TREFFER)
           ADD BU-BETRAG TO KT-FENSTER-UMSATZ(KONTO-TREFFER)
      * der Tageslauf meldet erst Betraege ueber der Schwelle
           IF BU-BETRAG >= NAHE-UNTERGRENZE AND
              BU-BETRAG <= MELDE-SCHWELLE THEN
              ADD 1 TO KT-NAHE-ANZAHL(KONTO-TREFFER)
              ADD BU-BETRAG TO KT-NAHE-SUMME(KONTO-TREFFER)
           END-IF.
       ZAEHLE-BUCHUNG-ENDE.
       EXIT.

       SUCHE-KONTO-EINTRAG SECTION.
      * liefert KONTO-TREFFER, neue Konten werden angelegt
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
                 MOVE "J" TO KONTO-UEBERLAUF
              ELSE
                 ADD 1 TO KONTO-ANZAHL
                 MOVE HASH-BANK-ID TO KT-BANK-ID(KONTO-ANZAHL)
                 MOVE HASH-KONTONUMMER TO KT-KONTONUMMER(KONTO-ANZAHL)
                 MOVE ZERO TO KT-NAHE-ANZAHL(KONTO-ANZAHL)
                 MOVE ZERO TO KT-NAHE-SUMME(KONTO-ANZAHL)
                 MOVE ZERO TO KT-FENSTER-ANZAHL(KONTO-ANZAHL)
                 MOVE ZERO TO KT-FENSTER-UMSATZ(KONTO-ANZAHL)
                 MOVE ZERO TO KT-HISTORIE-ANZAHL(KONTO-ANZAHL)
                 MOVE ZERO TO KT-HISTORIE-UMSATZ(KONTO-ANZAHL)
                 MOVE KONTO-ANZAHL TO KONTO-HASH-EINTRAG(HASH-POS)
                 MOVE KONTO-ANZAHL TO KONTO-TREFFER
              END-IF
           END-IF
       EXIT.

       PRUEFE-KONTO SECTION.
           MOVE FENSTER-TAGE TO TAGE-ANZEIGE

           IF KT-NAHE-ANZAHL(KONTO-IDX) >= NAHE-ANZAHL-GRENZE THEN
              MOVE "S" TO NEUER-FALLTYP
              MOVE "STRUKTURIERUNG KNAPP UNTER MELDESCHWELLE"
                TO NEUER-BEGRIFF
              MOVE KT-NAHE-ANZAHL(KONTO-IDX) TO ANZAHL-ANZEIGE
              MOVE NAHE-UNTERGRENZE TO BETRAG-ANZEIGE
              MOVE SPACES TO NEUES-DETAIL
              STRING FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                     " POSTEN AB " DELIMITED BY SIZE
                     FUNCTION TRIM(BETRAG-ANZEIGE) DELIMITED BY SIZE
                     " IN " DELIMITED BY SIZE
                     FUNCTION TRIM(TAGE-ANZEIGE) DELIMITED BY SIZE
                     " TAGEN" DELIMITED BY SIZE
                 INTO NEUES-DETAIL
              END-STRING
              MOVE KT-NAHE-SUMME(KONTO-IDX) TO NEUER-BETRAG
              PERFORM MELDE-TREFFER
           END-IF

      * Vergleich mit der Historie auf gleiche Zahl von Dateitagen
      * umgerechnet: Fenster * Historientage >= Faktor * Historie *
      * Fenstertage; ohne Historie zaehlt nur die Mindestgrenze
           IF KT-FENSTER-ANZAHL(KONTO-IDX) >= MINDEST-ANZAHL THEN
              COMPUTE VERGLEICH-LINKS =
                 KT-FENSTER-ANZAHL(KONTO-IDX) * HISTORIE-DATEITAGE
              COMPUTE VERGLEICH-RECHTS = ANZAHL-FAKTOR *
                 KT-HISTORIE-ANZAHL(KONTO-IDX) * FENSTER-DATEITAGE
              IF VERGLEICH-LINKS >= VERGLEICH-RECHTS THEN
                 MOVE "V" TO NEUER-FALLTYP
                 MOVE "UNGEWOEHNLICHE POSTENANZAHL" TO NEUER-BEGRIFF
                 MOVE KT-FENSTER-ANZAHL(KONTO-IDX) TO ANZAHL-ANZEIGE
                 MOVE SPACES TO NEUES-DETAIL
                 STRING FUNCTION TRIM(ANZAHL-ANZEIGE)
                           DELIMITED BY SIZE
                        " POSTEN IN " DELIMITED BY SIZE
                        FUNCTION TRIM(TAGE-ANZEIGE) DELIMITED BY SIZE
                        " TAGEN, HISTORIE " DELIMITED BY SIZE
                    INTO NEUES-DETAIL
                 END-STRING
                 MOVE KT-HISTORIE-ANZAHL(KONTO-IDX) TO ANZAHL-ANZEIGE
                 STRING FUNCTION TRIM(NEUES-DETAIL) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                    INTO NEUES-DETAIL
                 END-STRING
                 MOVE KT-FENSTER-UMSATZ(KONTO-IDX) TO NEUER-BETRAG
                 PERFORM MELDE-TREFFER
              END-IF
           END-IF

           IF KT-FENSTER-UMSATZ(KONTO-IDX) >= MINDEST-UMSATZ THEN
              COMPUTE VERGLEICH-LINKS =
                 KT-FENSTER-UMSATZ(KONTO-IDX) * HISTORIE-DATEITAGE
              COMPUTE VERGLEICH-RECHTS = UMSATZ-FAKTOR *
                 KT-HISTORIE-UMSATZ(KONTO-IDX) * FENSTER-DATEITAGE
              IF VERGLEICH-LINKS >= VERGLEICH-RECHTS THEN
                 MOVE "U" TO NEUER-FALLTYP
                 MOVE "UMSATZ WEIT UEBER EIGENER HISTORIE"
                   TO NEUER-BEGRIFF
                 MOVE KT-HISTORIE-UMSATZ(KONTO-IDX) TO BETRAG-ANZEIGE
                 MOVE SPACES TO NEUES-DETAIL
                 STRING "UMSATZ IN " DELIMITED BY SIZE
                        FUNCTION TRIM(TAGE-ANZEIGE) DELIMITED BY SIZE
                        " TAGEN, HISTORIE " DELIMITED BY SIZE
                        FUNCTION TRIM(BETRAG-ANZEIGE) DELIMITED BY SIZE
                    INTO NEUES-DETAIL
                 END-STRING
                 MOVE KT-FENSTER-UMSATZ(KONTO-IDX) TO NEUER-BETRAG
                 PERFORM MELDE-TREFFER
              END-IF
           END-IF
       EXIT.

       MELDE-TREFFER SECTION.
           ADD 1 TO TREFFER-ANZAHL
           MOVE KT-BANK-ID(KONTO-IDX) TO BD-BANK-ID
           MOVE KT-KONTONUMMER(KONTO-IDX) TO BD-KONTONUMMER
           MOVE NEUER-FALLTYP TO BD-FALLTYP
           MOVE NEUES-DETAIL TO BD-DETAIL

      * solange ein Fall gleichen Typs offen oder eskaliert ist, wird
      * kein weiterer eroeffnet; ein Wiederholungslauf am selben Tag
      * eroeffnet ebenfalls nichts Neues
           MOVE "N" TO FALL-VORHANDEN
           PERFORM VARYING FALL-IDX FROM 1 BY 1
              UNTIL FALL-IDX > FALL-ANZAHL
              IF FT-FALLTYP(FALL-IDX) = NEUER-FALLTYP AND
                 FT-BANK-ID(FALL-IDX) = KT-BANK-ID(KONTO-IDX) AND
                 FT-KONTONUMMER(FALL-IDX) = KT-KONTONUMMER(KONTO-IDX)
                 THEN
                 IF FT-STATUS(FALL-IDX) = "O" OR
                    FT-STATUS(FALL-IDX) = "E" OR
                    FT-ANGELEGT(FALL-IDX) = LAUF-DATUM-NUM THEN
                    MOVE "J" TO FALL-VORHANDEN
                 END-IF
              END-IF
           END-PERFORM

           IF FALL-VORHANDEN = "J" THEN
              MOVE "FALL BESTEHT" TO BD-VERMERK
           ELSE
              PERFORM EROEFFNE-FALL
              MOVE "NEUER FALL" TO BD-VERMERK
           END-IF
           MOVE BERICHT-DRUCKZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
       EXIT.

       EROEFFNE-FALL SECTION.
           ADD 1 TO FALL-NUMMER
           ADD 1 TO NEUE-FAELLE
           MOVE SPACES TO FALLBESTAND-SATZ
           MOVE LAUF-DATUM-NUM TO FB-ANGELEGT
           MOVE FALL-NUMMER TO FB-FALL-NUMMER
           MOVE "O" TO FB-STATUS
           MOVE NEUER-BEGRIFF TO FB-BEGRIFF
      * der Fallsatz traegt das Konto im KONTO-FILE-Satzbild, damit
      * Bearbeitung und Kontoaufloesung ihn wie Watchlist-Faelle lesen
           MOVE KT-BANK-ID(KONTO-IDX) TO FB-BANK-ID
           MOVE KT-KONTONUMMER(KONTO-IDX) TO FB-KONTONUMMER
           IF NEUER-BETRAG > 99999999.99 THEN
              MOVE 99999999.99 TO FB-BETRAG
           ELSE
              MOVE NEUER-BETRAG TO FB-BETRAG
           END-IF
           MOVE NEUES-DETAIL TO FB-ZWECK
           MOVE NEUER-FALLTYP TO FB-FALLTYP
           WRITE FALLBESTAND-SATZ
       EXIT.

       SCHREIBE-BERICHT-KOPF SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Strukturpruefung Lauf " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  " Fenster ab " DELIMITED BY SIZE
                  FENSTER-VON DELIMITED BY SIZE
                  " Schwelle " DELIMITED BY SIZE
                  MELDE-SCHWELLE DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Falltyp S = Strukturierung, V = Postenanzahl, "
                  DELIMITED BY SIZE
                  "U = Umsatz" DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE
       EXIT.

       SCHREIBE-BERICHT-FUSS SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           IF TREFFER-ANZAHL = ZERO THEN
              MOVE "KEINE AUFFAELLIGKEITEN" TO BERICHT-ZEILE
           ELSE
              STRING "Treffer " DELIMITED BY SIZE
                     TREFFER-ANZAHL DELIMITED BY SIZE
                     "  neue Faelle " DELIMITED BY SIZE
                     NEUE-FAELLE DELIMITED BY SIZE
                 INTO BERICHT-ZEILE
              END-STRING
           END-IF
           WRITE BERICHT-ZEILE
       EXIT.
