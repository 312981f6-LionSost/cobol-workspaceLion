       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KONTOAUSKUNFT.
      *****************************************************************
      * Auskunft ueber die taegliche Konto-Indexdatei und Konto-Cockpit:
      * fuer ein Konto werden Saldenstamm, Kontostamm, Tagesbuchungen,
      * zurueckgehaltene Valutaposten, offene Compliance-Faelle und
      * die Historie der letzten Tage aus ARCHIVAUSKUNFT in einer
      * Sicht zusammengefuehrt; dieselbe Sicht geht als einseitiges
      * Kontoprofil in eine Druckdatei
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-SCHLUESSEL
           FILE STATUS IS INDEX-STATUS.
           SELECT SALDO-DATEI ASSIGN TO 'saldo.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SAL-SCHLUESSEL
           FILE STATUS IS SALDO-STATUS.
           SELECT KONTOSTAMM-DATEI ASSIGN TO 'kontostamm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KONTOSTAMM-STATUS.
           SELECT BUCHUNG-DETAIL ASSIGN TO DYNAMIC BUCHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUCHUNG-STATUS.
           SELECT VALUTA-DATEI ASSIGN TO 'valutahold.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VALUTA-STATUS.
           SELECT FALLBESTAND-DATEI ASSIGN TO 'compliancefaelle.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FALLBESTAND-STATUS.
           SELECT HISTORIE-DATEI ASSIGN TO DYNAMIC HISTORIE-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORIE-STATUS.
           SELECT PROFIL-DATEI ASSIGN TO DYNAMIC PROFIL-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROFIL-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD KONTO-INDEX.
              05 IDX-WAEHRUNG PIC X(3).
              05 IDX-DC PIC X(2).
              05 IDX-BETRAG PIC 9(8)V99.
              05 IDX-PRIMANOTA PIC 9(12).

           FD SALDO-DATEI.
           01 SALDO-SATZ.
              05 SAL-SCHLUESSEL.
                 10 SAL-BANK-ID PIC 9(5).
                 10 SAL-KONTONUMMER PIC 9(10).
              05 SAL-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 SAL-BUCHUNGSTAG PIC 9(8).
              05 SAL-VORTAGSSALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 SAL-WAEHRUNG PIC X(3).

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

      * Haltebestand im Satzbild der Eingabedatei
           FD VALUTA-DATEI.
           01 VALUTA-SATZ.
              05 VS-BANK-ID PIC X(5).
              05 VS-KONTONUMMER PIC X(10).
              05 VS-BETRAG PIC Z(07)9.99.
              05 VS-WAEHRUNG PIC X(3).
              05 VS-DC PIC X(2).
              05 VS-ZWECK.
                 10 VS-ZIEL-BANK-ID PIC X(5).
                 10 VS-ZIEL-KONTONUMMER PIC X(10).
                 10 FILLER PIC X(38).
              05 VS-VALUTA-DATUM PIC X(8).
              05 VS-REFERENZ PIC X(16).

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

      * Kontohistorie von ARCHIVAUSKUNFT im Satzbild des Archivs,
      * Buchungssaetze (Typ B) im Satzbild der Buchungsdatei
           FD HISTORIE-DATEI.
           01 HISTORIE-SATZ.
              05 HIS-DATUM PIC 9(8).
              05 FILLER PIC X(1).
              05 HIS-TYP PIC X(1).
              05 FILLER PIC X(1).
              05 HIS-BUCHUNG.
                 10 HIS-BANK-ID PIC X(5).
                 10 HIS-KONTONUMMER PIC X(10).
                 10 HIS-WAEHRUNG PIC X(3).
                 10 HIS-DC PIC X(2).
                 10 HIS-BETRAG PIC 9(8)V99.
                 10 HIS-ZWECK PIC X(53).
                 10 HIS-KONTO-WAEHRUNG PIC X(3).
                 10 HIS-KURS PIC 9(5)V9(6).
                 10 HIS-KONTO-BETRAG PIC 9(12)V99.
                 10 FILLER PIC X(49).

           FD PROFIL-DATEI.
           01 PROFIL-ZEILE PIC X(100).
       WORKING-STORAGE SECTION.
           01 INDEX-STATUS PIC X(2).
           01 SALDO-STATUS PIC X(2).
           01 KONTOSTAMM-STATUS PIC X(2).
           01 BUCHUNG-STATUS PIC X(2).
           01 VALUTA-STATUS PIC X(2).
           01 FALLBESTAND-STATUS PIC X(2).
           01 HISTORIE-STATUS PIC X(2).
           01 PROFIL-STATUS PIC X(2).
           01 INDEX-DATEINAME PIC X(24).
           01 BUCHUNG-DATEINAME PIC X(22).
           01 HISTORIE-DATEINAME PIC X(32).
           01 PROFIL-DATEINAME PIC X(41).
           01 MODUS PIC X.
           01 DATUM-EINGABE PIC X(8).
           01 DATUM-NUM REDEFINES DATUM-EINGABE PIC 9(8).
           01 BANK-EINGABE PIC X(5).
           01 KONTO-EINGABE PIC X(10).
           01 TAGE-EINGABE PIC X(3).
           01 ENDE PIC X.
           01 TREFFER-ANZAHL PIC 9(5) VALUE ZERO.
           01 BETRAG-ANZEIGE PIC Z(07)9.99.
      * Konto-Cockpit
           01 STAMM-GEFUNDEN PIC X VALUE "N".
           01 SALDO-GEFUNDEN PIC X VALUE "N".
           01 KONTO-STATUS PIC X(1) VALUE SPACE.
           01 KONTO-STATUS-TEXT PIC X(11).
           01 KONTO-LIMIT PIC S9(14)V99 VALUE ZERO.
           01 KONTO-WAEHRUNG PIC X(3) VALUE SPACES.
           01 AKTUELLER-SALDO PIC S9(14)V99 VALUE ZERO.
           01 VORTAGS-SALDO PIC S9(14)V99 VALUE ZERO.
           01 SPIELRAUM PIC S9(14)V99 VALUE ZERO.
           01 SALDO-STAND PIC 9(8) VALUE ZERO.
           01 STAND-ANZEIGE.
              05 STA-JAHR PIC 9(4).
              05 FILLER PIC X VALUE "-".
              05 STA-MONAT PIC 9(2).
              05 FILLER PIC X VALUE "-".
              05 STA-TAG PIC 9(2).
           01 STAND-NUM PIC 9(8).
           01 STAND-TEILE REDEFINES STAND-NUM.
              05 STN-JAHR PIC 9(4).
              05 STN-MONAT PIC 9(2).
              05 STN-TAG PIC 9(2).
           01 SALDO-ANZEIGE PIC -(13)9.99.
           01 SALDO2-ANZEIGE PIC -(13)9.99.
           01 POSTEN-BETRAG PIC 9(12)V99.
           01 POSTEN-WAEHRUNG PIC X(3).
           01 POSTEN-ANZEIGE PIC Z(11)9.99.
           01 PRIMANOTA-ANZEIGE PIC Z(11)9.
           01 POSTEN-ANZAHL PIC 9(5).
           01 POSTEN-GEZEIGT PIC 9(5).
           01 POSTEN-SOLL PIC 9(14)V99.
           01 POSTEN-HABEN PIC 9(14)V99.
           01 ANZAHL-ANZEIGE PIC Z(4)9.
           01 SUMME-ANZEIGE PIC Z(13)9.99.
           01 SUMME2-ANZEIGE PIC Z(13)9.99.
           01 FALL-ALTER PIC S9(5).
           01 ALTER-ANZEIGE PIC Z(4)9.
      * eine Druckseite, jede Liste ist daher begrenzt
           01 PROFIL-ZEILEN PIC 9(3) VALUE ZERO.
           01 PROFIL-SEITE PIC 9(3) VALUE 60.
           01 MAX-BUCHUNGEN PIC 9(3) VALUE 12.
           01 MAX-VALUTA PIC 9(3) VALUE 6.
           01 MAX-FAELLE PIC 9(3) VALUE 6.
           01 MAX-HISTORIE PIC 9(3) VALUE 12.
      * Historie ueber ARCHIVAUSKUNFT
           01 HISTORIE-TAGE PIC 9(3) VALUE 30.
           01 HISTORIE-VON PIC 9(8).
           01 HISTORIE-BIS PIC 9(8).
           01 KOMMANDO PIC X(120).
           01 SYSTEM-ERGEBNIS PIC S9(9) COMP.
           01 HISTORIE-VERFUEGBAR PIC X VALUE "N".
           01 HIST-TABELLE.
              05 HIST-EINTRAG OCCURS 999 TIMES.
                 10 HT-DATUM PIC 9(8).
                 10 HT-ANZAHL PIC 9(5).
                 10 HT-SOLL PIC 9(14)V99.
                 10 HT-HABEN PIC 9(14)V99.
                 10 HT-GEZEIGT PIC X.
           01 HIST-ANZAHL PIC 9(3) VALUE ZERO.
           01 HIST-IDX PIC 9(3).
           01 HIST-TREFFER PIC 9(3).
           01 HIST-UEBERLAUF PIC X VALUE "N".
           01 HIST-BUCHUNGEN PIC 9(5) VALUE ZERO.
           01 HIST-SOLL PIC 9(14)V99 VALUE ZERO.
           01 HIST-HABEN PIC 9(14)V99 VALUE ZERO.
           01 HIST-ZEILE-IDX PIC 9(3).
       PROCEDURE DIVISION.
           DISPLAY "KONTOAUSKUNFT"
           DISPLAY "Modus: I = Indexauskunft, C = Konto-Cockpit "
              "(leer = I)"
           ACCEPT MODUS

           EVALUATE MODUS
              WHEN "I"
              WHEN "i"
              WHEN SPACE
                 PERFORM INDEX-AUSKUNFT
              WHEN "C"
              WHEN "c"
                 PERFORM KONTO-COCKPIT
              WHEN OTHER
                 DISPLAY "FEHLER: Unbekannter Modus"
           END-EVALUATE
           STOP RUN.

       ERFASSE-DATUM-UND-BANK SECTION.
           DISPLAY "Laufdatum (JJJJMMTT):"
           ACCEPT DATUM-EINGABE

              STOP RUN
           END-IF

           DISPLAY "Bank-ID (5-stellig):"
           ACCEPT BANK-EINGABE
           IF BANK-EINGABE IS NOT NUMERIC THEN
              DISPLAY "FEHLER: Bank-ID muss 5-stellig numerisch sein"
              STOP RUN
           END-IF
       EXIT.

       INDEX-AUSKUNFT SECTION.
           PERFORM ERFASSE-DATUM-UND-BANK

           STRING "konto-index-" DELIMITED BY SIZE
                  DATUM-EINGABE DELIMITED BY SIZE
                  ".idx" DELIMITED BY SIZE
              INTO INDEX-DATEINAME
           END-STRING

           DISPLAY "Kontonummer (leer = alle Konten der Bank):"
           ACCEPT KONTO-EINGABE

           CLOSE KONTO-INDEX
           DISPLAY "Treffer: " TREFFER-ANZAHL
       EXIT.

       LIES-EINZELKONTO SECTION.
           IF KONTO-EINGABE IS NOT NUMERIC THEN
              " " IDX-WAEHRUNG
              " " IDX-DC
              " " BETRAG-ANZEIGE
              " PN " IDX-PRIMANOTA
       EXIT.

       KONTO-COCKPIT SECTION.
           PERFORM ERFASSE-DATUM-UND-BANK

           DISPLAY "Kontonummer (10-stellig):"
           ACCEPT KONTO-EINGABE
           IF KONTO-EINGABE IS NOT NUMERIC THEN
              DISPLAY "FEHLER: Kontonummer muss 10-stellig "
                 "numerisch sein"
              STOP RUN
           END-IF

           DISPLAY "Historie in Tagen (3-stellig, leer = 030):"
           ACCEPT TAGE-EINGABE
           IF TAGE-EINGABE NOT = SPACES THEN
              IF TAGE-EINGABE IS NOT NUMERIC OR
                 TAGE-EINGABE = "000" THEN
                 DISPLAY "FEHLER: Tage muessen 3-stellig numerisch "
                    "und groesser null sein"
                 STOP RUN
              END-IF
              MOVE TAGE-EINGABE TO HISTORIE-TAGE
           END-IF

           STRING "buchungen-" DELIMITED BY SIZE
                  DATUM-EINGABE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BUCHUNG-DATEINAME
           END-STRING
           STRING "konto-historie-" DELIMITED BY SIZE
                  KONTO-EINGABE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO HISTORIE-DATEINAME
           END-STRING
           STRING "kontoprofil-" DELIMITED BY SIZE
                  BANK-EINGABE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  KONTO-EINGABE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DATUM-EINGABE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO PROFIL-DATEINAME
           END-STRING

           OPEN OUTPUT PROFIL-DATEI
           IF PROFIL-STATUS NOT = "00" THEN
              DISPLAY "FEHLER: " PROFIL-DATEINAME
                 " nicht anlegbar (Status " PROFIL-STATUS ")"
              STOP RUN
           END-IF

           PERFORM LIES-KONTOSTAMM
           PERFORM LIES-SALDENSTAMM
           PERFORM ZEIGE-KOPF
           PERFORM ZEIGE-TAGESBUCHUNGEN
           PERFORM ZEIGE-VALUTAPOSTEN
           PERFORM ZEIGE-COMPLIANCE-FAELLE
           PERFORM HOLE-HISTORIE
           PERFORM ZEIGE-HISTORIE

           MOVE ALL "-" TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE
           CLOSE PROFIL-DATEI
           DISPLAY "PROFIL " PROFIL-DATEINAME
       EXIT.

       LIES-KONTOSTAMM SECTION.
           OPEN INPUT KONTOSTAMM-DATEI
           IF KONTOSTAMM-STATUS NOT = "00" THEN
              GO TO LIES-KONTOSTAMM-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ KONTOSTAMM-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF KSD-BANK-ID = BANK-EINGABE AND
                       KSD-KONTONUMMER = KONTO-EINGABE THEN
                       MOVE "J" TO STAMM-GEFUNDEN
                       MOVE KSD-STATUS TO KONTO-STATUS
                       MOVE KSD-LIMIT TO KONTO-LIMIT
                       MOVE KSD-WAEHRUNG TO KONTO-WAEHRUNG
                       MOVE "Y" TO ENDE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KONTOSTAMM-DATEI
           MOVE SPACES TO ENDE.
       LIES-KONTOSTAMM-ENDE.
           EVALUATE KONTO-STATUS
              WHEN "G"
                 MOVE "GESPERRT" TO KONTO-STATUS-TEXT
              WHEN "C"
                 MOVE "GESCHLOSSEN" TO KONTO-STATUS-TEXT
              WHEN "R"
                 MOVE "RUHEND" TO KONTO-STATUS-TEXT
              WHEN OTHER
                 MOVE "AKTIV" TO KONTO-STATUS-TEXT
           END-EVALUATE
           IF STAMM-GEFUNDEN = "N" THEN
              MOVE "UNBEKANNT" TO KONTO-STATUS-TEXT
           END-IF
       EXIT.

       LIES-SALDENSTAMM SECTION.
           OPEN INPUT SALDO-DATEI
           IF SALDO-STATUS NOT = "00" THEN
              DISPLAY "HINWEIS: saldo.idx nicht vorhanden (Status "
                 SALDO-STATUS ")"
              GO TO LIES-SALDENSTAMM-ENDE
           END-IF
           MOVE BANK-EINGABE TO SAL-BANK-ID
           MOVE KONTO-EINGABE TO SAL-KONTONUMMER
           READ SALDO-DATEI
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "J" TO SALDO-GEFUNDEN
                 MOVE SAL-SALDO TO AKTUELLER-SALDO
                 MOVE SAL-BUCHUNGSTAG TO SALDO-STAND
      * ohne Bewegung seit dem Auskunftstag ist der Saldo auch der
      * Vortagssaldo, sonst haelt der Saldenstamm den Stand vor dem
      * letzten Buchungstag
                 IF SAL-BUCHUNGSTAG >= DATUM-NUM THEN
                    MOVE SAL-VORTAGSSALDO TO VORTAGS-SALDO
                 ELSE
                    MOVE SAL-SALDO TO VORTAGS-SALDO
                 END-IF
                 IF KONTO-WAEHRUNG = SPACES THEN
                    MOVE SAL-WAEHRUNG TO KONTO-WAEHRUNG
                 END-IF
           END-READ
           CLOSE SALDO-DATEI.
       LIES-SALDENSTAMM-ENDE.
           IF KONTO-WAEHRUNG = SPACES THEN
              MOVE "EUR" TO KONTO-WAEHRUNG
           END-IF
      * das Limit ist die Untergrenze des Saldos
           COMPUTE SPIELRAUM = AKTUELLER-SALDO - KONTO-LIMIT
       EXIT.

       ZEIGE-KOPF SECTION.
           MOVE DATUM-NUM TO STAND-NUM
           PERFORM SETZE-STAND-ANZEIGE
           MOVE ALL "=" TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE
           MOVE SPACES TO PROFIL-ZEILE
           STRING "Kontoprofil " DELIMITED BY SIZE
                  STAND-ANZEIGE DELIMITED BY SIZE
                  "  Bank " DELIMITED BY SIZE
                  BANK-EINGABE DELIMITED BY SIZE
                  "  Konto " DELIMITED BY SIZE
                  KONTO-EINGABE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  KONTO-WAEHRUNG DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           PERFORM AUSGABE-ZEILE
           MOVE ALL "=" TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE

           MOVE SPACES TO PROFIL-ZEILE
           STRING "Kontostatus       " DELIMITED BY SIZE
                  KONTO-STATUS-TEXT DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           PERFORM AUSGABE-ZEILE

           MOVE AKTUELLER-SALDO TO SALDO-ANZEIGE
           MOVE VORTAGS-SALDO TO SALDO2-ANZEIGE
           MOVE SPACES TO PROFIL-ZEILE
           STRING "Saldo aktuell " DELIMITED BY SIZE
                  SALDO-ANZEIGE DELIMITED BY SIZE
                  "   Vortagssaldo " DELIMITED BY SIZE
                  SALDO2-ANZEIGE DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           PERFORM AUSGABE-ZEILE

           MOVE KONTO-LIMIT TO SALDO-ANZEIGE
           MOVE SPIELRAUM TO SALDO2-ANZEIGE
           MOVE SPACES TO PROFIL-ZEILE
           STRING "Limit         " DELIMITED BY SIZE
                  SALDO-ANZEIGE DELIMITED BY SIZE
                  "   Spielraum    " DELIMITED BY SIZE
                  SALDO2-ANZEIGE DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           IF SPIELRAUM < ZERO THEN
              MOVE "UEBERZOGEN" TO PROFIL-ZEILE(67:)
           END-IF
           PERFORM AUSGABE-ZEILE

           IF SALDO-GEFUNDEN = "N" THEN
              MOVE "  kein Satz im Saldenstamm" TO PROFIL-ZEILE
              PERFORM AUSGABE-ZEILE
           ELSE
      * nach spaeteren Tageslaeufen zeigt der Saldenstamm den neueren
      * Stand, Saldo und Vortagssaldo gelten dann fuer diesen Tag
              IF SALDO-STAND > DATUM-NUM THEN
                 MOVE SALDO-STAND TO STAND-NUM
                 PERFORM SETZE-STAND-ANZEIGE
                 MOVE SPACES TO PROFIL-ZEILE
                 STRING "  Saldenstamm fortgeschrieben bis "
                           DELIMITED BY SIZE
                        STAND-ANZEIGE DELIMITED BY SIZE
                    INTO PROFIL-ZEILE
                 END-STRING
                 PERFORM AUSGABE-ZEILE
              END-IF
           END-IF
       EXIT.

       SETZE-STAND-ANZEIGE SECTION.
           MOVE STN-JAHR TO STA-JAHR
           MOVE STN-MONAT TO STA-MONAT
           MOVE STN-TAG TO STA-TAG
       EXIT.

       ZEIGE-TAGESBUCHUNGEN SECTION.
           MOVE ZERO TO POSTEN-ANZAHL
           MOVE ZERO TO POSTEN-GEZEIGT
           MOVE ZERO TO POSTEN-SOLL
           MOVE ZERO TO POSTEN-HABEN
           MOVE SPACES TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE
           MOVE "Buchungen des Tages" TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE

           OPEN INPUT BUCHUNG-DETAIL
           IF BUCHUNG-STATUS NOT = "00" THEN
              MOVE SPACES TO PROFIL-ZEILE
              STRING "  " DELIMITED BY SIZE
                     BUCHUNG-DATEINAME DELIMITED BY SIZE
                     " nicht vorhanden" DELIMITED BY SIZE
                 INTO PROFIL-ZEILE
              END-STRING
              PERFORM AUSGABE-ZEILE
              GO TO ZEIGE-TAGESBUCHUNGEN-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ BUCHUNG-DETAIL
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF BU-BANK-ID = BANK-EINGABE AND
                       BU-KONTONUMMER = KONTO-EINGABE THEN
                       PERFORM ZEIGE-TAGESBUCHUNG
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BUCHUNG-DETAIL
           MOVE SPACES TO ENDE

           PERFORM ZEIGE-WEITERE-POSTEN
           MOVE POSTEN-ANZAHL TO ANZAHL-ANZEIGE
           MOVE POSTEN-SOLL TO SUMME-ANZEIGE
           MOVE POSTEN-HABEN TO SUMME2-ANZEIGE
           MOVE SPACES TO PROFIL-ZEILE
           STRING "  Anzahl " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                  "  DC gesamt " DELIMITED BY SIZE
                  FUNCTION TRIM(SUMME-ANZEIGE) DELIMITED BY SIZE
                  "  CR gesamt " DELIMITED BY SIZE
                  FUNCTION TRIM(SUMME2-ANZEIGE) DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           PERFORM AUSGABE-ZEILE.
       ZEIGE-TAGESBUCHUNGEN-ENDE.
       EXIT.

       ZEIGE-TAGESBUCHUNG SECTION.
           ADD 1 TO POSTEN-ANZAHL
      * wie im Auszug gilt der Betrag in Kontowaehrung
           IF BU-KONTO-WAEHRUNG NOT = SPACES THEN
              MOVE BU-KONTO-BETRAG TO POSTEN-BETRAG
              MOVE BU-KONTO-WAEHRUNG TO POSTEN-WAEHRUNG
           ELSE
              MOVE BU-BETRAG TO POSTEN-BETRAG
              MOVE BU-WAEHRUNG TO POSTEN-WAEHRUNG
           END-IF
           IF BU-DC = "DC" THEN
              ADD POSTEN-BETRAG TO POSTEN-SOLL
           ELSE
              ADD POSTEN-BETRAG TO POSTEN-HABEN
           END-IF
           IF POSTEN-GEZEIGT >= MAX-BUCHUNGEN THEN
              GO TO ZEIGE-TAGESBUCHUNG-ENDE
           END-IF

           ADD 1 TO POSTEN-GEZEIGT
           MOVE POSTEN-BETRAG TO POSTEN-ANZEIGE
           MOVE SPACES TO PROFIL-ZEILE
           STRING "  " DELIMITED BY SIZE
                  BU-DC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POSTEN-WAEHRUNG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POSTEN-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BU-ZWECK(1:40) DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           IF BU-REFERENZ NOT = SPACES THEN
              STRING "Ref " DELIMITED BY SIZE
                     BU-REFERENZ DELIMITED BY SIZE
                 INTO PROFIL-ZEILE(66:)
              END-STRING
           END-IF
           IF BU-PRIMANOTA IS NUMERIC THEN
              MOVE BU-PRIMANOTA TO PRIMANOTA-ANZEIGE
              STRING "PN " DELIMITED BY SIZE
                     FUNCTION TRIM(PRIMANOTA-ANZEIGE) DELIMITED BY SIZE
                 INTO PROFIL-ZEILE(86:)
              END-STRING
           END-IF
           PERFORM AUSGABE-ZEILE.
       ZEIGE-TAGESBUCHUNG-ENDE.
       EXIT.

       ZEIGE-WEITERE-POSTEN SECTION.
           IF POSTEN-ANZAHL > POSTEN-GEZEIGT THEN
              COMPUTE ANZAHL-ANZEIGE = POSTEN-ANZAHL - POSTEN-GEZEIGT
              MOVE SPACES TO PROFIL-ZEILE
              STRING "  ... " DELIMITED BY SIZE
                     FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                     " weitere" DELIMITED BY SIZE
                 INTO PROFIL-ZEILE
              END-STRING
              PERFORM AUSGABE-ZEILE
           END-IF
       EXIT.

       ZEIGE-VALUTAPOSTEN SECTION.
           MOVE ZERO TO POSTEN-ANZAHL
           MOVE ZERO TO POSTEN-GEZEIGT
           MOVE SPACES TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE
           MOVE "Zurueckgehaltene Valutaposten" TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE

           OPEN INPUT VALUTA-DATEI
           IF VALUTA-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ VALUTA-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
      * Umbuchungen stehen unter dem Quellkonto im Haltebestand,
      * das Zielkonto sieht sie ebenfalls
                       IF VS-VALUTA-DATUM > DATUM-EINGABE AND
                          ((VS-BANK-ID = BANK-EINGABE AND
                            VS-KONTONUMMER = KONTO-EINGABE) OR
                           (VS-DC = "UB" AND
                            VS-ZIEL-BANK-ID = BANK-EINGABE AND
                            VS-ZIEL-KONTONUMMER = KONTO-EINGABE)) THEN
                          PERFORM ZEIGE-VALUTAPOSTEN-SATZ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VALUTA-DATEI
              MOVE SPACES TO ENDE
           END-IF

           PERFORM ZEIGE-WEITERE-POSTEN
           IF POSTEN-ANZAHL = ZERO THEN
              MOVE "  keine" TO PROFIL-ZEILE
              PERFORM AUSGABE-ZEILE
           END-IF
       EXIT.

       ZEIGE-VALUTAPOSTEN-SATZ SECTION.
           ADD 1 TO POSTEN-ANZAHL
           IF POSTEN-GEZEIGT < MAX-VALUTA THEN
              ADD 1 TO POSTEN-GEZEIGT
              MOVE SPACES TO PROFIL-ZEILE
              STRING "  Valuta " DELIMITED BY SIZE
                     VS-VALUTA-DATUM DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     VS-DC DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     VS-WAEHRUNG DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     VS-BETRAG DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     VS-ZWECK(1:40) DELIMITED BY SIZE
                 INTO PROFIL-ZEILE
              END-STRING
              PERFORM AUSGABE-ZEILE
           END-IF
       EXIT.

       ZEIGE-COMPLIANCE-FAELLE SECTION.
           MOVE ZERO TO POSTEN-ANZAHL
           MOVE ZERO TO POSTEN-GEZEIGT
           MOVE SPACES TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE
           MOVE "Offene Compliance-Faelle" TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE

           OPEN INPUT FALLBESTAND-DATEI
           IF FALLBESTAND-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ FALLBESTAND-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
      * offen sind neue und eskalierte Faelle
                       IF (FB-STATUS = "O" OR FB-STATUS = "E") AND
                          ((FB-BANK-ID = BANK-EINGABE AND
                            FB-KONTONUMMER = KONTO-EINGABE) OR
                           (FB-DC = "UB" AND
                            FB-ZIEL-BANK-ID = BANK-EINGABE AND
                            FB-ZIEL-KONTONUMMER = KONTO-EINGABE)) THEN
                          PERFORM ZEIGE-COMPLIANCE-FALL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FALLBESTAND-DATEI
              MOVE SPACES TO ENDE
           END-IF

           PERFORM ZEIGE-WEITERE-POSTEN
           IF POSTEN-ANZAHL = ZERO THEN
              MOVE "  keine" TO PROFIL-ZEILE
              PERFORM AUSGABE-ZEILE
           END-IF
       EXIT.

       ZEIGE-COMPLIANCE-FALL SECTION.
           ADD 1 TO POSTEN-ANZAHL
           IF POSTEN-GEZEIGT >= MAX-FAELLE THEN
              GO TO ZEIGE-COMPLIANCE-FALL-ENDE
           END-IF

           ADD 1 TO POSTEN-GEZEIGT
      * Alter in Kalendertagen seit Anlage bis zum Auskunftstag
           MOVE ZERO TO FALL-ALTER
           IF FB-ANGELEGT IS NUMERIC AND
              FB-ANGELEGT > ZERO AND
              FB-ANGELEGT <= DATUM-NUM THEN
              COMPUTE FALL-ALTER =
                 FUNCTION INTEGER-OF-DATE(DATUM-NUM) -
                 FUNCTION INTEGER-OF-DATE(FB-ANGELEGT)
           END-IF
           MOVE FALL-ALTER TO ALTER-ANZEIGE
           MOVE SPACES TO PROFIL-ZEILE
           STRING "  Fall " DELIMITED BY SIZE
                  FB-FALL-NUMMER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FB-STATUS DELIMITED BY SIZE
                  " Typ " DELIMITED BY SIZE
                  FB-FALLTYP DELIMITED BY SIZE
                  " vom " DELIMITED BY SIZE
                  FB-ANGELEGT DELIMITED BY SIZE
                  " Alter " DELIMITED BY SIZE
                  ALTER-ANZEIGE DELIMITED BY SIZE
                  " Tage " DELIMITED BY SIZE
                  FB-BEGRIFF(1:30) DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           PERFORM AUSGABE-ZEILE.
       ZEIGE-COMPLIANCE-FALL-ENDE.
       EXIT.

       HOLE-HISTORIE SECTION.
      * die letzten Tage vor dem Auskunftstag, der Tag selbst steht
      * schon unter den Buchungen des Tages
           COMPUTE HISTORIE-VON = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(DATUM-NUM) - HISTORIE-TAGE)
           COMPUTE HISTORIE-BIS = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(DATUM-NUM) - 1)

      * ARCHIVAUSKUNFT erwartet Modus, Konto, Von- und Bis-Datum auf
      * der Standardeingabe und schreibt konto-historie-<konto>.txt
           MOVE SPACES TO KOMMANDO
           STRING "printf 'K\n" DELIMITED BY SIZE
                  KONTO-EINGABE DELIMITED BY SIZE
                  "\n" DELIMITED BY SIZE
                  HISTORIE-VON DELIMITED BY SIZE
                  "\n" DELIMITED BY SIZE
                  HISTORIE-BIS DELIMITED BY SIZE
                  "\n' | cobcrun ARCHIVAUSKUNFT > /dev/null"
                     DELIMITED BY SIZE
              INTO KOMMANDO
           END-STRING

           CALL "SYSTEM" USING KOMMANDO
              ON EXCEPTION
                 DISPLAY "HINWEIS: ARCHIVAUSKUNFT konnte nicht "
                    "gestartet werden, Profil ohne Historie"
                 GO TO HOLE-HISTORIE-ENDE
           END-CALL
           MOVE RETURN-CODE TO SYSTEM-ERGEBNIS
           MOVE ZERO TO RETURN-CODE
           IF SYSTEM-ERGEBNIS NOT = ZERO THEN
              DISPLAY "HINWEIS: ARCHIVAUSKUNFT ENDETE MIT "
                 "RETURN-CODE " SYSTEM-ERGEBNIS
              GO TO HOLE-HISTORIE-ENDE
           END-IF

           OPEN INPUT HISTORIE-DATEI
           IF HISTORIE-STATUS NOT = "00" THEN
              GO TO HOLE-HISTORIE-ENDE
           END-IF
           MOVE "J" TO HISTORIE-VERFUEGBAR
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ HISTORIE-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
      * die Kontonummer allein ist ueber Banken nicht eindeutig
                    IF HIS-TYP = "B" AND
                       HIS-BANK-ID = BANK-EINGABE AND
                       HIS-KONTONUMMER = KONTO-EINGABE THEN
                       PERFORM MERKE-HISTORIE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORIE-DATEI
           MOVE SPACES TO ENDE.
       HOLE-HISTORIE-ENDE.
       EXIT.

       MERKE-HISTORIE SECTION.
           IF HIS-KONTO-WAEHRUNG NOT = SPACES THEN
              MOVE HIS-KONTO-BETRAG TO POSTEN-BETRAG
           ELSE
              MOVE HIS-BETRAG TO POSTEN-BETRAG
           END-IF
           ADD 1 TO HIST-BUCHUNGEN
           IF HIS-DC = "DC" THEN
              ADD POSTEN-BETRAG TO HIST-SOLL
           ELSE
              ADD POSTEN-BETRAG TO HIST-HABEN
           END-IF

           MOVE ZERO TO HIST-TREFFER
           PERFORM VARYING HIST-IDX FROM 1 BY 1
              UNTIL HIST-IDX > HIST-ANZAHL OR HIST-TREFFER > ZERO
              IF HT-DATUM(HIST-IDX) = HIS-DATUM THEN
                 MOVE HIST-IDX TO HIST-TREFFER
              END-IF
           END-PERFORM
           IF HIST-TREFFER = ZERO THEN
              IF HIST-ANZAHL >= 999 THEN
                 MOVE "J" TO HIST-UEBERLAUF
                 GO TO MERKE-HISTORIE-ENDE
              END-IF
              ADD 1 TO HIST-ANZAHL
              MOVE HIST-ANZAHL TO HIST-TREFFER
              MOVE HIS-DATUM TO HT-DATUM(HIST-TREFFER)
              MOVE ZERO TO HT-ANZAHL(HIST-TREFFER)
              MOVE ZERO TO HT-SOLL(HIST-TREFFER)
              MOVE ZERO TO HT-HABEN(HIST-TREFFER)
              MOVE "N" TO HT-GEZEIGT(HIST-TREFFER)
           END-IF
           ADD 1 TO HT-ANZAHL(HIST-TREFFER)
           IF HIS-DC = "DC" THEN
              ADD POSTEN-BETRAG TO HT-SOLL(HIST-TREFFER)
           ELSE
              ADD POSTEN-BETRAG TO HT-HABEN(HIST-TREFFER)
           END-IF.
       MERKE-HISTORIE-ENDE.
       EXIT.

       ZEIGE-HISTORIE SECTION.
           MOVE SPACES TO PROFIL-ZEILE
           PERFORM AUSGABE-ZEILE
           MOVE HISTORIE-VON TO STAND-NUM
           PERFORM SETZE-STAND-ANZEIGE
           MOVE SPACES TO PROFIL-ZEILE
           STRING "Historie " DELIMITED BY SIZE
                  STAND-ANZEIGE DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           MOVE HISTORIE-BIS TO STAND-NUM
           PERFORM SETZE-STAND-ANZEIGE
           STRING " bis " DELIMITED BY SIZE
                  STAND-ANZEIGE DELIMITED BY SIZE
                  " (Archiv)" DELIMITED BY SIZE
              INTO PROFIL-ZEILE(20:)
           END-STRING
           PERFORM AUSGABE-ZEILE

           IF HISTORIE-VERFUEGBAR = "N" THEN
              MOVE "  nicht verfuegbar" TO PROFIL-ZEILE
              PERFORM AUSGABE-ZEILE
              GO TO ZEIGE-HISTORIE-ENDE
           END-IF
           IF HIST-UEBERLAUF = "J" THEN
              DISPLAY "WARNUNG: HISTORIE-TABELLE VOLL, "
                 "weitere Tage nicht beruecksichtigt"
           END-IF

      * juengste Buchungstage zuerst, so viele wie die Seite fasst
           MOVE ZERO TO POSTEN-GEZEIGT
           PERFORM VARYING HIST-ZEILE-IDX FROM 1 BY 1
              UNTIL HIST-ZEILE-IDX > HIST-ANZAHL OR
                    HIST-ZEILE-IDX > MAX-HISTORIE
              PERFORM ZEIGE-HISTORIE-TAG
           END-PERFORM
           MOVE HIST-ANZAHL TO POSTEN-ANZAHL
           PERFORM ZEIGE-WEITERE-POSTEN

           MOVE HIST-BUCHUNGEN TO ANZAHL-ANZEIGE
           MOVE HIST-SOLL TO SUMME-ANZEIGE
           MOVE HIST-HABEN TO SUMME2-ANZEIGE
           MOVE SPACES TO PROFIL-ZEILE
           STRING "  Anzahl " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                  "  DC gesamt " DELIMITED BY SIZE
                  FUNCTION TRIM(SUMME-ANZEIGE) DELIMITED BY SIZE
                  "  CR gesamt " DELIMITED BY SIZE
                  FUNCTION TRIM(SUMME2-ANZEIGE) DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           PERFORM AUSGABE-ZEILE.
       ZEIGE-HISTORIE-ENDE.
       EXIT.

       ZEIGE-HISTORIE-TAG SECTION.
           MOVE ZERO TO HIST-TREFFER
           PERFORM VARYING HIST-IDX FROM 1 BY 1
              UNTIL HIST-IDX > HIST-ANZAHL
              IF HT-GEZEIGT(HIST-IDX) = "N" THEN
                 IF HIST-TREFFER = ZERO THEN
                    MOVE HIST-IDX TO HIST-TREFFER
                 ELSE
                    IF HT-DATUM(HIST-IDX) > HT-DATUM(HIST-TREFFER)
                       THEN
                       MOVE HIST-IDX TO HIST-TREFFER
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF HIST-TREFFER = ZERO THEN
              GO TO ZEIGE-HISTORIE-TAG-ENDE
           END-IF

           MOVE "J" TO HT-GEZEIGT(HIST-TREFFER)
           ADD 1 TO POSTEN-GEZEIGT
           MOVE HT-DATUM(HIST-TREFFER) TO STAND-NUM
           PERFORM SETZE-STAND-ANZEIGE
           MOVE HT-ANZAHL(HIST-TREFFER) TO ANZAHL-ANZEIGE
           MOVE HT-SOLL(HIST-TREFFER) TO SUMME-ANZEIGE
           MOVE HT-HABEN(HIST-TREFFER) TO SUMME2-ANZEIGE
           MOVE SPACES TO PROFIL-ZEILE
           STRING "  " DELIMITED BY SIZE
                  STAND-ANZEIGE DELIMITED BY SIZE
                  "  Buchungen " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
                  "  DC " DELIMITED BY SIZE
                  SUMME-ANZEIGE DELIMITED BY SIZE
                  "  CR " DELIMITED BY SIZE
                  SUMME2-ANZEIGE DELIMITED BY SIZE
              INTO PROFIL-ZEILE
           END-STRING
           PERFORM AUSGABE-ZEILE.
       ZEIGE-HISTORIE-TAG-ENDE.
       EXIT.

       AUSGABE-ZEILE SECTION.
      * Bildschirm und Druckseite zeigen dieselben Zeilen
           DISPLAY FUNCTION TRIM(PROFIL-ZEILE TRAILING)
           IF PROFIL-ZEILEN < PROFIL-SEITE THEN
              WRITE PROFIL-ZEILE
              ADD 1 TO PROFIL-ZEILEN
           END-IF
           MOVE SPACES TO PROFIL-ZEILE
       EXIT.
