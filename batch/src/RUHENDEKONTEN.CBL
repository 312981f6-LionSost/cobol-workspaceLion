       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RUHENDEKONTEN.
      *****************************************************************
      * Ruhende Konten: Kennzeichnung aller Konten ohne vom Kunden
      * veranlasste Buchung seit einer einstellbaren Zahl von Monaten
      * anhand der Buchungsdateien und des Archivs, Ruhendbericht je
      * Bank mit letzter Aktivitaet und Saldo, Status R im Kontostamm
      * und Freigabe ruhender Konten durch einen Bearbeiter
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUFDATUM-PARAMETER ASSIGN TO 'rundatum.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAUFDATUM-STATUS.
           SELECT RUHEND-PARAMETER ASSIGN TO 'ruhendparameter.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETER-STATUS.
           SELECT KONTOSTAMM-DATEI ASSIGN TO 'kontostamm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KONTOSTAMM-STATUS.
           SELECT SALDO-DATEI ASSIGN TO 'saldo.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SAL-SCHLUESSEL
           FILE STATUS IS SALDO-STATUS.
           SELECT BUCHUNG-DETAIL ASSIGN TO DYNAMIC BUCHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUCHUNG-STATUS.
           SELECT ARCHIV-DATEI ASSIGN TO DYNAMIC ARCHIV-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIV-STATUS.
           SELECT INDEX-DATEI ASSIGN TO 'archivindex.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INDEX-STATUS.
           SELECT RUHENDJOURNAL-DATEI ASSIGN TO 'ruhendjournal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUHENDJOURNAL-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO DYNAMIC BERICHT-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD LAUFDATUM-PARAMETER.
           01 LAUFDATUM-PARAMETER-SATZ.
              05 LP-VON PIC X(8).
              05 FILLER PIC X(9).

           FD RUHEND-PARAMETER.
           01 RUHEND-PARAMETER-SATZ.
              05 RPA-MONATE PIC 9(3).

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

           FD RUHENDJOURNAL-DATEI.
           01 RUHENDJOURNAL-SATZ.
              05 RJ-DATUM PIC 9(8).
              05 FILLER PIC X(1).
              05 RJ-BANK-ID PIC 9(5).
              05 FILLER PIC X(1).
              05 RJ-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(1).
      * K = als ruhend gekennzeichnet, H = durch Haben reaktiviert,
      * F = durch Bearbeiter freigegeben
              05 RJ-AKTION PIC X(1).
              05 FILLER PIC X(1).
              05 RJ-BEARBEITER PIC X(20).
              05 FILLER PIC X(1).
              05 RJ-DETAILS PIC X(53).

           FD BERICHT-DATEI.
           01 BERICHT-ZEILE PIC X(132).
       WORKING-STORAGE SECTION.
           01 LAUFDATUM-STATUS PIC X(2).
           01 PARAMETER-STATUS PIC X(2).
           01 KONTOSTAMM-STATUS PIC X(2).
           01 SALDO-STATUS PIC X(2).
           01 BUCHUNG-STATUS PIC X(2).
           01 ARCHIV-STATUS PIC X(2).
           01 INDEX-STATUS PIC X(2).
           01 RUHENDJOURNAL-STATUS PIC X(2).
           01 BUCHUNG-DATEINAME PIC X(22).
           01 ARCHIV-DATEINAME PIC X(20).
           01 BERICHT-DATEINAME PIC X(27).
           01 LAUF-DATUM-ROH.
              05 LD-JAHR PIC 9(4).
              05 LD-MONAT PIC 9(2).
              05 LD-TAG PIC 9(2).
           01 LAUF-DATUM-NUM REDEFINES LAUF-DATUM-ROH PIC 9(8).
           01 STICHTAG.
              05 ST-JAHR PIC 9(4).
              05 ST-MONAT PIC 9(2).
              05 ST-TAG PIC 9(2).
           01 STICHTAG-NUM REDEFINES STICHTAG PIC 9(8).
           01 MONATS-ZAEHLER PIC 9(6).
           01 RUHEND-MONATE PIC 9(3) VALUE 24.
           01 TAG-ROH PIC 9(8).
           01 TAG-INTEGER PIC 9(7).
           01 LAUF-INTEGER PIC 9(7).
           01 FRUEHESTE-HISTORIE PIC 9(8) VALUE ZERO.
           01 AKTIVITAET-DATUM PIC 9(8).
           01 ENDE PIC X.
           01 MODUS PIC X(1).
           01 BEARBEITER PIC X(8).
           01 FELD-EINGABE PIC X(10).
           01 FREIGABE-BANK-ID PIC 9(5).
           01 FREIGABE-KONTONUMMER PIC 9(10).
           01 ARCHIV-BUCHUNG.
              05 AB-BANK-ID PIC 9(5).
              05 AB-KONTONUMMER PIC 9(10).
              05 AB-WAEHRUNG PIC X(3).
              05 AB-DC PIC X(2).
              05 AB-BETRAG PIC 9(8)V99.
              05 AB-ZWECK PIC X(53).
              05 AB-KONTO-WAEHRUNG PIC X(3).
              05 AB-KURS PIC 9(5)V9(6).
              05 AB-KONTO-BETRAG PIC 9(12)V99.
              05 AB-REFERENZ PIC X(16).
              05 AB-PRIMANOTA PIC 9(12).
      * Archivdateien aus archivindex.txt, jede Datei einmal
           01 ARCHIVDATEI-TABELLE.
              05 ARCHIVDATEI-EINTRAG OCCURS 500 TIMES.
                 10 AD-DATEI PIC X(20).
           01 ARCHIVDATEI-ANZAHL PIC 9(3) VALUE ZERO.
           01 ARCHIVDATEI-IDX PIC 9(3).
           01 ARCHIVDATEI-TREFFER PIC 9(3).
      * Kontostamm mit Originalsatz, damit der Stamm unveraendert
      * bis auf den Status zurueckgeschrieben wird
           01 KONTO-TABELLE.
              05 KONTO-EINTRAG OCCURS 100000 TIMES.
                 10 KT-SATZ.
                    15 KT-BANK-ID PIC 9(5).
                    15 KT-KONTONUMMER PIC 9(10).
                    15 KT-STATUS PIC X(1).
                    15 KT-REST PIC X(21).
                 10 KT-DOPPELT PIC X(1).
                 10 KT-LETZTE-AKTIVITAET PIC 9(8).
                 10 KT-SALDO PIC S9(14)V99.
                 10 KT-NEU-RUHEND PIC X(1).
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
           01 BANK-TABELLE.
              05 BANK-EINTRAG OCCURS 100 TIMES.
                 10 BT-BANK-ID PIC 9(5).
           01 BANK-ANZAHL PIC 9(3) VALUE ZERO.
           01 BANK-IDX PIC 9(3).
           01 BANK-TREFFER PIC 9(3).
           01 BANK-RUHEND PIC 9(6).
           01 BANK-SALDO PIC S9(16)V99.
           01 RUHEND-DRUCKZEILE.
              05 RD-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(3) VALUE SPACES.
              05 RD-LETZTE-AKTIVITAET PIC X(10).
              05 FILLER PIC X(3) VALUE SPACES.
              05 RD-SALDO PIC -(14)9.99.
              05 FILLER PIC X(3) VALUE SPACES.
              05 RD-VERMERK PIC X(14).
           01 SALDO-ANZEIGE PIC -(16)9.99.
           01 ANZAHL-ANZEIGE PIC Z(5)9.
           01 HISTORIE-AUSREICHEND PIC X VALUE "J".
           01 NEU-ANZAHL PIC 9(6) VALUE ZERO.
           01 BEREITS-ANZAHL PIC 9(6) VALUE ZERO.
           01 DATEI-ANZAHL PIC 9(5) VALUE ZERO.
           01 JOURNAL-PROGRAMM PIC X(20) VALUE "RUHENDEKONTEN".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           01 JOURNAL-ZAEHLER PIC 9(9) VALUE ZERO.
           01 JOURNAL-DETAILS PIC X(132).
           01 JOURNAL-GESTOERT PIC X VALUE "N".
       PROCEDURE DIVISION.
           DISPLAY "RUHENDEKONTEN"
           PERFORM BESTIMME-DATEINAMEN

           DISPLAY "Modus: K = Kennzeichnung, F = Freigabe"
           ACCEPT MODUS
           EVALUATE MODUS
              WHEN "K"
              WHEN "k"
                 PERFORM KENNZEICHNE-RUHENDE-KONTEN
              WHEN "F"
              WHEN "f"
                 PERFORM FREIGEBE-KONTO
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

           STRING "ruhendbericht-" DELIMITED BY SIZE
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

       KENNZEICHNE-RUHENDE-KONTEN SECTION.
           MOVE SPACES TO JOURNAL-DETAILS
           MOVE BERICHT-DATEINAME TO JOURNAL-DETAILS
           MOVE "S" TO JOURNAL-EREIGNIS
           MOVE SPACES TO JOURNAL-STATUS-TEXT
           MOVE ZERO TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL

           PERFORM LESE-PARAMETER
           PERFORM BESTIMME-STICHTAG

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

           PERFORM LIES-ARCHIV-HISTORIE
           PERFORM LIES-TAGES-HISTORIE
           PERFORM LIES-RUHENDJOURNAL

      * ohne Buchungshistorie bis zum Stichtag zurueck laesst sich
      * Inaktivitaet nicht belegen, es wird dann nichts gekennzeichnet
           IF FRUEHESTE-HISTORIE = ZERO OR
              FRUEHESTE-HISTORIE > STICHTAG-NUM THEN
              MOVE "N" TO HISTORIE-AUSREICHEND
              DISPLAY "HINWEIS: BUCHUNGSHISTORIE REICHT NICHT BIS "
                 STICHTAG " ZURUECK, KEINE NEUEN RUHENDEN KONTEN"
           END-IF

           PERFORM VARYING KONTO-IDX FROM 1 BY 1
              UNTIL KONTO-IDX > KONTO-ANZAHL
              PERFORM PRUEFE-KONTO-RUHEND
           END-PERFORM

           IF NEU-ANZAHL > ZERO THEN
              PERFORM SCHREIBE-KONTOSTAMM
              PERFORM SCHREIBE-KENNZEICHNUNG-JOURNAL
           END-IF

           OPEN OUTPUT BERICHT-DATEI
           PERFORM SCHREIBE-BERICHT-KOPF
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > BANK-ANZAHL
              PERFORM SCHREIBE-BANK-BERICHT
           END-PERFORM
           CLOSE BERICHT-DATEI

           DISPLAY "FERTIG, NEU RUHEND: " NEU-ANZAHL
              "  BEREITS RUHEND: " BEREITS-ANZAHL
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "OK" TO JOURNAL-STATUS-TEXT
           MOVE NEU-ANZAHL TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL
       EXIT.

       BEENDE-MIT-FEHLER SECTION.
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "FEHLER" TO JOURNAL-STATUS-TEXT
           PERFORM SCHREIBE-JOURNAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       EXIT.

       LESE-PARAMETER SECTION.
           OPEN INPUT RUHEND-PARAMETER
           IF PARAMETER-STATUS = "00" THEN
              READ RUHEND-PARAMETER
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RPA-MONATE IS NUMERIC AND
                       RPA-MONATE > ZERO THEN
                       MOVE RPA-MONATE TO RUHEND-MONATE
                    ELSE
                       DISPLAY "WARNUNG: ruhendparameter.txt "
                          "ungueltig, Standard " RUHEND-MONATE
                          " Monate"
                    END-IF
              END-READ
              CLOSE RUHEND-PARAMETER
           ELSE
              DISPLAY "HINWEIS: ruhendparameter.txt nicht gefunden, "
                 "Standard " RUHEND-MONATE " Monate"
           END-IF
       EXIT.

       BESTIMME-STICHTAG SECTION.
      * Stichtag = Laufdatum minus Ruhefrist in Monaten; Konten mit
      * letzter Kundenbuchung vor dem Stichtag gelten als ruhend
           COMPUTE MONATS-ZAEHLER =
              LD-JAHR * 12 + LD-MONAT - 1 - RUHEND-MONATE
           COMPUTE ST-JAHR = MONATS-ZAEHLER / 12
           COMPUTE ST-MONAT =
              FUNCTION MOD(MONATS-ZAEHLER, 12) + 1
           MOVE LD-TAG TO ST-TAG
           IF ST-TAG > 28 THEN
              MOVE 28 TO ST-TAG
           END-IF
           DISPLAY "RUHEFRIST " RUHEND-MONATE " MONATE, STICHTAG "
              STICHTAG
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
           MOVE "N" TO KT-DOPPELT(KONTO-ANZAHL)
           MOVE ZERO TO KT-LETZTE-AKTIVITAET(KONTO-ANZAHL)
           MOVE ZERO TO KT-SALDO(KONTO-ANZAHL)
           MOVE "N" TO KT-NEU-RUHEND(KONTO-ANZAHL)
           IF KSD-BANK-ID IS NOT NUMERIC OR
              KSD-KONTONUMMER IS NOT NUMERIC THEN
              MOVE "J" TO KT-DOPPELT(KONTO-ANZAHL)
              GO TO UEBERNEHME-KONTOSTAMM-SATZ-ENDE
           END-IF

      * doppelte Stammsaetze bleiben im Bestand, bewertet wird nur
      * der erste
           MOVE KSD-BANK-ID TO HASH-BANK-ID
           MOVE KSD-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-EINTRAG
           IF KONTO-TREFFER > ZERO THEN
              MOVE "J" TO KT-DOPPELT(KONTO-ANZAHL)
           ELSE
              MOVE KONTO-ANZAHL TO KONTO-HASH-EINTRAG(HASH-POS)
              PERFORM MERKE-BANK
           END-IF.
       UEBERNEHME-KONTOSTAMM-SATZ-ENDE.
       EXIT.

       MERKE-BANK SECTION.
           MOVE ZERO TO BANK-TREFFER
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > BANK-ANZAHL OR BANK-TREFFER > ZERO
              IF BT-BANK-ID(BANK-IDX) = KSD-BANK-ID THEN
                 MOVE BANK-IDX TO BANK-TREFFER
              END-IF
           END-PERFORM
           IF BANK-TREFFER = ZERO THEN
              IF BANK-ANZAHL < 100 THEN
                 ADD 1 TO BANK-ANZAHL
                 MOVE KSD-BANK-ID TO BT-BANK-ID(BANK-ANZAHL)
              ELSE
                 DISPLAY "WARNUNG: BANK-TABELLE VOLL, BANK "
                    KSD-BANK-ID " FEHLT IM BERICHT"
              END-IF
           END-IF
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
                 "Salden im Bericht mit 0"
           END-IF
       EXIT.

       LIES-ARCHIV-HISTORIE SECTION.
      * archiv.txt und alle Jahresdateien aus dem Archivindex, jeweils
      * nur die archivierten Buchungsdateien (Typ B)
           MOVE 1 TO ARCHIVDATEI-ANZAHL
           MOVE "archiv.txt" TO AD-DATEI(1)
           OPEN INPUT INDEX-DATEI
           IF INDEX-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ INDEX-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END PERFORM MERKE-ARCHIVDATEI
                 END-READ
              END-PERFORM
              CLOSE INDEX-DATEI
              MOVE SPACES TO ENDE
           END-IF

           PERFORM VARYING ARCHIVDATEI-IDX FROM 1 BY 1
              UNTIL ARCHIVDATEI-IDX > ARCHIVDATEI-ANZAHL
              PERFORM LIES-ARCHIVDATEI
           END-PERFORM
       EXIT.

       MERKE-ARCHIVDATEI SECTION.
           MOVE ZERO TO ARCHIVDATEI-TREFFER
           PERFORM VARYING ARCHIVDATEI-IDX FROM 1 BY 1
              UNTIL ARCHIVDATEI-IDX > ARCHIVDATEI-ANZAHL
              IF AD-DATEI(ARCHIVDATEI-IDX) = AIX-DATEI THEN
                 MOVE ARCHIVDATEI-IDX TO ARCHIVDATEI-TREFFER
              END-IF
           END-PERFORM
           IF ARCHIVDATEI-TREFFER = ZERO THEN
              IF ARCHIVDATEI-ANZAHL < 500 THEN
                 ADD 1 TO ARCHIVDATEI-ANZAHL
                 MOVE AIX-DATEI TO AD-DATEI(ARCHIVDATEI-ANZAHL)
              ELSE
                 DISPLAY "WARNUNG: ARCHIVDATEI " AIX-DATEI
                    " NICHT GELESEN, TABELLE VOLL"
              END-IF
           END-IF
       EXIT.

       LIES-ARCHIVDATEI SECTION.
           MOVE AD-DATEI(ARCHIVDATEI-IDX) TO ARCHIV-DATEINAME
           OPEN INPUT ARCHIV-DATEI
           IF ARCHIV-STATUS NOT = "00" THEN
              GO TO LIES-ARCHIVDATEI-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ ARCHIV-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF ARCH-TYP = "B" AND
                       ARCH-DATUM <= LAUF-DATUM-NUM THEN
                       MOVE ARCH-DATEN TO ARCHIV-BUCHUNG
                       MOVE ARCH-DATUM TO AKTIVITAET-DATUM
                       MOVE AB-BANK-ID TO BU-BANK-ID
                       MOVE AB-KONTONUMMER TO BU-KONTONUMMER
                       MOVE AB-ZWECK TO BU-ZWECK
                       PERFORM MERKE-AKTIVITAET
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIV-DATEI
           MOVE SPACES TO ENDE.
       LIES-ARCHIVDATEI-ENDE.
       EXIT.

       LIES-TAGES-HISTORIE SECTION.
      * Buchungsdateien vom Stichtag bis zum Laufdatum; die Woche vor
      * dem Stichtag wird mitgelesen, damit ein Stichtag am Wochenende
      * oder Feiertag durch den letzten Lauftag davor belegt ist
           COMPUTE TAG-INTEGER =
              FUNCTION INTEGER-OF-DATE(STICHTAG-NUM) - 7
           COMPUTE LAUF-INTEGER =
              FUNCTION INTEGER-OF-DATE(LAUF-DATUM-NUM)
           PERFORM UNTIL TAG-INTEGER > LAUF-INTEGER
              COMPUTE TAG-ROH = FUNCTION DATE-OF-INTEGER(TAG-INTEGER)
              PERFORM LIES-BUCHUNGSTAG
              ADD 1 TO TAG-INTEGER
           END-PERFORM
           IF DATEI-ANZAHL = ZERO THEN
              DISPLAY "WARNUNG: KEINE BUCHUNGSDATEIEN SEIT " STICHTAG
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
           ADD 1 TO DATEI-ANZAHL
      * auch eine leere Tagesdatei belegt den Tag als Historie
           IF FRUEHESTE-HISTORIE = ZERO OR
              TAG-ROH < FRUEHESTE-HISTORIE THEN
              MOVE TAG-ROH TO FRUEHESTE-HISTORIE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ BUCHUNG-DETAIL
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    MOVE TAG-ROH TO AKTIVITAET-DATUM
                    PERFORM MERKE-AKTIVITAET
              END-READ
           END-PERFORM
           CLOSE BUCHUNG-DETAIL
           MOVE SPACES TO ENDE.
       LIES-BUCHUNGSTAG-ENDE.
       EXIT.

       LIES-RUHENDJOURNAL SECTION.
      * eine Freigabe oder Reaktivierung zaehlt wie eine Kundenbuchung,
      * sonst wuerde ein freigegebenes Konto sofort wieder ruhend
           OPEN INPUT RUHENDJOURNAL-DATEI
           IF RUHENDJOURNAL-STATUS NOT = "00" THEN
              GO TO LIES-RUHENDJOURNAL-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ RUHENDJOURNAL-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF (RJ-AKTION = "F" OR RJ-AKTION = "H") AND
                       RJ-DATUM IS NUMERIC AND
                       RJ-BANK-ID IS NUMERIC AND
                       RJ-KONTONUMMER IS NUMERIC THEN
                       MOVE RJ-BANK-ID TO HASH-BANK-ID
                       MOVE RJ-KONTONUMMER TO HASH-KONTONUMMER
                       PERFORM SUCHE-KONTO-EINTRAG
                       IF KONTO-TREFFER > ZERO AND
                          RJ-DATUM >
                          KT-LETZTE-AKTIVITAET(KONTO-TREFFER) THEN
                          MOVE RJ-DATUM
                            TO KT-LETZTE-AKTIVITAET(KONTO-TREFFER)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUHENDJOURNAL-DATEI
           MOVE SPACES TO ENDE.
       LIES-RUHENDJOURNAL-ENDE.
       EXIT.

       MERKE-AKTIVITAET SECTION.
           IF FRUEHESTE-HISTORIE = ZERO OR
              AKTIVITAET-DATUM < FRUEHESTE-HISTORIE THEN
              MOVE AKTIVITAET-DATUM TO FRUEHESTE-HISTORIE
           END-IF
      * Zins- und Gebuehrenbuchungen sind keine Kundenaktivitaet
           IF BU-ZWECK(1:10) = "SOLLZINSEN" OR
              BU-ZWECK(1:11) = "HABENZINSEN" OR
              BU-ZWECK(1:10) = "GEBUEHREN " THEN
              GO TO MERKE-AKTIVITAET-ENDE
           END-IF
           IF BU-BANK-ID IS NOT NUMERIC OR
              BU-KONTONUMMER IS NOT NUMERIC THEN
              GO TO MERKE-AKTIVITAET-ENDE
           END-IF
           MOVE BU-BANK-ID TO HASH-BANK-ID
           MOVE BU-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-EINTRAG
           IF KONTO-TREFFER = ZERO THEN
              GO TO MERKE-AKTIVITAET-ENDE
           END-IF
           IF AKTIVITAET-DATUM > KT-LETZTE-AKTIVITAET(KONTO-TREFFER)
              THEN
              MOVE AKTIVITAET-DATUM
                TO KT-LETZTE-AKTIVITAET(KONTO-TREFFER)
           END-IF.
       MERKE-AKTIVITAET-ENDE.
       EXIT.

       PRUEFE-KONTO-RUHEND SECTION.
           IF KT-DOPPELT(KONTO-IDX) = "J" THEN
              GO TO PRUEFE-KONTO-RUHEND-ENDE
           END-IF
           EVALUATE KT-STATUS(KONTO-IDX)
              WHEN "G"
              WHEN "C"
                 CONTINUE
              WHEN "R"
                 ADD 1 TO BEREITS-ANZAHL
              WHEN OTHER
                 IF HISTORIE-AUSREICHEND = "J" AND
                    KT-LETZTE-AKTIVITAET(KONTO-IDX) < STICHTAG-NUM
                    THEN
                    MOVE "R" TO KT-STATUS(KONTO-IDX)
                    MOVE "J" TO KT-NEU-RUHEND(KONTO-IDX)
                    ADD 1 TO NEU-ANZAHL
                 END-IF
           END-EVALUATE.
       PRUEFE-KONTO-RUHEND-ENDE.
       EXIT.

       SCHREIBE-KONTOSTAMM SECTION.
      * der Stamm wird nur aus einem vollstaendig geladenen Bestand
      * zurueckgeschrieben
           IF KONTO-UEBERLAUF = "J" THEN
              DISPLAY "FEHLER: KONTO-TABELLE VOLL, kontostamm.txt "
                 "wird nicht fortgeschrieben"
              PERFORM BEENDE-MIT-FEHLER
           END-IF
           OPEN OUTPUT KONTOSTAMM-DATEI
           PERFORM VARYING KONTO-IDX FROM 1 BY 1
              UNTIL KONTO-IDX > KONTO-ANZAHL
              MOVE KT-SATZ(KONTO-IDX) TO KONTOSTAMM-SATZ
              WRITE KONTOSTAMM-SATZ
           END-PERFORM
           CLOSE KONTOSTAMM-DATEI
       EXIT.

       OEFFNE-RUHENDJOURNAL SECTION.
           OPEN EXTEND RUHENDJOURNAL-DATEI
           IF RUHENDJOURNAL-STATUS NOT = "00" THEN
              OPEN OUTPUT RUHENDJOURNAL-DATEI
           END-IF
       EXIT.

       SCHREIBE-KENNZEICHNUNG-JOURNAL SECTION.
           PERFORM OEFFNE-RUHENDJOURNAL
           PERFORM VARYING KONTO-IDX FROM 1 BY 1
              UNTIL KONTO-IDX > KONTO-ANZAHL
              IF KT-NEU-RUHEND(KONTO-IDX) = "J" THEN
                 MOVE SPACES TO RUHENDJOURNAL-SATZ
                 MOVE LAUF-DATUM-NUM TO RJ-DATUM
                 MOVE KT-BANK-ID(KONTO-IDX) TO RJ-BANK-ID
                 MOVE KT-KONTONUMMER(KONTO-IDX) TO RJ-KONTONUMMER
                 MOVE "K" TO RJ-AKTION
                 MOVE "RUHENDEKONTEN" TO RJ-BEARBEITER
                 STRING "RUHEFRIST " DELIMITED BY SIZE
                        RUHEND-MONATE DELIMITED BY SIZE
                        " MONATE, STICHTAG " DELIMITED BY SIZE
                        STICHTAG DELIMITED BY SIZE
                    INTO RJ-DETAILS
                 END-STRING
                 WRITE RUHENDJOURNAL-SATZ
              END-IF
           END-PERFORM
           CLOSE RUHENDJOURNAL-DATEI
       EXIT.

       SCHREIBE-BERICHT-KOPF SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Ruhende Konten zum " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  "  Ruhefrist " DELIMITED BY SIZE
                  RUHEND-MONATE DELIMITED BY SIZE
                  " Monate  Stichtag " DELIMITED BY SIZE
                  STICHTAG DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE
           IF HISTORIE-AUSREICHEND = "N" THEN
              MOVE SPACES TO BERICHT-ZEILE
              STRING "Buchungshistorie reicht nicht bis zum "
                     DELIMITED BY SIZE
                     "Stichtag, keine neuen Kennzeichnungen"
                     DELIMITED BY SIZE
                 INTO BERICHT-ZEILE
              END-STRING
              WRITE BERICHT-ZEILE
           END-IF
       EXIT.

       SCHREIBE-BANK-BERICHT SECTION.
           MOVE ZERO TO BANK-RUHEND
           MOVE ZERO TO BANK-SALDO
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           STRING "Bank " DELIMITED BY SIZE
                  BT-BANK-ID(BANK-IDX) DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Konto         Letzte Akt.  " DELIMITED BY SIZE
                  "                 Saldo   Vermerk" DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE

           PERFORM VARYING KONTO-IDX FROM 1 BY 1
              UNTIL KONTO-IDX > KONTO-ANZAHL
              IF KT-BANK-ID(KONTO-IDX) = BT-BANK-ID(BANK-IDX) AND
                 KT-STATUS(KONTO-IDX) = "R" AND
                 KT-DOPPELT(KONTO-IDX) = "N" THEN
                 PERFORM SCHREIBE-RUHEND-ZEILE
              END-IF
           END-PERFORM

           MOVE BANK-RUHEND TO ANZAHL-ANZEIGE
           MOVE BANK-SALDO TO SALDO-ANZEIGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Summe Bank " DELIMITED BY SIZE
                  BT-BANK-ID(BANK-IDX) DELIMITED BY SIZE
                  "  Ruhende Konten " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                  "  Saldensumme " DELIMITED BY SIZE
                  FUNCTION TRIM(SALDO-ANZEIGE) DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE
       EXIT.

       SCHREIBE-RUHEND-ZEILE SECTION.
           ADD 1 TO BANK-RUHEND
           ADD KT-SALDO(KONTO-IDX) TO BANK-SALDO
           MOVE KT-KONTONUMMER(KONTO-IDX) TO RD-KONTONUMMER
           IF KT-LETZTE-AKTIVITAET(KONTO-IDX) = ZERO THEN
              MOVE "KEINE" TO RD-LETZTE-AKTIVITAET
           ELSE
              MOVE SPACES TO RD-LETZTE-AKTIVITAET
              STRING KT-LETZTE-AKTIVITAET(KONTO-IDX)(1:4)
                        DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     KT-LETZTE-AKTIVITAET(KONTO-IDX)(5:2)
                        DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     KT-LETZTE-AKTIVITAET(KONTO-IDX)(7:2)
                        DELIMITED BY SIZE
                 INTO RD-LETZTE-AKTIVITAET
              END-STRING
           END-IF
           MOVE KT-SALDO(KONTO-IDX) TO RD-SALDO
           IF KT-NEU-RUHEND(KONTO-IDX) = "J" THEN
              MOVE "NEU" TO RD-VERMERK
           ELSE
              MOVE "BEREITS RUHEND" TO RD-VERMERK
           END-IF
           MOVE RUHEND-DRUCKZEILE TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
       EXIT.

       FREIGEBE-KONTO SECTION.
      * Freigabe eines ruhenden Kontos durch einen Bearbeiter, etwa
      * nach Legitimation des Kunden
           DISPLAY "Bearbeiterkennung:"
           ACCEPT BEARBEITER
           IF BEARBEITER = SPACES THEN
              DISPLAY "FEHLER: Bearbeiterkennung erforderlich"
              MOVE 8 TO RETURN-CODE
              GO TO FREIGEBE-KONTO-ENDE
           END-IF
           DISPLAY "Bank-ID (5 Stellen):"
           ACCEPT FELD-EINGABE
           IF FELD-EINGABE(1:5) IS NOT NUMERIC THEN
              DISPLAY "FEHLER: Bank-ID ungueltig"
              MOVE 8 TO RETURN-CODE
              GO TO FREIGEBE-KONTO-ENDE
           END-IF
           MOVE FELD-EINGABE(1:5) TO FREIGABE-BANK-ID
           DISPLAY "Kontonummer (10 Stellen):"
           ACCEPT FELD-EINGABE
           IF FELD-EINGABE IS NOT NUMERIC THEN
              DISPLAY "FEHLER: Kontonummer ungueltig"
              MOVE 8 TO RETURN-CODE
              GO TO FREIGEBE-KONTO-ENDE
           END-IF
           MOVE FELD-EINGABE TO FREIGABE-KONTONUMMER

           PERFORM LADE-KONTOSTAMM
           IF KONTO-UEBERLAUF = "J" THEN
              DISPLAY "FEHLER: KONTO-TABELLE VOLL, kontostamm.txt "
                 "wird nicht fortgeschrieben"
              MOVE 8 TO RETURN-CODE
              GO TO FREIGEBE-KONTO-ENDE
           END-IF
           MOVE FREIGABE-BANK-ID TO HASH-BANK-ID
           MOVE FREIGABE-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-EINTRAG
           IF KONTO-TREFFER = ZERO THEN
              DISPLAY "FEHLER: Konto nicht im Kontostamm"
              MOVE 8 TO RETURN-CODE
              GO TO FREIGEBE-KONTO-ENDE
           END-IF
           IF KT-STATUS(KONTO-TREFFER) NOT = "R" THEN
              DISPLAY "FEHLER: Konto ist nicht ruhend, Status "
                 KT-STATUS(KONTO-TREFFER)
              MOVE 8 TO RETURN-CODE
              GO TO FREIGEBE-KONTO-ENDE
           END-IF

           MOVE "A" TO KT-STATUS(KONTO-TREFFER)
           PERFORM SCHREIBE-KONTOSTAMM

           PERFORM OEFFNE-RUHENDJOURNAL
           MOVE SPACES TO RUHENDJOURNAL-SATZ
           MOVE LAUF-DATUM-NUM TO RJ-DATUM
           MOVE FREIGABE-BANK-ID TO RJ-BANK-ID
           MOVE FREIGABE-KONTONUMMER TO RJ-KONTONUMMER
           MOVE "F" TO RJ-AKTION
           MOVE BEARBEITER TO RJ-BEARBEITER
           MOVE "FREIGABE DURCH BEARBEITER" TO RJ-DETAILS
           WRITE RUHENDJOURNAL-SATZ
           CLOSE RUHENDJOURNAL-DATEI
           DISPLAY "Konto " FREIGABE-BANK-ID " " FREIGABE-KONTONUMMER
              " freigegeben".
       FREIGEBE-KONTO-ENDE.
       EXIT.
