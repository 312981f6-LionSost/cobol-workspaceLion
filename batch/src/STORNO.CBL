       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STORNO.
      *****************************************************************
      * Storno von Buchungen frueherer Lauftage: jeder Auftrag wird
      * gegen die Buchungsdatei seines Laufdatums bzw. das Archiv
      * geprueft, die Gegenbuchung entsteht im KONTO-FILE-Satzbild
      * fuer den naechsten Tageslauf, das Stornoregister haelt jeden
      * Storno mit seiner Originalbuchung fest
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUFDATUM-PARAMETER ASSIGN TO 'rundatum.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAUFDATUM-STATUS.
           SELECT AUFTRAG-DATEI ASSIGN TO DYNAMIC AUFTRAG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUFTRAG-STATUS.
           SELECT BUCHUNG-DETAIL ASSIGN TO DYNAMIC BUCHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUCHUNG-STATUS.
           SELECT ARCHIV-DATEI ASSIGN TO DYNAMIC ARCHIV-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIV-STATUS.
           SELECT INDEX-DATEI ASSIGN TO 'archivindex.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INDEX-STATUS.
           SELECT REGISTER-DATEI ASSIGN TO 'stornoregister.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.
           SELECT LIEFERUNG-DATEI
           ASSIGN TO DYNAMIC LIEFERUNG-DATEINAME
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

           FD AUFTRAG-DATEI.
           01 AUFTRAG-SATZ.
              05 SA-ORIG-DATUM PIC X(8).
              05 SA-BANK-ID PIC X(5).
              05 SA-KONTONUMMER PIC X(10).
              05 SA-DC PIC X(2).
              05 SA-BETRAG PIC X(10).
              05 SA-BETRAG-NUM REDEFINES SA-BETRAG PIC 9(8)V99.
              05 SA-GRUND PIC X(30).

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

           FD REGISTER-DATEI.
           01 REGISTER-SATZ.
              05 SR-STORNO-DATUM PIC 9(8).
              05 FILLER PIC X(1).
              05 SR-ORIG-DATUM PIC 9(8).
              05 FILLER PIC X(1).
              05 SR-BANK-ID PIC 9(5).
              05 FILLER PIC X(1).
              05 SR-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(1).
              05 SR-DC PIC X(2).
              05 FILLER PIC X(1).
              05 SR-BETRAG PIC 9(8)V99.
              05 FILLER PIC X(1).
      * laufende Nummer der gleichlautenden Originalbuchung am Tag
              05 SR-LFD-NR PIC 9(3).
              05 FILLER PIC X(1).
      * T = Buchungsdatei des Lauftags, A = Archiv
              05 SR-FUNDORT PIC X(1).
              05 FILLER PIC X(1).
              05 SR-ORIG-ZWECK PIC X(53).
              05 FILLER PIC X(1).
              05 SR-STORNO-GRUND PIC X(30).
              05 FILLER PIC X(1).
      * Primanota-Nummer der Originalbuchung, leer bei Altbuchungen
              05 SR-ORIG-PRIMANOTA PIC X(12).
              05 FILLER PIC X(1).
      * Referenz der Gegenbuchung in stornobuchungen-<Lauftag>.txt
              05 SR-REFERENZ PIC X(16).

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

           FD PROTOKOLL-DATEI.
           01 PROTOKOLL-ZEILE PIC X(132).
       WORKING-STORAGE SECTION.
           01 LAUFDATUM-STATUS PIC X(2).
           01 AUFTRAG-STATUS PIC X(2).
           01 BUCHUNG-STATUS PIC X(2).
           01 ARCHIV-STATUS PIC X(2).
           01 INDEX-STATUS PIC X(2).
           01 REGISTER-STATUS PIC X(2).
           01 AUFTRAG-DATEINAME PIC X(26).
           01 BUCHUNG-DATEINAME PIC X(22).
           01 ARCHIV-DATEINAME PIC X(20).
           01 LIEFERUNG-DATEINAME PIC X(28).
           01 PROTOKOLL-DATEINAME PIC X(28).
           01 LAUF-DATUM-ROH.
              05 LD-JAHR PIC 9(4).
              05 LD-MONAT PIC 9(2).
              05 LD-TAG PIC 9(2).
           01 ENDE PIC X.
           01 SUCH-ENDE PIC X.
           01 INDEX-TABELLE.
              05 INDEX-EINTRAG OCCURS 10000 TIMES.
                 10 IT-DATUM PIC 9(8).
                 10 IT-DATEI PIC X(20).
           01 INDEX-ANZAHL PIC 9(5) VALUE ZERO.
           01 INDEX-UEBERLAUF PIC X VALUE "N".
           01 INDEX-IDX PIC 9(5).
           01 REGISTER-TABELLE.
              05 REGISTER-EINTRAG OCCURS 20000 TIMES.
                 10 RT-ORIG-DATUM PIC 9(8).
                 10 RT-BANK-ID PIC 9(5).
                 10 RT-KONTONUMMER PIC 9(10).
                 10 RT-DC PIC X(2).
                 10 RT-BETRAG PIC 9(8)V99.
           01 REGISTER-ANZAHL PIC 9(5) VALUE ZERO.
           01 REGISTER-IDX PIC 9(5).
           01 REGISTER-UEBERLAUF PIC X VALUE "N".
           01 GESUCHT-DATUM PIC 9(8).
           01 GESUCHT-BANK-ID PIC 9(5).
           01 GESUCHT-KONTONUMMER PIC 9(10).
           01 GESUCHT-DC PIC X(2).
           01 GESUCHT-BETRAG PIC 9(8)V99.
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
           01 ORIGINAL-ANZAHL PIC 9(3).
           01 STORNIERT-ANZAHL PIC 9(3).
           01 ORIGINAL-FUNDORT PIC X(1).
           01 ORIGINAL-WAEHRUNG PIC X(3).
           01 ORIGINAL-KONTO-WAEHRUNG PIC X(3).
           01 ORIGINAL-KONTO-BETRAG PIC 9(12)V99.
           01 ORIGINAL-ZWECK PIC X(53).
           01 ORIGINAL-PRIMANOTA PIC X(12).
           01 STORNO-REFERENZ PIC X(16).
           01 REGISTER-LFD PIC 9(6).
           01 ABLEHNUNGSGRUND PIC X(30).
           01 BETRAG-ANZEIGE PIC Z(07)9.99.
           01 STORNO-ANZAHL PIC 9(7) VALUE ZERO.
           01 ABGELEHNT-ANZAHL PIC 9(7) VALUE ZERO.
           01 JOURNAL-PROGRAMM PIC X(20) VALUE "STORNO".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           01 JOURNAL-ZAEHLER PIC 9(9) VALUE ZERO.
           01 JOURNAL-DETAILS PIC X(132).
           01 JOURNAL-GESTOERT PIC X VALUE "N".
       PROCEDURE DIVISION.
           DISPLAY "STORNO"

           PERFORM BESTIMME-DATEINAMEN

           MOVE SPACES TO JOURNAL-DETAILS
           STRING AUFTRAG-DATEINAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LIEFERUNG-DATEINAME DELIMITED BY SPACE
              INTO JOURNAL-DETAILS
           END-STRING
           MOVE "S" TO JOURNAL-EREIGNIS
           MOVE SPACES TO JOURNAL-STATUS-TEXT
           MOVE ZERO TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL

           OPEN INPUT AUFTRAG-DATEI
           IF AUFTRAG-STATUS NOT = "00" THEN
              DISPLAY "HINWEIS: " AUFTRAG-DATEINAME
                 " nicht vorhanden, keine Stornoauftraege"
              MOVE "E" TO JOURNAL-EREIGNIS
              MOVE "OK" TO JOURNAL-STATUS-TEXT
              PERFORM SCHREIBE-JOURNAL
              STOP RUN
           END-IF

           PERFORM LADE-INDEX
           PERFORM LADE-REGISTER

      * ohne vollstaendiges Register laesst sich ein doppelter Storno
      * nicht ausschliessen
           IF REGISTER-UEBERLAUF = "J" THEN
              DISPLAY "FEHLER: stornoregister.txt groesser als der "
                 "Arbeitsbestand, Lauf abgebrochen"
              CLOSE AUFTRAG-DATEI
              MOVE "E" TO JOURNAL-EREIGNIS
              MOVE "FEHLER" TO JOURNAL-STATUS-TEXT
              PERFORM SCHREIBE-JOURNAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LIEFERUNG-DATEI
           OPEN OUTPUT PROTOKOLL-DATEI
           OPEN EXTEND REGISTER-DATEI
           IF REGISTER-STATUS NOT = "00" THEN
              OPEN OUTPUT REGISTER-DATEI
           END-IF
           PERFORM SCHREIBE-PROTOKOLL-KOPF

           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ AUFTRAG-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END PERFORM VERARBEITE-AUFTRAG
              END-READ
           END-PERFORM

           CLOSE AUFTRAG-DATEI
           CLOSE LIEFERUNG-DATEI
           CLOSE REGISTER-DATEI
           PERFORM SCHREIBE-PROTOKOLL-FUSS
           CLOSE PROTOKOLL-DATEI

           DISPLAY "FERTIG, STORNIERT: " STORNO-ANZAHL
              "  ABGELEHNT: " ABGELEHNT-ANZAHL
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "OK" TO JOURNAL-STATUS-TEXT
           MOVE STORNO-ANZAHL TO JOURNAL-ZAEHLER
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

           STRING "stornoauftrag-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO AUFTRAG-DATEINAME
           END-STRING
           STRING "stornobuchungen-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO LIEFERUNG-DATEINAME
           END-STRING
           STRING "stornoprotokoll-" DELIMITED BY SIZE
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

       LADE-INDEX SECTION.
           OPEN INPUT INDEX-DATEI
           IF INDEX-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ INDEX-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       IF INDEX-ANZAHL < 10000 THEN
                          ADD 1 TO INDEX-ANZAHL
                          MOVE AIX-DATUM TO IT-DATUM(INDEX-ANZAHL)
                          MOVE AIX-DATEI TO IT-DATEI(INDEX-ANZAHL)
                       ELSE
                          IF INDEX-UEBERLAUF = "N" THEN
                             DISPLAY "WARNUNG: INDEX-TABELLE VOLL, "
                                "ARCHIVSUCHE KANN UNVOLLSTAENDIG SEIN"
                             MOVE "J" TO INDEX-UEBERLAUF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INDEX-DATEI
              MOVE SPACES TO ENDE
           END-IF
       EXIT.

       LADE-REGISTER SECTION.
           OPEN INPUT REGISTER-DATEI
           IF REGISTER-STATUS = "00" THEN
              MOVE SPACES TO ENDE
              PERFORM UNTIL ENDE = "Y"
                 READ REGISTER-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       IF REGISTER-ANZAHL < 20000 THEN
                          ADD 1 TO REGISTER-ANZAHL
                          MOVE SR-ORIG-DATUM
                            TO RT-ORIG-DATUM(REGISTER-ANZAHL)
                          MOVE SR-BANK-ID
                            TO RT-BANK-ID(REGISTER-ANZAHL)
                          MOVE SR-KONTONUMMER
                            TO RT-KONTONUMMER(REGISTER-ANZAHL)
                          MOVE SR-DC TO RT-DC(REGISTER-ANZAHL)
                          MOVE SR-BETRAG TO RT-BETRAG(REGISTER-ANZAHL)
                       ELSE
                          MOVE "J" TO REGISTER-UEBERLAUF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTER-DATEI
              MOVE SPACES TO ENDE
           END-IF
       EXIT.

       VERARBEITE-AUFTRAG SECTION.
           MOVE SPACES TO ABLEHNUNGSGRUND
           IF SA-ORIG-DATUM IS NOT NUMERIC OR
              SA-BANK-ID IS NOT NUMERIC OR
              SA-KONTONUMMER IS NOT NUMERIC OR
              SA-BETRAG IS NOT NUMERIC OR
              (SA-DC NOT = "DC" AND SA-DC NOT = "CR") THEN
              MOVE "AUFTRAG UNGUELTIG" TO ABLEHNUNGSGRUND
              PERFORM SCHREIBE-ABLEHNUNG
              GO TO VERARBEITE-AUFTRAG-ENDE
           END-IF

           IF SA-ORIG-DATUM NOT < LAUF-DATUM-ROH THEN
              MOVE "ORIGINAL NICHT VOR LAUFTAG" TO ABLEHNUNGSGRUND
              PERFORM SCHREIBE-ABLEHNUNG
              GO TO VERARBEITE-AUFTRAG-ENDE
           END-IF

           MOVE SA-ORIG-DATUM TO GESUCHT-DATUM
           MOVE SA-BANK-ID TO GESUCHT-BANK-ID
           MOVE SA-KONTONUMMER TO GESUCHT-KONTONUMMER
           MOVE SA-DC TO GESUCHT-DC
           MOVE SA-BETRAG-NUM TO GESUCHT-BETRAG

           PERFORM SUCHE-ORIGINAL
           IF ORIGINAL-ANZAHL = ZERO THEN
              MOVE "ORIGINAL NICHT GEFUNDEN" TO ABLEHNUNGSGRUND
              PERFORM SCHREIBE-ABLEHNUNG
              GO TO VERARBEITE-AUFTRAG-ENDE
           END-IF

      * gleichlautende Buchungen eines Tages duerfen je einmal
      * storniert werden
           PERFORM ZAEHLE-STORNIERTE
           IF STORNIERT-ANZAHL NOT < ORIGINAL-ANZAHL THEN
              MOVE "BEREITS STORNIERT" TO ABLEHNUNGSGRUND
              PERFORM SCHREIBE-ABLEHNUNG
              GO TO VERARBEITE-AUFTRAG-ENDE
           END-IF

           IF REGISTER-ANZAHL >= 20000 THEN
              MOVE "STORNOREGISTER VOLL" TO ABLEHNUNGSGRUND
              PERFORM SCHREIBE-ABLEHNUNG
              GO TO VERARBEITE-AUFTRAG-ENDE
           END-IF

           PERFORM SCHREIBE-GEGENBUCHUNG
           PERFORM SCHREIBE-REGISTER
           PERFORM SCHREIBE-STORNO-PROTOKOLL
           ADD 1 TO STORNO-ANZAHL.
       VERARBEITE-AUFTRAG-ENDE.
       EXIT.

       SUCHE-ORIGINAL SECTION.
      * zuerst die Buchungsdatei des Laufdatums, ist sie schon
      * archiviert, die Archivscheibe laut Datumsindex
           MOVE ZERO TO ORIGINAL-ANZAHL
           MOVE SPACES TO ORIGINAL-FUNDORT
           MOVE SPACES TO ORIGINAL-WAEHRUNG
           MOVE SPACES TO ORIGINAL-KONTO-WAEHRUNG
           MOVE ZERO TO ORIGINAL-KONTO-BETRAG
           MOVE SPACES TO ORIGINAL-ZWECK
           MOVE SPACES TO ORIGINAL-PRIMANOTA

           MOVE SPACES TO BUCHUNG-DATEINAME
           STRING "buchungen-" DELIMITED BY SIZE
                  GESUCHT-DATUM DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BUCHUNG-DATEINAME
           END-STRING
           OPEN INPUT BUCHUNG-DETAIL
           IF BUCHUNG-STATUS = "00" THEN
              MOVE "T" TO ORIGINAL-FUNDORT
              MOVE SPACES TO SUCH-ENDE
              PERFORM UNTIL SUCH-ENDE = "Y"
                 READ BUCHUNG-DETAIL
                    AT END MOVE "Y" TO SUCH-ENDE
                    NOT AT END
                       MOVE BUCHUNG-SATZ TO ARCHIV-BUCHUNG
                       PERFORM PRUEFE-ORIGINAL
                 END-READ
              END-PERFORM
              CLOSE BUCHUNG-DETAIL
           ELSE
              PERFORM SUCHE-ORIGINAL-IM-ARCHIV
           END-IF
       EXIT.

       SUCHE-ORIGINAL-IM-ARCHIV SECTION.
           MOVE "archiv.txt" TO ARCHIV-DATEINAME
           PERFORM VARYING INDEX-IDX FROM 1 BY 1
              UNTIL INDEX-IDX > INDEX-ANZAHL
              IF IT-DATUM(INDEX-IDX) = GESUCHT-DATUM THEN
                 MOVE IT-DATEI(INDEX-IDX) TO ARCHIV-DATEINAME
              END-IF
           END-PERFORM

           OPEN INPUT ARCHIV-DATEI
           IF ARCHIV-STATUS NOT = "00" THEN
              GO TO SUCHE-ORIGINAL-IM-ARCHIV-ENDE
           END-IF
           MOVE "A" TO ORIGINAL-FUNDORT
           MOVE SPACES TO SUCH-ENDE
           PERFORM UNTIL SUCH-ENDE = "Y"
              READ ARCHIV-DATEI
                 AT END MOVE "Y" TO SUCH-ENDE
                 NOT AT END
                    IF ARCH-DATUM = GESUCHT-DATUM AND
                       ARCH-TYP = "B" THEN
                       MOVE ARCH-DATEN TO ARCHIV-BUCHUNG
                       PERFORM PRUEFE-ORIGINAL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIV-DATEI.
       SUCHE-ORIGINAL-IM-ARCHIV-ENDE.
       EXIT.

       PRUEFE-ORIGINAL SECTION.
           IF AB-BANK-ID = GESUCHT-BANK-ID AND
              AB-KONTONUMMER = GESUCHT-KONTONUMMER AND
              AB-DC = GESUCHT-DC AND
              AB-BETRAG = GESUCHT-BETRAG THEN
              ADD 1 TO ORIGINAL-ANZAHL
              IF ORIGINAL-ANZAHL = 1 THEN
                 MOVE AB-WAEHRUNG TO ORIGINAL-WAEHRUNG
                 MOVE AB-ZWECK TO ORIGINAL-ZWECK
                 IF AB-PRIMANOTA IS NUMERIC THEN
                    MOVE AB-PRIMANOTA TO ORIGINAL-PRIMANOTA
                 END-IF
                 MOVE AB-KONTO-WAEHRUNG TO ORIGINAL-KONTO-WAEHRUNG
                 IF AB-KONTO-BETRAG IS NUMERIC THEN
                    MOVE AB-KONTO-BETRAG TO ORIGINAL-KONTO-BETRAG
                 END-IF
              END-IF
           END-IF
       EXIT.

       ZAEHLE-STORNIERTE SECTION.
           MOVE ZERO TO STORNIERT-ANZAHL
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
              UNTIL REGISTER-IDX > REGISTER-ANZAHL
              IF RT-ORIG-DATUM(REGISTER-IDX) = GESUCHT-DATUM AND
                 RT-BANK-ID(REGISTER-IDX) = GESUCHT-BANK-ID AND
                 RT-KONTONUMMER(REGISTER-IDX) = GESUCHT-KONTONUMMER
                 AND RT-DC(REGISTER-IDX) = GESUCHT-DC AND
                 RT-BETRAG(REGISTER-IDX) = GESUCHT-BETRAG THEN
                 ADD 1 TO STORNIERT-ANZAHL
              END-IF
           END-PERFORM
       EXIT.

       SCHREIBE-GEGENBUCHUNG SECTION.
           MOVE SPACES TO LIEFERUNG-SATZ
           MOVE SA-BANK-ID TO LF-BANK-ID
           MOVE GESUCHT-KONTONUMMER TO LF-KONTONUMMER
           MOVE GESUCHT-BETRAG TO LF-BETRAG
           MOVE ORIGINAL-WAEHRUNG TO LF-WAEHRUNG
      * umgerechnete Originale werden mit dem gebuchten Betrag in
      * Kontowaehrung zurueckgenommen, ein neuer Kurs wuerde den
      * Saldo nicht exakt ausgleichen
           IF ORIGINAL-KONTO-WAEHRUNG NOT = SPACES AND
              ORIGINAL-KONTO-WAEHRUNG NOT = ORIGINAL-WAEHRUNG AND
              ORIGINAL-KONTO-BETRAG <= 99999999.99 THEN
              MOVE ORIGINAL-KONTO-BETRAG TO LF-BETRAG
              MOVE ORIGINAL-KONTO-WAEHRUNG TO LF-WAEHRUNG
           END-IF
           IF GESUCHT-DC = "DC" THEN
              MOVE "CR" TO LF-DC
           ELSE
              MOVE "DC" TO LF-DC
           END-IF
           STRING "STORNO " DELIMITED BY SIZE
                  GESUCHT-DATUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORIGINAL-ZWECK DELIMITED BY SIZE
              INTO LF-ZWECK
           END-STRING
           MOVE SPACES TO LF-VALUTA
      * eigene Referenz je Storno, sonst faellt eine zweite
      * Gegenbuchung auf dasselbe Konto in der Verarbeitung als
      * Duplikat heraus
           COMPUTE REGISTER-LFD = REGISTER-ANZAHL + 1
           MOVE SPACES TO STORNO-REFERENZ
           STRING "ST" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  REGISTER-LFD DELIMITED BY SIZE
              INTO STORNO-REFERENZ
           END-STRING
           MOVE STORNO-REFERENZ TO LF-REFERENZ
           WRITE LIEFERUNG-SATZ
       EXIT.

       SCHREIBE-REGISTER SECTION.
           ADD 1 TO REGISTER-ANZAHL
           MOVE GESUCHT-DATUM TO RT-ORIG-DATUM(REGISTER-ANZAHL)
           MOVE GESUCHT-BANK-ID TO RT-BANK-ID(REGISTER-ANZAHL)
           MOVE GESUCHT-KONTONUMMER TO RT-KONTONUMMER(REGISTER-ANZAHL)
           MOVE GESUCHT-DC TO RT-DC(REGISTER-ANZAHL)
           MOVE GESUCHT-BETRAG TO RT-BETRAG(REGISTER-ANZAHL)

           MOVE SPACES TO REGISTER-SATZ
           MOVE LAUF-DATUM-ROH TO SR-STORNO-DATUM
           MOVE GESUCHT-DATUM TO SR-ORIG-DATUM
           MOVE GESUCHT-BANK-ID TO SR-BANK-ID
           MOVE GESUCHT-KONTONUMMER TO SR-KONTONUMMER
           MOVE GESUCHT-DC TO SR-DC
           MOVE GESUCHT-BETRAG TO SR-BETRAG
           COMPUTE SR-LFD-NR = STORNIERT-ANZAHL + 1
           MOVE ORIGINAL-FUNDORT TO SR-FUNDORT
           MOVE ORIGINAL-ZWECK TO SR-ORIG-ZWECK
           MOVE SA-GRUND TO SR-STORNO-GRUND
           MOVE ORIGINAL-PRIMANOTA TO SR-ORIG-PRIMANOTA
           MOVE STORNO-REFERENZ TO SR-REFERENZ
           WRITE REGISTER-SATZ
       EXIT.

       SCHREIBE-PROTOKOLL-KOPF SECTION.
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "Stornoprotokoll " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
       EXIT.

       SCHREIBE-STORNO-PROTOKOLL SECTION.
           MOVE GESUCHT-BETRAG TO BETRAG-ANZEIGE
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "STORNIERT " DELIMITED BY SIZE
                  GESUCHT-DATUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SA-BANK-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SA-KONTONUMMER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GESUCHT-DC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BETRAG-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORIGINAL-WAEHRUNG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORIGINAL-ZWECK DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
      * Primanota der stornierten Buchung, fehlt bei Altsaetzen
           IF ORIGINAL-PRIMANOTA NOT = SPACES THEN
              STRING " PN " DELIMITED BY SIZE
                     ORIGINAL-PRIMANOTA DELIMITED BY SIZE
                 INTO PROTOKOLL-ZEILE(109:)
              END-STRING
           END-IF
           WRITE PROTOKOLL-ZEILE
       EXIT.

       SCHREIBE-ABLEHNUNG SECTION.
           ADD 1 TO ABGELEHNT-ANZAHL
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "ABGELEHNT " DELIMITED BY SIZE
                  SA-ORIG-DATUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SA-BANK-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SA-KONTONUMMER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SA-DC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SA-BETRAG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ABLEHNUNGSGRUND DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
       EXIT.

       SCHREIBE-PROTOKOLL-FUSS SECTION.
           MOVE SPACES TO PROTOKOLL-ZEILE
           STRING "Storniert " DELIMITED BY SIZE
                  STORNO-ANZAHL DELIMITED BY SIZE
                  "  Abgelehnt " DELIMITED BY SIZE
                  ABGELEHNT-ANZAHL DELIMITED BY SIZE
              INTO PROTOKOLL-ZEILE
           END-STRING
           WRITE PROTOKOLL-ZEILE
       EXIT.
