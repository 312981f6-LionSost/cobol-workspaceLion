           SELECT DECKBLATT-DATEI
           ASSIGN TO DYNAMIC DECKBLATT-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPOOL-DATEI
           ASSIGN TO DYNAMIC SPOOL-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTROLL-DATEI
           ASSIGN TO DYNAMIC KONTROLL-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUSZUGDRUCK-DATEI
           ASSIGN TO DYNAMIC AUSZUGDRUCK-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUSZUGDRUCK-STATUS.
           SELECT AUSNAHME-DATEI
           ASSIGN TO DYNAMIC AUSNAHME-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUSNAHME-STATUS.
           SELECT UEBERZIEHUNG-DATEI
           ASSIGN TO DYNAMIC UEBERZIEHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UEBERZIEHUNG-STATUS.
           SELECT ARCHIV-DATEI ASSIGN TO 'archiv.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIV-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD PARAMETER-DATEI.

           FD DECKBLATT-DATEI.
           01 DECKBLATT-ZEILE PIC X(300).

           FD SPOOL-DATEI.
           01 SPOOL-ZEILE PIC X(300).

           FD KONTROLL-DATEI.
           01 KONTROLL-ZEILE PIC X(132).

           FD AUSZUGDRUCK-DATEI.
           01 AUSZUGDRUCK-ZEILE PIC X(160).

           FD AUSNAHME-DATEI.
           01 AUSNAHME-ZEILE.
              05 AN-BANK-ID PIC X(5).
              05 FILLER PIC X(127).

           FD UEBERZIEHUNG-DATEI.
           01 UEBERZIEHUNG-ZEILE.
              05 UZ-BANK-ID PIC X(5).
              05 FILLER PIC X(115).

      * Historiendatei der Tageskette, Satzart E = Ausnahmeliste
           FD ARCHIV-DATEI.
           01 ARCHIV-SATZ.
              05 ARCH-DATUM PIC X(8).
              05 FILLER PIC X(1).
              05 ARCH-TYP PIC X(1).
              05 FILLER PIC X(1).
              05 ARCH-DATEN.
                 10 ARCH-BANK-ID PIC X(5).
                 10 FILLER PIC X(155).
       WORKING-STORAGE SECTION.
           01 CURRENT-SPACE PIC 999.
           01 CURRENT-FRONTSPACE PIC 999.
              05 ZF-JOBS PIC 9(3).
              05 FILLER PIC X(14) VALUE ", fehlerhaft: ".
              05 ZF-FEHLER PIC 9(3).
           01 SPOOL-DATEINAME PIC X(24).
           01 KONTROLL-DATEINAME PIC X(27).
           01 AUSZUGDRUCK-DATEINAME PIC X(25).
           01 AUSNAHME-DATEINAME PIC X(22).
           01 UEBERZIEHUNG-DATEINAME PIC X(25).
           01 AUSZUGDRUCK-STATUS PIC X(2).
           01 AUSNAHME-STATUS PIC X(2).
           01 UEBERZIEHUNG-STATUS PIC X(2).
           01 AUSZUGDRUCK-VORHANDEN PIC X.
           01 AUSNAHME-VORHANDEN PIC X.
           01 AUSNAHME-AUS-ARCHIV PIC X.
           01 ARCHIV-STATUS PIC X(2).
           01 UEBERZIEHUNG-VORHANDEN PIC X.
           01 LESE-ENDE PIC X.
           01 SPOOL-SEITENLAENGE PIC 9(3) VALUE 60.
           01 SPOOL-PHASE PIC X.
              88 IST-ZAEHLPHASE VALUE "Z".
           01 SPOOL-SEITE PIC 9(4).
           01 SPOOL-SEITEN-GESAMT PIC 9(4).
           01 SPOOL-ZEILEN-NR PIC 9(3).
           01 SPOOL-INHALT PIC X(300).
           01 SPOOL-KOPFZEILE.
              05 FILLER PIC X(5) VALUE "Bank ".
              05 SK-BANK-ID PIC 9(5).
              05 FILLER PIC X(1) VALUE SPACE.
              05 SK-BANK-NAME PIC X(30).
              05 FILLER PIC X(14) VALUE "  Druckauftrag".
              05 FILLER PIC X(1) VALUE SPACE.
              05 SK-DATUM PIC X(10).
              05 FILLER PIC X(12) VALUE "       Seite".
              05 SK-SEITE PIC Z(3)9.
              05 FILLER PIC X(5) VALUE " von ".
              05 SK-SEITEN-GESAMT PIC Z(3)9.
      * Auszug im Druckspool: Trennzeile, Anschrift, dann die Zeile
      * "Kontoauszug ... Bank nnnnn", erst dort ist die Bank bekannt
           01 AUSZUG-PUFFER.
              05 AUSZUG-PUFFER-ZEILE PIC X(160) OCCURS 20 TIMES.
           01 PUFFER-ANZAHL PIC 9(2).
           01 PUFFER-IDX PIC 9(2).
           01 AUSZUG-ZUSTAND PIC X.
              88 AUSZUG-OFFEN VALUE "O".
              88 AUSZUG-UEBERNEHMEN VALUE "J".
              88 AUSZUG-UEBERGEHEN VALUE "N".
           01 AUSZUG-BANK-ID PIC 9(5).
           01 BANK-SUCH-POS PIC 9(3).
           01 BANK-AUSZUEGE PIC 9(5).
           01 BANK-AUSNAHMEN PIC 9(5).
           01 BANK-UEBERZIEHUNGEN PIC 9(5).
           01 SUMME-AUSZUEGE PIC 9(6) VALUE ZERO.
           01 SUMME-AUSNAHMEN PIC 9(6) VALUE ZERO.
           01 SUMME-UEBERZIEHUNGEN PIC 9(6) VALUE ZERO.
           01 SUMME-SEITEN PIC 9(6) VALUE ZERO.
           01 SUMME-JOBS PIC 9(4) VALUE ZERO.
           01 AUSZUEGE-IM-SPOOL PIC 9(6).
           01 AUSZUEGE-OHNE-BANK PIC 9(6).
           01 KONTROLL-POSTEN.
              05 KP-BANK-ID PIC 9(5).
              05 FILLER PIC X(1) VALUE SPACE.
              05 KP-BANK-NAME PIC X(30).
              05 FILLER PIC X(1) VALUE SPACE.
              05 KP-DATEI PIC X(24).
              05 KP-AUSZUEGE PIC Z(5)9.
              05 KP-AUSNAHMEN PIC Z(8)9.
              05 KP-UEBERZIEHUNGEN PIC Z(8)9.
              05 KP-SEITEN PIC Z(6)9.
              05 FILLER PIC X(14) VALUE "   __________ ".
           01 ANZAHL-ANZEIGE PIC Z(5)9.

       PROCEDURE DIVISION.

              IF PTX-KENNUNG = "DECK" THEN
                 PERFORM ZEICHNE-DECKBLAETTER
              ELSE
                 IF PTX-KENNUNG = "SPOO" THEN
                    PERFORM STELLE-SPOOL-ZUSAMMEN
                 ELSE
                    PERFORM VERARBEITE-DIAMANT-SATZ
                 END-IF
              END-IF
           END-IF
           EXIT.
      * Kurierfaecher der Tagesausdrucke
      *****************************************************************
       ZEICHNE-DECKBLAETTER SECTION.
           PERFORM LESE-LAUFDATUM

           OPEN INPUT BANKSTAMM-DATEI
           IF BANKSTAMM-STATUS NOT = "00" THEN
           EXIT.


       LESE-LAUFDATUM SECTION.
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
           MOVE LD-JAHR TO LDA-JAHR
           MOVE LD-MONAT TO LDA-MONAT
           MOVE LD-TAG TO LDA-TAG
           EXIT.


       SCHREIBE-DECKBLATT-SEITE SECTION.
           IF AUSGABE-ZIEL = "D" THEN
              ADD 1 TO SEITEN-ANZAHL
           END-IF
           MOVE ALL "=" TO CURRENT-EXPENSE
           PERFORM GIB-DECKBLATTZEILE-AUS

           MOVE SPACES TO BANNER-TEXT
           MOVE BS-BANK-ID TO BANNER-TEXT
           PERFORM ZEICHNE-BANNER-BLOCK

           MOVE SPACES TO CURRENT-EXPENSE
           PERFORM GIB-DECKBLATTZEILE-AUS

           MOVE SPACES TO BANNER-TEXT
           MOVE FUNCTION UPPER-CASE(BS-NAME) TO BANNER-TEXT
           PERFORM ZEICHNE-BANNER-BLOCK

           MOVE SPACES TO CURRENT-EXPENSE
           PERFORM GIB-DECKBLATTZEILE-AUS

           MOVE SPACES TO BANNER-TEXT
           MOVE LAUF-DATUM-ANZEIGE TO BANNER-TEXT
           PERFORM ZEICHNE-BANNER-BLOCK

           MOVE ALL "=" TO CURRENT-EXPENSE
           PERFORM GIB-DECKBLATTZEILE-AUS
           MOVE SPACES TO CURRENT-EXPENSE
           PERFORM GIB-DECKBLATTZEILE-AUS
           EXIT.


      * Deckblattzeilen gehen in die Deckblattdatei oder, beim
      * Zusammenstellen des Druckspools, in den Auftrag der Bank
       GIB-DECKBLATTZEILE-AUS SECTION.
           IF AUSGABE-ZIEL = "S" THEN
              MOVE CURRENT-EXPENSE TO SPOOL-INHALT
              PERFORM GIB-SPOOLZEILE-AUS
           ELSE
              WRITE DECKBLATT-ZEILE FROM CURRENT-EXPENSE
           END-IF
           EXIT.


           EXIT.


      *****************************************************************
      * Druckspool je Bank: Deckblatt, Kontoauszuege, Ausnahmen und
      * Ueberziehungen der Bank mit Seitenvorschub, Seitenkopf
      * "Seite x von y" und Kontrollblatt; dazu eine Kontrollliste
      * ueber alle Auftraege des Tages fuer den Druckraum
      *****************************************************************
       STELLE-SPOOL-ZUSAMMEN SECTION.
           PERFORM LESE-LAUFDATUM
           MOVE 60 TO SPOOL-SEITENLAENGE
           IF PTX-TEXT(1:3) IS NUMERIC THEN
      * das Deckblatt braucht mit Seitenkopf 22 Zeilen
              IF PTX-TEXT(1:3) >= "030" THEN
                 MOVE PTX-TEXT(1:3) TO SPOOL-SEITENLAENGE
              ELSE
                 DISPLAY "HINWEIS: Seitenlaenge unter 30 Zeilen, "
                    "es gilt 60"
              END-IF
           END-IF
           IF PTX-FUELLZEICHEN NOT = SPACE THEN
              MOVE PTX-FUELLZEICHEN TO FUELLZEICHEN
           ELSE
              MOVE "#" TO FUELLZEICHEN
           END-IF

           OPEN INPUT BANKSTAMM-DATEI
           IF BANKSTAMM-STATUS NOT = "00" THEN
              DISPLAY "FEHLER: bankstamm.txt nicht vorhanden, "
                 "kein Druckspool"
              ADD 1 TO FEHLER-JOBS
              GO TO STELLE-SPOOL-ZUSAMMEN-ENDE
           END-IF

           MOVE SPACES TO AUSZUGDRUCK-DATEINAME
           STRING "auszug-druck-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO AUSZUGDRUCK-DATEINAME
           END-STRING
           MOVE SPACES TO AUSNAHME-DATEINAME
           STRING "exception-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO AUSNAHME-DATEINAME
           END-STRING
           MOVE SPACES TO UEBERZIEHUNG-DATEINAME
           STRING "ueberziehung-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO UEBERZIEHUNG-DATEINAME
           END-STRING
           MOVE SPACES TO KONTROLL-DATEINAME
           STRING "spoolkontrolle-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO KONTROLL-DATEINAME
           END-STRING
           PERFORM PRUEFE-SPOOL-EINGABEN

           OPEN OUTPUT KONTROLL-DATEI
           MOVE SPACES TO KONTROLL-ZEILE
           STRING "Spool-Kontrollliste " DELIMITED BY SIZE
                  LAUF-DATUM-ANZEIGE DELIMITED BY SIZE
                  "   Seitenlaenge " DELIMITED BY SIZE
                  SPOOL-SEITENLAENGE DELIMITED BY SIZE
              INTO KONTROLL-ZEILE
           END-STRING
           WRITE KONTROLL-ZEILE
           MOVE SPACES TO KONTROLL-ZEILE
           STRING "Bank  Name                           Datei      "
                     DELIMITED BY SIZE
                  "              Auszuege Ausnahmen Ueberz.  Seiten"
                     DELIMITED BY SIZE
                  "   gedruckt" DELIMITED BY SIZE
              INTO KONTROLL-ZEILE
           END-STRING
           WRITE KONTROLL-ZEILE

           MOVE ZERO TO SUMME-AUSZUEGE
           MOVE ZERO TO SUMME-AUSNAHMEN
           MOVE ZERO TO SUMME-UEBERZIEHUNGEN
           MOVE ZERO TO SUMME-SEITEN
           MOVE ZERO TO SUMME-JOBS
           MOVE "S" TO AUSGABE-ZIEL
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ BANKSTAMM-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END PERFORM ERSTELLE-BANK-AUFTRAG
              END-READ
           END-PERFORM
           MOVE "A" TO AUSGABE-ZIEL
           MOVE SPACES TO ENDE
           CLOSE BANKSTAMM-DATEI

           PERFORM SCHREIBE-KONTROLL-SUMMEN
           CLOSE KONTROLL-DATEI
           ADD 1 TO JOB-NUMMER
           DISPLAY "DRUCKSPOOL: " SUMME-JOBS " AUFTRAEGE, "
              SUMME-SEITEN " SEITEN, KONTROLLLISTE "
              KONTROLL-DATEINAME.
       STELLE-SPOOL-ZUSAMMEN-ENDE.
           EXIT.


       PRUEFE-SPOOL-EINGABEN SECTION.
      * fehlende Listen werden im Kontrollblatt und in der
      * Kontrollliste ausgewiesen, der Auftrag entsteht trotzdem
           MOVE "J" TO AUSZUGDRUCK-VORHANDEN
           MOVE ZERO TO AUSZUEGE-IM-SPOOL
           OPEN INPUT AUSZUGDRUCK-DATEI
           IF AUSZUGDRUCK-STATUS = "00" THEN
              MOVE SPACES TO LESE-ENDE
              PERFORM UNTIL LESE-ENDE = "Y"
                 READ AUSZUGDRUCK-DATEI
                    AT END MOVE "Y" TO LESE-ENDE
                    NOT AT END
                       PERFORM ENTFERNE-SEITENVORSCHUB
                       IF AUSZUGDRUCK-ZEILE(1:10) = ALL "-" THEN
                          ADD 1 TO AUSZUEGE-IM-SPOOL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUSZUGDRUCK-DATEI
           ELSE
              MOVE "N" TO AUSZUGDRUCK-VORHANDEN
              DISPLAY "WARNUNG: " AUSZUGDRUCK-DATEINAME
                 " nicht vorhanden"
              ADD 1 TO FEHLER-JOBS
           END-IF

           MOVE "J" TO AUSNAHME-VORHANDEN
           MOVE "N" TO AUSNAHME-AUS-ARCHIV
           OPEN INPUT AUSNAHME-DATEI
           IF AUSNAHME-STATUS = "00" THEN
              CLOSE AUSNAHME-DATEI
           ELSE
              PERFORM PRUEFE-AUSNAHMEN-ARCHIV
           END-IF
           IF AUSNAHME-VORHANDEN = "N" THEN
              DISPLAY "WARNUNG: " AUSNAHME-DATEINAME
                 " nicht vorhanden"
              ADD 1 TO FEHLER-JOBS
           END-IF

           MOVE "J" TO UEBERZIEHUNG-VORHANDEN
           OPEN INPUT UEBERZIEHUNG-DATEI
           IF UEBERZIEHUNG-STATUS = "00" THEN
              CLOSE UEBERZIEHUNG-DATEI
           ELSE
              MOVE "N" TO UEBERZIEHUNG-VORHANDEN
              DISPLAY "WARNUNG: " UEBERZIEHUNG-DATEINAME
                 " nicht vorhanden"
              ADD 1 TO FEHLER-JOBS
           END-IF
           EXIT.


       PRUEFE-AUSNAHMEN-ARCHIV SECTION.
      * ARCHIV loescht die Ausnahmeliste nach der Uebernahme; stehen
      * Saetze des Laufdatums in archiv.txt, gelten deren E-Saetze
           MOVE "N" TO AUSNAHME-VORHANDEN
           OPEN INPUT ARCHIV-DATEI
           IF ARCHIV-STATUS NOT = "00" THEN
              GO TO PRUEFE-AUSNAHMEN-ARCHIV-ENDE
           END-IF
           MOVE SPACES TO LESE-ENDE
           PERFORM UNTIL LESE-ENDE = "Y"
              READ ARCHIV-DATEI
                 AT END MOVE "Y" TO LESE-ENDE
                 NOT AT END
                    IF ARCH-DATUM = LAUF-DATUM-ROH THEN
                       MOVE "J" TO AUSNAHME-VORHANDEN
                       MOVE "J" TO AUSNAHME-AUS-ARCHIV
                       MOVE "Y" TO LESE-ENDE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIV-DATEI
           IF AUSNAHME-AUS-ARCHIV = "J" THEN
              DISPLAY "HINWEIS: " AUSNAHME-DATEINAME
                 " bereits archiviert, Ausnahmen aus archiv.txt"
           END-IF.
       PRUEFE-AUSNAHMEN-ARCHIV-ENDE.
           EXIT.


       ENTFERNE-SEITENVORSCHUB SECTION.
      * Seitenvorschub aus dem Druckspool der Kontoauszuege
           IF AUSZUGDRUCK-ZEILE(1:1) = X"0C" THEN
              MOVE AUSZUGDRUCK-ZEILE(2:159) TO SPOOL-INHALT
              MOVE SPOOL-INHALT TO AUSZUGDRUCK-ZEILE
           END-IF
           EXIT.


      * jeder Auftrag wird zweimal aufgebaut: erst werden nur die
      * Seiten gezaehlt, dann wird mit bekannter Gesamtzahl gedruckt
       ERSTELLE-BANK-AUFTRAG SECTION.
           MOVE SPACES TO SPOOL-DATEINAME
           STRING "spool-" DELIMITED BY SIZE
                  BS-BANK-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO SPOOL-DATEINAME
           END-STRING

           MOVE "Z" TO SPOOL-PHASE
           MOVE ZERO TO SPOOL-SEITEN-GESAMT
           PERFORM SCHREIBE-BANK-AUFTRAG
           MOVE SPOOL-SEITE TO SPOOL-SEITEN-GESAMT

           MOVE "S" TO SPOOL-PHASE
           OPEN OUTPUT SPOOL-DATEI
           PERFORM SCHREIBE-BANK-AUFTRAG
           CLOSE SPOOL-DATEI

           ADD 1 TO SUMME-JOBS
           ADD BANK-AUSZUEGE TO SUMME-AUSZUEGE
           ADD BANK-AUSNAHMEN TO SUMME-AUSNAHMEN
           ADD BANK-UEBERZIEHUNGEN TO SUMME-UEBERZIEHUNGEN
           ADD SPOOL-SEITEN-GESAMT TO SUMME-SEITEN
           MOVE BS-BANK-ID TO KP-BANK-ID
           MOVE BS-NAME TO KP-BANK-NAME
           MOVE SPOOL-DATEINAME TO KP-DATEI
           MOVE BANK-AUSZUEGE TO KP-AUSZUEGE
           MOVE BANK-AUSNAHMEN TO KP-AUSNAHMEN
           MOVE BANK-UEBERZIEHUNGEN TO KP-UEBERZIEHUNGEN
           MOVE SPOOL-SEITEN-GESAMT TO KP-SEITEN
           WRITE KONTROLL-ZEILE FROM KONTROLL-POSTEN
           EXIT.


       SCHREIBE-BANK-AUFTRAG SECTION.
           MOVE ZERO TO SPOOL-SEITE
           MOVE ZERO TO BANK-AUSZUEGE
           MOVE ZERO TO BANK-AUSNAHMEN
           MOVE ZERO TO BANK-UEBERZIEHUNGEN
           PERFORM NEUE-SPOOLSEITE
           PERFORM SCHREIBE-DECKBLATT-SEITE
           PERFORM UEBERNEHME-AUSZUEGE
           PERFORM UEBERNEHME-AUSNAHMEN
           PERFORM UEBERNEHME-UEBERZIEHUNGEN
           PERFORM SCHREIBE-KONTROLLBLATT
           EXIT.


       NEUE-SPOOLSEITE SECTION.
           ADD 1 TO SPOOL-SEITE
           IF NOT IST-ZAEHLPHASE THEN
              MOVE BS-BANK-ID TO SK-BANK-ID
              MOVE BS-NAME TO SK-BANK-NAME
              MOVE LAUF-DATUM-ANZEIGE TO SK-DATUM
              MOVE SPOOL-SEITE TO SK-SEITE
              MOVE SPOOL-SEITEN-GESAMT TO SK-SEITEN-GESAMT
              WRITE SPOOL-ZEILE FROM SPOOL-KOPFZEILE
                 AFTER ADVANCING PAGE
              MOVE SPACES TO SPOOL-ZEILE
              WRITE SPOOL-ZEILE AFTER ADVANCING 1 LINE
           END-IF
           MOVE 2 TO SPOOL-ZEILEN-NR
           EXIT.


       GIB-SPOOLZEILE-AUS SECTION.
           IF SPOOL-ZEILEN-NR >= SPOOL-SEITENLAENGE THEN
              PERFORM NEUE-SPOOLSEITE
           END-IF
           ADD 1 TO SPOOL-ZEILEN-NR
           IF NOT IST-ZAEHLPHASE THEN
              WRITE SPOOL-ZEILE FROM SPOOL-INHALT
                 AFTER ADVANCING 1 LINE
           END-IF
           EXIT.


       UEBERNEHME-AUSZUEGE SECTION.
           IF AUSZUGDRUCK-VORHANDEN = "N" THEN
              GO TO UEBERNEHME-AUSZUEGE-ENDE
           END-IF
           OPEN INPUT AUSZUGDRUCK-DATEI
           MOVE "N" TO AUSZUG-ZUSTAND
           MOVE SPACES TO LESE-ENDE
           PERFORM UNTIL LESE-ENDE = "Y"
              READ AUSZUGDRUCK-DATEI
                 AT END MOVE "Y" TO LESE-ENDE
                 NOT AT END PERFORM VERARBEITE-AUSZUGZEILE
              END-READ
           END-PERFORM
           CLOSE AUSZUGDRUCK-DATEI.
       UEBERNEHME-AUSZUEGE-ENDE.
           EXIT.


       VERARBEITE-AUSZUGZEILE SECTION.
           PERFORM ENTFERNE-SEITENVORSCHUB
      * die Trennzeile beginnt einen neuen Auszug
           IF AUSZUGDRUCK-ZEILE(1:10) = ALL "-" THEN
              MOVE "O" TO AUSZUG-ZUSTAND
              MOVE 1 TO PUFFER-ANZAHL
              MOVE AUSZUGDRUCK-ZEILE TO AUSZUG-PUFFER-ZEILE(1)
              GO TO VERARBEITE-AUSZUGZEILE-ENDE
           END-IF

           IF AUSZUG-UEBERNEHMEN THEN
              MOVE AUSZUGDRUCK-ZEILE TO SPOOL-INHALT
              PERFORM GIB-SPOOLZEILE-AUS
              GO TO VERARBEITE-AUSZUGZEILE-ENDE
           END-IF
           IF NOT AUSZUG-OFFEN THEN
              GO TO VERARBEITE-AUSZUGZEILE-ENDE
           END-IF

           IF PUFFER-ANZAHL < 20 THEN
              ADD 1 TO PUFFER-ANZAHL
              MOVE AUSZUGDRUCK-ZEILE
                TO AUSZUG-PUFFER-ZEILE(PUFFER-ANZAHL)
           END-IF
           IF AUSZUGDRUCK-ZEILE(1:12) NOT = "Kontoauszug " THEN
              GO TO VERARBEITE-AUSZUGZEILE-ENDE
           END-IF

           MOVE ZERO TO AUSZUG-BANK-ID
           PERFORM VARYING BANK-SUCH-POS FROM 13 BY 1
              UNTIL BANK-SUCH-POS > 148
              IF AUSZUGDRUCK-ZEILE(BANK-SUCH-POS:7) = "  Bank "
                 AND AUSZUGDRUCK-ZEILE(BANK-SUCH-POS + 7:5)
                 IS NUMERIC THEN
                 MOVE AUSZUGDRUCK-ZEILE(BANK-SUCH-POS + 7:5)
                   TO AUSZUG-BANK-ID
                 MOVE 148 TO BANK-SUCH-POS
              END-IF
           END-PERFORM
           IF AUSZUG-BANK-ID NOT = BS-BANK-ID THEN
              MOVE "N" TO AUSZUG-ZUSTAND
              GO TO VERARBEITE-AUSZUGZEILE-ENDE
           END-IF

           MOVE "J" TO AUSZUG-ZUSTAND
           ADD 1 TO BANK-AUSZUEGE
           PERFORM NEUE-SPOOLSEITE
           PERFORM VARYING PUFFER-IDX FROM 1 BY 1
              UNTIL PUFFER-IDX > PUFFER-ANZAHL
              MOVE AUSZUG-PUFFER-ZEILE(PUFFER-IDX) TO SPOOL-INHALT
              PERFORM GIB-SPOOLZEILE-AUS
           END-PERFORM.
       VERARBEITE-AUSZUGZEILE-ENDE.
           EXIT.


       UEBERNEHME-AUSNAHMEN SECTION.
           PERFORM NEUE-SPOOLSEITE
           MOVE SPACES TO SPOOL-INHALT
           STRING "Ausnahmen " DELIMITED BY SIZE
                  LAUF-DATUM-ANZEIGE DELIMITED BY SIZE
              INTO SPOOL-INHALT
           END-STRING
           PERFORM GIB-SPOOLZEILE-AUS
           IF AUSNAHME-VORHANDEN = "N" THEN
              MOVE SPACES TO SPOOL-INHALT
              STRING "AUSNAHMELISTE NICHT VORHANDEN: " DELIMITED BY SIZE
                     AUSNAHME-DATEINAME DELIMITED BY SIZE
                 INTO SPOOL-INHALT
              END-STRING
              PERFORM GIB-SPOOLZEILE-AUS
              GO TO UEBERNEHME-AUSNAHMEN-ENDE
           END-IF
           IF AUSNAHME-AUS-ARCHIV = "J" THEN
              PERFORM UEBERNEHME-ARCHIV-AUSNAHMEN
              GO TO UEBERNEHME-AUSNAHMEN-ENDE
           END-IF
           OPEN INPUT AUSNAHME-DATEI
           MOVE SPACES TO LESE-ENDE
           PERFORM UNTIL LESE-ENDE = "Y"
              READ AUSNAHME-DATEI
                 AT END MOVE "Y" TO LESE-ENDE
                 NOT AT END
                    IF AN-BANK-ID = BS-BANK-ID THEN
                       ADD 1 TO BANK-AUSNAHMEN
                       MOVE AUSNAHME-ZEILE TO SPOOL-INHALT
                       PERFORM GIB-SPOOLZEILE-AUS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUSNAHME-DATEI
           IF BANK-AUSNAHMEN = ZERO THEN
              MOVE "KEINE AUSNAHMEN" TO SPOOL-INHALT
              PERFORM GIB-SPOOLZEILE-AUS
           END-IF.
       UEBERNEHME-AUSNAHMEN-ENDE.
           EXIT.


       UEBERNEHME-ARCHIV-AUSNAHMEN SECTION.
           OPEN INPUT ARCHIV-DATEI
           MOVE SPACES TO LESE-ENDE
           PERFORM UNTIL LESE-ENDE = "Y"
              READ ARCHIV-DATEI
                 AT END MOVE "Y" TO LESE-ENDE
                 NOT AT END
                    IF ARCH-DATUM = LAUF-DATUM-ROH AND
                       ARCH-TYP = "E" AND
                       ARCH-BANK-ID = BS-BANK-ID THEN
                       ADD 1 TO BANK-AUSNAHMEN
                       MOVE ARCH-DATEN(1:132) TO SPOOL-INHALT
                       PERFORM GIB-SPOOLZEILE-AUS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIV-DATEI
           IF BANK-AUSNAHMEN = ZERO THEN
              MOVE "KEINE AUSNAHMEN" TO SPOOL-INHALT
              PERFORM GIB-SPOOLZEILE-AUS
           END-IF
           EXIT.


       UEBERNEHME-UEBERZIEHUNGEN SECTION.
           PERFORM NEUE-SPOOLSEITE
           MOVE SPACES TO SPOOL-INHALT
           STRING "Ueberziehungen " DELIMITED BY SIZE
                  LAUF-DATUM-ANZEIGE DELIMITED BY SIZE
              INTO SPOOL-INHALT
           END-STRING
           PERFORM GIB-SPOOLZEILE-AUS
           IF UEBERZIEHUNG-VORHANDEN = "N" THEN
              MOVE SPACES TO SPOOL-INHALT
              STRING "UEBERZIEHUNGSLISTE NICHT VORHANDEN: "
                        DELIMITED BY SIZE
                     UEBERZIEHUNG-DATEINAME DELIMITED BY SIZE
                 INTO SPOOL-INHALT
              END-STRING
              PERFORM GIB-SPOOLZEILE-AUS
              GO TO UEBERNEHME-UEBERZIEHUNGEN-ENDE
           END-IF
           OPEN INPUT UEBERZIEHUNG-DATEI
           MOVE SPACES TO LESE-ENDE
           PERFORM UNTIL LESE-ENDE = "Y"
              READ UEBERZIEHUNG-DATEI
                 AT END MOVE "Y" TO LESE-ENDE
                 NOT AT END
      * Spaltenueberschrift der Liste mit uebernehmen
                    IF UZ-BANK-ID = "Bank " OR
                       UZ-BANK-ID = BS-BANK-ID THEN
                       IF UZ-BANK-ID NOT = "Bank " THEN
                          ADD 1 TO BANK-UEBERZIEHUNGEN
                       END-IF
                       MOVE UEBERZIEHUNG-ZEILE TO SPOOL-INHALT
                       PERFORM GIB-SPOOLZEILE-AUS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE UEBERZIEHUNG-DATEI
           IF BANK-UEBERZIEHUNGEN = ZERO THEN
              MOVE "KEINE UEBERZIEHUNGEN" TO SPOOL-INHALT
              PERFORM GIB-SPOOLZEILE-AUS
           END-IF.
       UEBERNEHME-UEBERZIEHUNGEN-ENDE.
           EXIT.


       SCHREIBE-KONTROLLBLATT SECTION.
           PERFORM NEUE-SPOOLSEITE
           MOVE "KONTROLLBLATT DRUCKAUFTRAG" TO SPOOL-INHALT
           PERFORM GIB-SPOOLZEILE-AUS
           MOVE SPACES TO SPOOL-INHALT
           STRING "Bank " DELIMITED BY SIZE
                  BS-BANK-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BS-NAME DELIMITED BY SIZE
                  "  Laufdatum " DELIMITED BY SIZE
                  LAUF-DATUM-ANZEIGE DELIMITED BY SIZE
              INTO SPOOL-INHALT
           END-STRING
           PERFORM GIB-SPOOLZEILE-AUS
           MOVE SPACES TO SPOOL-INHALT
           PERFORM GIB-SPOOLZEILE-AUS

           MOVE BANK-AUSZUEGE TO ANZAHL-ANZEIGE
           MOVE SPACES TO SPOOL-INHALT
           STRING "Kontoauszuege        " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO SPOOL-INHALT
           END-STRING
           PERFORM GIB-SPOOLZEILE-AUS
           MOVE BANK-AUSNAHMEN TO ANZAHL-ANZEIGE
           MOVE SPACES TO SPOOL-INHALT
           STRING "Ausnahmezeilen       " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO SPOOL-INHALT
           END-STRING
           PERFORM GIB-SPOOLZEILE-AUS
           MOVE BANK-UEBERZIEHUNGEN TO ANZAHL-ANZEIGE
           MOVE SPACES TO SPOOL-INHALT
           STRING "Ueberziehungszeilen  " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO SPOOL-INHALT
           END-STRING
           PERFORM GIB-SPOOLZEILE-AUS
           MOVE SPOOL-SEITEN-GESAMT TO ANZAHL-ANZEIGE
           MOVE SPACES TO SPOOL-INHALT
           STRING "Seiten gesamt        " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
              INTO SPOOL-INHALT
           END-STRING
           PERFORM GIB-SPOOLZEILE-AUS

           IF AUSZUGDRUCK-VORHANDEN = "N" THEN
              MOVE SPACES TO SPOOL-INHALT
              STRING "ACHTUNG: KONTOAUSZUEGE FEHLEN, " DELIMITED BY SIZE
                     AUSZUGDRUCK-DATEINAME DELIMITED BY SIZE
                     " NICHT VORHANDEN" DELIMITED BY SIZE
                 INTO SPOOL-INHALT
              END-STRING
              PERFORM GIB-SPOOLZEILE-AUS
           END-IF
           MOVE SPACES TO SPOOL-INHALT
           PERFORM GIB-SPOOLZEILE-AUS
           MOVE "ENDE DES DRUCKAUFTRAGS" TO SPOOL-INHALT
           PERFORM GIB-SPOOLZEILE-AUS
           EXIT.


       SCHREIBE-KONTROLL-SUMMEN SECTION.
           MOVE ZERO TO KP-BANK-ID
           MOVE "SUMME" TO KP-BANK-NAME
           MOVE SUMME-JOBS TO ANZAHL-ANZEIGE
           MOVE SPACES TO KP-DATEI
           STRING FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                  " Auftraege" DELIMITED BY SIZE
              INTO KP-DATEI
           END-STRING
           MOVE SUMME-AUSZUEGE TO KP-AUSZUEGE
           MOVE SUMME-AUSNAHMEN TO KP-AUSNAHMEN
           MOVE SUMME-UEBERZIEHUNGEN TO KP-UEBERZIEHUNGEN
           MOVE SUMME-SEITEN TO KP-SEITEN
           MOVE KONTROLL-POSTEN TO KONTROLL-ZEILE
           MOVE SPACES TO KONTROLL-ZEILE(1:5)
           MOVE SPACES TO KONTROLL-ZEILE(93:14)
           WRITE KONTROLL-ZEILE

      * Auszuege fuer Banken ohne Bankstammsatz kommen in keinen
      * Auftrag und muessen von Hand nachgearbeitet werden
           IF AUSZUEGE-IM-SPOOL > SUMME-AUSZUEGE THEN
              COMPUTE AUSZUEGE-OHNE-BANK =
                 AUSZUEGE-IM-SPOOL - SUMME-AUSZUEGE
              MOVE AUSZUEGE-OHNE-BANK TO ANZAHL-ANZEIGE
              MOVE SPACES TO KONTROLL-ZEILE
              STRING "ACHTUNG: " DELIMITED BY SIZE
                     FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
                     " Kontoauszuege in " DELIMITED BY SIZE
                     AUSZUGDRUCK-DATEINAME DELIMITED BY SIZE
                     " ohne Bankstammsatz, in keinem Auftrag"
                        DELIMITED BY SIZE
                 INTO KONTROLL-ZEILE
              END-STRING
              WRITE KONTROLL-ZEILE
              DISPLAY "WARNUNG: " AUSZUEGE-OHNE-BANK
                 " Kontoauszuege ohne Bankstammsatz"
              ADD 1 TO FEHLER-JOBS
           END-IF
           IF AUSZUGDRUCK-VORHANDEN = "N" THEN
              MOVE SPACES TO KONTROLL-ZEILE
              STRING "ACHTUNG: " DELIMITED BY SIZE
                     AUSZUGDRUCK-DATEINAME DELIMITED BY SIZE
                     " nicht vorhanden" DELIMITED BY SIZE
                 INTO KONTROLL-ZEILE
              END-STRING
              WRITE KONTROLL-ZEILE
           END-IF
           IF AUSNAHME-VORHANDEN = "N" THEN
              MOVE SPACES TO KONTROLL-ZEILE
              STRING "ACHTUNG: " DELIMITED BY SIZE
                     AUSNAHME-DATEINAME DELIMITED BY SIZE
                     " nicht vorhanden" DELIMITED BY SIZE
                 INTO KONTROLL-ZEILE
              END-STRING
              WRITE KONTROLL-ZEILE
           END-IF
           IF UEBERZIEHUNG-VORHANDEN = "N" THEN
              MOVE SPACES TO KONTROLL-ZEILE
              STRING "ACHTUNG: " DELIMITED BY SIZE
                     UEBERZIEHUNG-DATEINAME DELIMITED BY SIZE
                     " nicht vorhanden" DELIMITED BY SIZE
                 INTO KONTROLL-ZEILE
              END-STRING
              WRITE KONTROLL-ZEILE
           END-IF
           EXIT.


       VERARBEITE-DIAMANT-SATZ SECTION.
           IF PARM-SIZE-DIA IS NOT NUMERIC
              OR PARM-SIZE-DIA = ZERO THEN
              END-IF
              ADD 6 TO BANNER-SPALTE
           END-PERFORM
           IF AUSGABE-ZIEL = "D" OR AUSGABE-ZIEL = "S" THEN
              PERFORM GIB-DECKBLATTZEILE-AUS
           ELSE
              DISPLAY CURRENT-EXPENSE
              WRITE DIAMANT-ZEILE FROM CURRENT-EXPENSE
