           FILE STATUS IS SWEEP-STATUS.
           SELECT VERGLEICH-DATEI ASSIGN TO 'vergleich.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OBJEKT-DATEI ASSIGN TO 'objekte.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD INPUT-START.
              05 GK-BREITE PIC 9(4).
              05 GK-MODUS PIC X(1).
              05 GK-RAND PIC X(1).
              05 GK-REGEL PIC X(21).
              05 FILLER PIC X(269).

           FD ERGEBNIS-DATEI.
           01 ERGEBNIS-SATZ PIC X(300).
              05 SW-RAND PIC X(1).
              05 SW-MAXGEN PIC 9(6).
              05 SW-MUSTER PIC X(16).
              05 SW-REGELN PIC X(66).

           FD VERGLEICH-DATEI.
           01 VERGLEICH-SATZ PIC X(200).

           FD OBJEKT-DATEI.
           01 OBJEKT-SATZ PIC X(132).

           FD SNAPSHOT-DATEI.
           01 SNAPSHOT-SATZ PIC X(300).
              05 SK-BREITE PIC 9(4).
              05 SK-PRUEFSUMME-ANZAHL PIC 9(4).
              05 SK-RANDMODUS PIC X(1).
              05 SK-REGEL PIC X(21).
              05 FILLER PIC X(260).
           01 SNAPSHOT-PRUEFSUMME REDEFINES SNAPSHOT-SATZ.
              05 SP-WERT PIC 9(18).
              05 FILLER PIC X(282).
              88 IST-BATCH-MODUS VALUE "B".
           01 RAND-MODUS PIC X VALUE SPACE.
              88 IST-TORUS VALUE "T".
      * Geburts-/Ueberlebensregel als B/S-Regelstring, die Tabellen
      * sind ueber Nachbarzahl + 1 indiziert
           01 REGEL-EINGABE PIC X(21).
           01 REGEL-TEXT PIC X(21) VALUE "B3/S23".
           01 REGEL-TABELLE.
              05 REGEL-GEBURT PIC 9 OCCURS 9 VALUE ZERO.
              05 REGEL-UEBERLEBEN PIC 9 OCCURS 9 VALUE ZERO.
           01 REGEL-GUELTIG PIC X VALUE "J".
              88 IST-REGEL-GUELTIG VALUE "J".
           01 REGEL-TEIL PIC X.
           01 REGEL-B-GESEHEN PIC X.
           01 REGEL-S-GESEHEN PIC X.
           01 REGEL-POS PIC 99.
           01 REGEL-ZEICHEN PIC X.
           01 REGEL-ZIFFER PIC 9.
           01 REGEL-IDX PIC 99.
           01 REGEL-ZEIGER PIC 99.
           01 SWEEP-REGELN.
              05 SR-REGEL PIC X(21) OCCURS 6 TIMES.
           01 SWEEP-REGEL-ANZAHL PIC 9(2).
           01 SWEEP-REGEL-IDX PIC 9(2).
           01 JOURNAL-PROGRAMM PIC X(20) VALUE "GAMEOFLIFE".
           01 JOURNAL-EREIGNIS PIC X(1).
           01 JOURNAL-STATUS-TEXT PIC X(8).
           01 MITTE-ZEILE PIC 9(4).
           01 MITTE-SPALTE PIC 9(4).
           01 POSITION-TEXT PIC 9(4).
      * Objektzaehlung im Endzustand
           01 OBJEKT-MARKEN.
              05 OM-ZEILE OCCURS 100.
                 07 OM-MARKE PIC X OCCURS 300.
           01 OBJEKT-ZELLEN.
              05 OZ-EINTRAG OCCURS 30000.
                 10 OZ-Y PIC S9(5).
                 10 OZ-X PIC S9(5).
           01 OZ-ANZAHL PIC 9(5).
           01 OZ-IDX PIC 9(5).
           01 OBJEKT-Y PIC 9(4).
           01 OBJEKT-X PIC 9(4).
           01 NACHBAR-DY PIC S9.
           01 NACHBAR-DX PIC S9.
           01 ROH-Y PIC S9(5).
           01 ROH-X PIC S9(5).
           01 OBJEKT-MIN-Y PIC S9(5).
           01 OBJEKT-MAX-Y PIC S9(5).
           01 OBJEKT-MIN-X PIC S9(5).
           01 OBJEKT-MAX-X PIC S9(5).
           01 OBJEKT-HOEHE PIC 9(5).
           01 OBJEKT-BREITE PIC 9(5).
           01 OBJEKT-BILD.
              05 OB-ZEILE PIC X(20) OCCURS 20.
           01 OBJEKT-GESAMT PIC 9(5) VALUE ZERO.
           01 OBJEKT-UNBEKANNT PIC 9(5) VALUE ZERO.
           01 OBJEKT-TITEL PIC X(60).
           01 OBJEKT-DETAIL.
              05 OD-NUMMER PIC 9(5).
              05 FILLER PIC X(1).
              05 OD-ZEILE PIC Z(4)9.
              05 FILLER PIC X(1).
              05 OD-SPALTE PIC Z(5)9.
              05 FILLER PIC X(1).
              05 OD-HOEHE PIC Z(4)9.
              05 FILLER PIC X(1).
              05 OD-BREITE PIC Z(5)9.
              05 FILLER PIC X(1).
              05 OD-ZELLEN PIC Z(5)9.
              05 FILLER PIC X(2).
              05 OD-FORM PIC X(16).
              05 FILLER PIC X(1).
              05 OD-LAGE PIC X(4).
           01 FORM-VORGABEN.
              05 FILLER PIC X(40) VALUE "BLOCK           11/11".
              05 FILLER PIC X(40)
                 VALUE "BEEHIVE         0110/1001/0110".
              05 FILLER PIC X(40)
                 VALUE "LOAF            0110/1001/0101/0010".
              05 FILLER PIC X(40) VALUE "BOAT            110/101/010".
              05 FILLER PIC X(40) VALUE "SHIP            110/101/011".
              05 FILLER PIC X(40) VALUE "TUB             010/101/010".
              05 FILLER PIC X(40)
                 VALUE "POND            0110/1001/1001/0110".
              05 FILLER PIC X(40)
                 VALUE "BARGE           0100/1010/0101/0010".
              05 FILLER PIC X(40) VALUE "BLINKER         111".
              05 FILLER PIC X(40) VALUE "TOAD            0111/1110".
              05 FILLER PIC X(40)
                 VALUE "TOAD            0010/1001/1001/0100".
              05 FILLER PIC X(40)
                 VALUE "BEACON          1100/1100/0011/0011".
      * in der anderen Phase zerfaellt das Beacon in zwei getrennte
      * L-Stuecke, jedes wird als eigene Haelfte gezaehlt
              05 FILLER PIC X(40) VALUE "BEACON-HAELFTE  11/10".
              05 FILLER PIC X(40) VALUE "GLIDER          010/001/111".
              05 FILLER PIC X(40) VALUE "GLIDER          101/011/010".
              05 FILLER PIC X(40)
                 VALUE "LWSS            01111/10001/00001/10010".
              05 FILLER PIC X(40)
                 VALUE "LWSS            01100/11110/11011/00110".
           01 FORM-VORGABE-TABELLE REDEFINES FORM-VORGABEN.
              05 FV-EINTRAG OCCURS 17.
                 10 FV-NAME PIC X(16).
                 10 FV-ZEILEN PIC X(24).
           01 FV-IDX PIC 9(2).
           01 FORM-KATALOG.
              05 FORM-EINTRAG OCCURS 40 TIMES.
                 10 FK-NAME PIC X(16).
                 10 FK-HOEHE PIC 9(2).
                 10 FK-BREITE PIC 9(2).
                 10 FK-ZELLEN PIC 9(3).
                 10 FK-ZEILEN.
                    15 FK-ZEILE PIC X(20) OCCURS 20 TIMES.
           01 FORM-ANZAHL PIC 9(2) VALUE ZERO.
           01 FORM-IDX PIC 9(2).
           01 FORM-TREFFER PIC 9(2).
           01 FORM-LAGE PIC 9.
           01 FORM-PASST PIC X.
           01 FORM-I PIC 9(2).
           01 FORM-J PIC 9(2).
           01 QUELL-I PIC 9(2).
           01 QUELL-J PIC 9(2).
           01 LAGE-NAMEN PIC X(32) VALUE
              "R000R270R180R090SPV SPA SPH SPD ".
           01 LAGE-TABELLE REDEFINES LAGE-NAMEN.
              05 LAGE-NAME PIC X(4) OCCURS 8.
           01 FORM-ZAEHLUNG.
              05 FZ-EINTRAG OCCURS 40 TIMES.
                 10 FZ-NAME PIC X(16).
                 10 FZ-ANZAHL PIC 9(5).
           01 FZ-ANZAHL-FORMEN PIC 9(2).
           01 FZ-IDX PIC 9(2).
           01 FZ-TREFFER PIC 9(2).
           01 FORMEN-TEXT PIC X(100).
           01 FORMEN-ZEIGER PIC 9(3).
           01 ZAEHL-ANZEIGE PIC Z(4)9.
           01 OBJEKT-GESAMT-ANZEIGE PIC Z(4)9.
           01 OBJEKT-UNBEKANNT-ANZEIGE PIC Z(4)9.
           01 SIMULATION-STATUS PIC X VALUE "L".
              88 SIMULATION-LAEUFT VALUE "L".
              88 SIMULATION-AUSGESTORBEN VALUE "A".
           PERFORM schreibe-journal

           PERFORM lade-musterbibliothek
           PERFORM lade-formkatalog

      * liegt eine sweep.txt vor, laufen alle dort beschriebenen
      * Konfigurationen nacheinander in einer Vergleichsdatei auf

           PERFORM start-abfrage
           PERFORM lade-snapshot
           DISPLAY "Regel: " REGEL-TEXT
           *>PERFORM start-pos
           PERFORM display_world

              OPEN EXTEND STATISTIK-DATEI
              IF STATISTIK-STATUS NOT = "00" THEN
                 OPEN OUTPUT STATISTIK-DATEI
                 PERFORM schreibe-statistik-kopf
              END-IF
           ELSE
              OPEN OUTPUT STATISTIK-DATEI
              PERFORM schreibe-statistik-kopf
           END-IF

           PERFORM UNTIL NOT SIMULATION-LAEUFT
           CLOSE STATISTIK-DATEI
           PERFORM schreibe-snapshot
           PERFORM zeige-zusammenfassung
           MOVE "input.txt" TO OBJEKT-TITEL
           OPEN OUTPUT OBJEKT-DATEI
           PERFORM objekt-zaehlung
           CLOSE OBJEKT-DATEI
           DISPLAY "Objekte: " OBJEKT-GESAMT ", davon unbekannt: "
              OBJEKT-UNBEKANNT " (Einzelheiten in objekte.txt)"
           IF IST-BATCH-MODUS THEN
              PERFORM schreibe-ergebnis
           END-IF

       sweep-modus SECTION.
           OPEN OUTPUT VERGLEICH-DATEI
           OPEN OUTPUT OBJEKT-DATEI
           MOVE SPACES TO VERGLEICH-SATZ
           STRING "Hoehe Breite Rand Muster           "
                     DELIMITED BY SIZE
                  "Regel                 " DELIMITED BY SIZE
                  "Gen    Pop    Stat           Obj   Unb  Formen"
                     DELIMITED BY SIZE
              INTO VERGLEICH-SATZ
           END-STRING
           WRITE VERGLEICH-SATZ

           MOVE "B" TO BATCH-MODUS
           END-PERFORM
           CLOSE SWEEP-DATEI
           CLOSE VERGLEICH-DATEI
           CLOSE OBJEKT-DATEI
           DISPLAY "SWEEP FERTIG, KONFIGURATIONEN: " SWEEP-NUMMER
       EXIT.

              MOVE 1000 TO MAX-GENERATIONEN
           END-IF

      * mehrere durch Komma getrennte Regeln lassen dasselbe
      * Startmuster nacheinander unter jeder Regel laufen
           MOVE SPACES TO SWEEP-REGELN
           MOVE ZERO TO SWEEP-REGEL-ANZAHL
           UNSTRING SW-REGELN DELIMITED BY ","
              INTO SR-REGEL(1) SR-REGEL(2) SR-REGEL(3)
                   SR-REGEL(4) SR-REGEL(5) SR-REGEL(6)
              TALLYING IN SWEEP-REGEL-ANZAHL
           END-UNSTRING
           IF SWEEP-REGEL-ANZAHL = ZERO THEN
              MOVE 1 TO SWEEP-REGEL-ANZAHL
           END-IF

           PERFORM VARYING SWEEP-REGEL-IDX FROM 1 BY 1
              UNTIL SWEEP-REGEL-IDX > SWEEP-REGEL-ANZAHL
              PERFORM sweep-lauf-je-regel
           END-PERFORM.
       verarbeite-sweep-konfiguration-ende.
       EXIT.

       sweep-lauf-je-regel SECTION.
           MOVE SR-REGEL(SWEEP-REGEL-IDX) TO REGEL-EINGABE
           PERFORM pruefe-regel
           IF NOT IST-REGEL-GUELTIG THEN
              MOVE SPACES TO VERGLEICH-SATZ
              STRING "KONFIGURATION " DELIMITED BY SIZE
                     SWEEP-NUMMER DELIMITED BY SIZE
                     " UNGUELTIGE REGEL: " DELIMITED BY SIZE
                     REGEL-EINGABE DELIMITED BY SIZE
                 INTO VERGLEICH-SATZ
              END-STRING
              WRITE VERGLEICH-SATZ
              GO TO sweep-lauf-je-regel-ende
           END-IF

           PERFORM initialisiere-sweep-lauf
           PERFORM setze-sweep-muster

              PERFORM pruefe-stabilitaet
           END-PERFORM

           MOVE SPACES TO OBJEKT-TITEL
           STRING "Konfiguration " DELIMITED BY SIZE
                  SWEEP-NUMMER DELIMITED BY SIZE
                  " Muster " DELIMITED BY SIZE
                  SW-MUSTER DELIMITED BY SPACE
              INTO OBJEKT-TITEL
           END-STRING
           PERFORM objekt-zaehlung
           PERFORM schreibe-vergleichszeile.
       sweep-lauf-je-regel-ende.
       EXIT.

       initialisiere-sweep-lauf SECTION.
           MOVE GENERATION-NUMMER TO GENERATION-ANZEIGE
           MOVE POPULATION TO POPULATION-ANZEIGE
           MOVE PERIODE TO PERIODE-ANZEIGE
           MOVE OBJEKT-GESAMT TO OBJEKT-GESAMT-ANZEIGE
           MOVE OBJEKT-UNBEKANNT TO OBJEKT-UNBEKANNT-ANZEIGE
           MOVE SPACES TO VERGLEICH-SATZ
           STRING SW-HOEHE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SW-RAND DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SW-MUSTER DELIMITED BY SIZE
                  REGEL-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GENERATION-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POPULATION-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STATUS-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OBJEKT-GESAMT-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OBJEKT-UNBEKANNT-ANZEIGE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FORMEN-TEXT DELIMITED BY SIZE
              INTO VERGLEICH-SATZ
           END-STRING
           WRITE VERGLEICH-SATZ
                    MOVE GK-BREITE TO width1
                    MOVE GK-MODUS TO BATCH-MODUS
                    MOVE GK-RAND TO RAND-MODUS
                    MOVE GK-REGEL TO REGEL-EINGABE
                    PERFORM pruefe-regel
                    IF NOT IST-REGEL-GUELTIG THEN
                       DISPLAY "FEHLER: Regel " REGEL-EINGABE
                          " aus input.txt ist kein gueltiger "
                          "B/S-Regelstring (z.B. B3/S23)"
                       CLOSE INPUT-START
                       STOP RUN
                    END-IF
                    IF height1 > 99 OR height1 < 1
                       OR width1 > 300 OR width1 < 1 THEN
                       DISPLAY "FEHLER: Spielfeldgroesse " height1
           END-PERFORM
       EXIT.

      *****************************************************************
      * Objektzaehlung: das Spielfeld wird in zusammenhaengende
      * Zellgruppen (8er-Nachbarschaft, im Torus-Modus umlaufend)
      * zerlegt, jede Gruppe wird in allen acht Lagen gegen den
      * Formenkatalog verglichen. Die Zeilen landen in objekte.txt,
      * die Datei oeffnet und schliesst der Aufrufer
      *****************************************************************
       objekt-zaehlung SECTION.
           MOVE SPACES TO OBJEKT-MARKEN
           MOVE ZERO TO OBJEKT-GESAMT
           MOVE ZERO TO OBJEKT-UNBEKANNT
           MOVE ZERO TO FZ-ANZAHL-FORMEN

           MOVE GENERATION-NUMMER TO GENERATION-ANZEIGE
           MOVE SPACES TO OBJEKT-SATZ
           STRING "Objektzaehlung " DELIMITED BY SIZE
                  OBJEKT-TITEL DELIMITED BY "  "
                  "  Generation " DELIMITED BY SIZE
                  FUNCTION TRIM(GENERATION-ANZEIGE) DELIMITED BY SIZE
                  "  Feld " DELIMITED BY SIZE
                  height1 DELIMITED BY SIZE
                  " x " DELIMITED BY SIZE
                  width1 DELIMITED BY SIZE
                  "  Rand " DELIMITED BY SIZE
                  RAND-MODUS DELIMITED BY SIZE
                  "  Regel " DELIMITED BY SIZE
                  REGEL-TEXT DELIMITED BY SIZE
              INTO OBJEKT-SATZ
           END-STRING
           WRITE OBJEKT-SATZ
           MOVE SPACES TO OBJEKT-SATZ
           STRING "Nr    Zeile Spalte Hoehe Breite Zellen  "
                     DELIMITED BY SIZE
                  "Form             Lage" DELIMITED BY SIZE
              INTO OBJEKT-SATZ
           END-STRING
           WRITE OBJEKT-SATZ

           PERFORM VARYING OBJEKT-Y FROM 1 BY 1
              UNTIL OBJEKT-Y > height1
              PERFORM VARYING OBJEKT-X FROM 1 BY 1
                 UNTIL OBJEKT-X > width1
                 IF ZELLE(OBJEKT-Y, OBJEKT-X) = 1
                    AND OM-MARKE(OBJEKT-Y, OBJEKT-X) = SPACE THEN
                    PERFORM erfasse-objekt
                    PERFORM bestimme-objektform
                    PERFORM schreibe-objektzeile
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM schreibe-objektsummen
       EXIT.

       erfasse-objekt SECTION.
      * Breitensuche; OZ-Y/OZ-X sind nicht umgebrochen, damit ein
      * Objekt ueber den Torusrand hinweg zusammenhaengend bleibt
           ADD 1 TO OBJEKT-GESAMT
           MOVE "X" TO OM-MARKE(OBJEKT-Y, OBJEKT-X)
           MOVE 1 TO OZ-ANZAHL
           MOVE OBJEKT-Y TO OZ-Y(1)
           MOVE OBJEKT-X TO OZ-X(1)
           PERFORM VARYING OZ-IDX FROM 1 BY 1
              UNTIL OZ-IDX > OZ-ANZAHL
              PERFORM VARYING NACHBAR-DY FROM -1 BY 1
                 UNTIL NACHBAR-DY > 1
                 PERFORM VARYING NACHBAR-DX FROM -1 BY 1
                    UNTIL NACHBAR-DX > 1
                    IF NACHBAR-DY NOT = ZERO OR NACHBAR-DX NOT = ZERO
                       THEN
                       PERFORM pruefe-objekt-nachbar
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM

           MOVE OZ-Y(1) TO OBJEKT-MIN-Y
           MOVE OZ-Y(1) TO OBJEKT-MAX-Y
           MOVE OZ-X(1) TO OBJEKT-MIN-X
           MOVE OZ-X(1) TO OBJEKT-MAX-X
           PERFORM VARYING OZ-IDX FROM 2 BY 1
              UNTIL OZ-IDX > OZ-ANZAHL
              IF OZ-Y(OZ-IDX) < OBJEKT-MIN-Y THEN
                 MOVE OZ-Y(OZ-IDX) TO OBJEKT-MIN-Y
              END-IF
              IF OZ-Y(OZ-IDX) > OBJEKT-MAX-Y THEN
                 MOVE OZ-Y(OZ-IDX) TO OBJEKT-MAX-Y
              END-IF
              IF OZ-X(OZ-IDX) < OBJEKT-MIN-X THEN
                 MOVE OZ-X(OZ-IDX) TO OBJEKT-MIN-X
              END-IF
              IF OZ-X(OZ-IDX) > OBJEKT-MAX-X THEN
                 MOVE OZ-X(OZ-IDX) TO OBJEKT-MAX-X
              END-IF
           END-PERFORM
           COMPUTE OBJEKT-HOEHE = OBJEKT-MAX-Y - OBJEKT-MIN-Y + 1
           COMPUTE OBJEKT-BREITE = OBJEKT-MAX-X - OBJEKT-MIN-X + 1
       EXIT.

       pruefe-objekt-nachbar SECTION.
           COMPUTE ROH-Y = OZ-Y(OZ-IDX) + NACHBAR-DY
           COMPUTE ROH-X = OZ-X(OZ-IDX) + NACHBAR-DX
           IF IST-TORUS THEN
              COMPUTE NACHBAR-Y = FUNCTION MOD(ROH-Y - 1, height1) + 1
              COMPUTE NACHBAR-X = FUNCTION MOD(ROH-X - 1, width1) + 1
           ELSE
              IF ROH-Y < 1 OR ROH-Y > height1
                 OR ROH-X < 1 OR ROH-X > width1 THEN
                 GO TO pruefe-objekt-nachbar-ende
              END-IF
              MOVE ROH-Y TO NACHBAR-Y
              MOVE ROH-X TO NACHBAR-X
           END-IF
           IF ZELLE(NACHBAR-Y, NACHBAR-X) = 1
              AND OM-MARKE(NACHBAR-Y, NACHBAR-X) = SPACE THEN
              MOVE "X" TO OM-MARKE(NACHBAR-Y, NACHBAR-X)
              ADD 1 TO OZ-ANZAHL
              MOVE ROH-Y TO OZ-Y(OZ-ANZAHL)
              MOVE ROH-X TO OZ-X(OZ-ANZAHL)
           END-IF.
       pruefe-objekt-nachbar-ende.
       EXIT.

       bestimme-objektform SECTION.
           MOVE ZERO TO FORM-TREFFER
           MOVE ZERO TO FORM-LAGE
           IF OBJEKT-HOEHE > 20 OR OBJEKT-BREITE > 20 THEN
              GO TO bestimme-objektform-ende
           END-IF

           MOVE ALL "0" TO OBJEKT-BILD
           PERFORM VARYING OZ-IDX FROM 1 BY 1
              UNTIL OZ-IDX > OZ-ANZAHL
              COMPUTE QUELL-I = OZ-Y(OZ-IDX) - OBJEKT-MIN-Y + 1
              COMPUTE QUELL-J = OZ-X(OZ-IDX) - OBJEKT-MIN-X + 1
              MOVE "1" TO OB-ZEILE(QUELL-I)(QUELL-J:1)
           END-PERFORM

           PERFORM VARYING FORM-IDX FROM 1 BY 1
              UNTIL FORM-IDX > FORM-ANZAHL OR FORM-TREFFER > ZERO
              IF FK-ZELLEN(FORM-IDX) = OZ-ANZAHL THEN
                 PERFORM VARYING FORM-LAGE FROM 0 BY 1
                    UNTIL FORM-LAGE > 7 OR FORM-TREFFER > ZERO
                    PERFORM vergleiche-formlage
                    IF FORM-PASST = "J" THEN
                       MOVE FORM-IDX TO FORM-TREFFER
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
      * die Schleifen zaehlen nach dem Treffer noch einmal weiter
           IF FORM-TREFFER > ZERO THEN
              SUBTRACT 1 FROM FORM-LAGE
           END-IF.
       bestimme-objektform-ende.
       EXIT.

      * Lage 0-3: um 0/90/180/270 Grad gedreht, 4-7: gespiegelt
       vergleiche-formlage SECTION.
           MOVE "N" TO FORM-PASST
           IF FORM-LAGE = 0 OR FORM-LAGE = 2
              OR FORM-LAGE = 4 OR FORM-LAGE = 6 THEN
              IF FK-HOEHE(FORM-IDX) NOT = OBJEKT-HOEHE
                 OR FK-BREITE(FORM-IDX) NOT = OBJEKT-BREITE THEN
                 GO TO vergleiche-formlage-ende
              END-IF
           ELSE
              IF FK-HOEHE(FORM-IDX) NOT = OBJEKT-BREITE
                 OR FK-BREITE(FORM-IDX) NOT = OBJEKT-HOEHE THEN
                 GO TO vergleiche-formlage-ende
              END-IF
           END-IF

           MOVE "J" TO FORM-PASST
           PERFORM VARYING FORM-I FROM 1 BY 1
              UNTIL FORM-I > FK-HOEHE(FORM-IDX) OR FORM-PASST = "N"
              PERFORM VARYING FORM-J FROM 1 BY 1
                 UNTIL FORM-J > FK-BREITE(FORM-IDX) OR FORM-PASST = "N"
                 EVALUATE FORM-LAGE
                    WHEN 0
                       MOVE FORM-I TO QUELL-I
                       MOVE FORM-J TO QUELL-J
                    WHEN 1
                       COMPUTE QUELL-I = OBJEKT-HOEHE - FORM-J + 1
                       MOVE FORM-I TO QUELL-J
                    WHEN 2
                       COMPUTE QUELL-I = OBJEKT-HOEHE - FORM-I + 1
                       COMPUTE QUELL-J = OBJEKT-BREITE - FORM-J + 1
                    WHEN 3
                       MOVE FORM-J TO QUELL-I
                       COMPUTE QUELL-J = OBJEKT-BREITE - FORM-I + 1
                    WHEN 4
                       MOVE FORM-I TO QUELL-I
                       COMPUTE QUELL-J = OBJEKT-BREITE - FORM-J + 1
                    WHEN 5
                       COMPUTE QUELL-I = OBJEKT-HOEHE - FORM-J + 1
                       COMPUTE QUELL-J = OBJEKT-BREITE - FORM-I + 1
                    WHEN 6
                       COMPUTE QUELL-I = OBJEKT-HOEHE - FORM-I + 1
                       MOVE FORM-J TO QUELL-J
                    WHEN OTHER
                       MOVE FORM-J TO QUELL-I
                       MOVE FORM-I TO QUELL-J
                 END-EVALUATE
                 IF FK-ZEILE(FORM-IDX, FORM-I)(FORM-J:1) = "1" THEN
                    IF OB-ZEILE(QUELL-I)(QUELL-J:1) NOT = "1" THEN
                       MOVE "N" TO FORM-PASST
                    END-IF
                 ELSE
                    IF OB-ZEILE(QUELL-I)(QUELL-J:1) = "1" THEN
                       MOVE "N" TO FORM-PASST
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
       vergleiche-formlage-ende.
       EXIT.

       schreibe-objektzeile SECTION.
           MOVE SPACES TO OBJEKT-DETAIL
           MOVE OBJEKT-GESAMT TO OD-NUMMER
           COMPUTE OD-ZEILE =
              FUNCTION MOD(OBJEKT-MIN-Y - 1, height1) + 1
           COMPUTE OD-SPALTE =
              FUNCTION MOD(OBJEKT-MIN-X - 1, width1) + 1
           MOVE OBJEKT-HOEHE TO OD-HOEHE
           MOVE OBJEKT-BREITE TO OD-BREITE
           MOVE OZ-ANZAHL TO OD-ZELLEN
           IF FORM-TREFFER > ZERO THEN
              MOVE FK-NAME(FORM-TREFFER) TO OD-FORM
              MOVE LAGE-NAME(FORM-LAGE + 1) TO OD-LAGE
           ELSE
              MOVE "UNBEKANNT" TO OD-FORM
              ADD 1 TO OBJEKT-UNBEKANNT
           END-IF
           WRITE OBJEKT-SATZ FROM OBJEKT-DETAIL

           MOVE ZERO TO FZ-TREFFER
           PERFORM VARYING FZ-IDX FROM 1 BY 1
              UNTIL FZ-IDX > FZ-ANZAHL-FORMEN
              IF FZ-NAME(FZ-IDX) = OD-FORM THEN
                 MOVE FZ-IDX TO FZ-TREFFER
              END-IF
           END-PERFORM
           IF FZ-TREFFER = ZERO AND FZ-ANZAHL-FORMEN < 40 THEN
              ADD 1 TO FZ-ANZAHL-FORMEN
              MOVE FZ-ANZAHL-FORMEN TO FZ-TREFFER
              MOVE OD-FORM TO FZ-NAME(FZ-TREFFER)
              MOVE ZERO TO FZ-ANZAHL(FZ-TREFFER)
           END-IF
           IF FZ-TREFFER > ZERO THEN
              ADD 1 TO FZ-ANZAHL(FZ-TREFFER)
           END-IF
       EXIT.

       schreibe-objektsummen SECTION.
           IF OBJEKT-GESAMT = ZERO THEN
              MOVE "KEINE OBJEKTE" TO OBJEKT-SATZ
              WRITE OBJEKT-SATZ
           END-IF
           MOVE SPACES TO OBJEKT-SATZ
           WRITE OBJEKT-SATZ
           MOVE SPACES TO FORMEN-TEXT
           MOVE 1 TO FORMEN-ZEIGER
           PERFORM VARYING FZ-IDX FROM 1 BY 1
              UNTIL FZ-IDX > FZ-ANZAHL-FORMEN
              MOVE FZ-ANZAHL(FZ-IDX) TO ZAEHL-ANZEIGE
              MOVE SPACES TO OBJEKT-SATZ
              STRING FZ-NAME(FZ-IDX) DELIMITED BY SIZE
                     ZAEHL-ANZEIGE DELIMITED BY SIZE
                 INTO OBJEKT-SATZ
              END-STRING
              WRITE OBJEKT-SATZ
              STRING FZ-NAME(FZ-IDX) DELIMITED BY SPACE
                     ":" DELIMITED BY SIZE
                     FUNCTION TRIM(ZAEHL-ANZEIGE) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                 INTO FORMEN-TEXT WITH POINTER FORMEN-ZEIGER
              END-STRING
           END-PERFORM
           MOVE OBJEKT-GESAMT TO ZAEHL-ANZEIGE
           MOVE SPACES TO OBJEKT-SATZ
           STRING "Objekte gesamt  " DELIMITED BY SIZE
                  ZAEHL-ANZEIGE DELIMITED BY SIZE
              INTO OBJEKT-SATZ
           END-STRING
           WRITE OBJEKT-SATZ
           MOVE SPACES TO OBJEKT-SATZ
           MOVE "Lage: R000/R090/R180/R270 im Uhrzeigersinn gedreht,"
             TO OBJEKT-SATZ
           WRITE OBJEKT-SATZ
           MOVE SPACES TO OBJEKT-SATZ
           STRING "      SPV/SPH/SPD/SPA gespiegelt an senkrechter/"
                     DELIMITED BY SIZE
                  "waagrechter Achse, Haupt-/Nebendiagonale"
                     DELIMITED BY SIZE
              INTO OBJEKT-SATZ
           END-STRING
           WRITE OBJEKT-SATZ
           MOVE SPACES TO OBJEKT-SATZ
           WRITE OBJEKT-SATZ
       EXIT.

      * Formenkatalog: eingebaute Formen, dahinter alle Muster aus
      * muster.txt, die in 20 x 20 Zellen passen
       lade-formkatalog SECTION.
           MOVE ZERO TO FORM-ANZAHL
           PERFORM VARYING FV-IDX FROM 1 BY 1 UNTIL FV-IDX > 17
              ADD 1 TO FORM-ANZAHL
              MOVE FV-NAME(FV-IDX) TO FK-NAME(FORM-ANZAHL)
              MOVE SPACES TO FK-ZEILEN(FORM-ANZAHL)
              MOVE ZERO TO FK-HOEHE(FORM-ANZAHL)
              UNSTRING FV-ZEILEN(FV-IDX) DELIMITED BY "/" OR " "
                 INTO FK-ZEILE(FORM-ANZAHL, 1) FK-ZEILE(FORM-ANZAHL, 2)
                      FK-ZEILE(FORM-ANZAHL, 3) FK-ZEILE(FORM-ANZAHL, 4)
                      FK-ZEILE(FORM-ANZAHL, 5)
              END-UNSTRING
              PERFORM VARYING FORM-I FROM 1 BY 1 UNTIL FORM-I > 5
                 IF FK-ZEILE(FORM-ANZAHL, FORM-I) NOT = SPACES THEN
                    MOVE FORM-I TO FK-HOEHE(FORM-ANZAHL)
                 END-IF
              END-PERFORM
              MOVE ZERO TO FK-BREITE(FORM-ANZAHL)
              INSPECT FK-ZEILE(FORM-ANZAHL, 1) TALLYING
                 FK-BREITE(FORM-ANZAHL) FOR CHARACTERS BEFORE " "
              PERFORM zaehle-formzellen
           END-PERFORM

           PERFORM VARYING MUSTER-IDX FROM 1 BY 1
              UNTIL MUSTER-IDX > MUSTER-ANZAHL
              IF MB-BREITE(MUSTER-IDX) <= 20 AND FORM-ANZAHL < 40 THEN
                 ADD 1 TO FORM-ANZAHL
                 MOVE MB-NAME(MUSTER-IDX) TO FK-NAME(FORM-ANZAHL)
                 MOVE MB-HOEHE(MUSTER-IDX) TO FK-HOEHE(FORM-ANZAHL)
                 MOVE MB-BREITE(MUSTER-IDX) TO FK-BREITE(FORM-ANZAHL)
                 MOVE SPACES TO FK-ZEILEN(FORM-ANZAHL)
                 PERFORM VARYING FORM-I FROM 1 BY 1
                    UNTIL FORM-I > MB-HOEHE(MUSTER-IDX)
                    MOVE MB-ZEILE(MUSTER-IDX, FORM-I)(1:20)
                      TO FK-ZEILE(FORM-ANZAHL, FORM-I)
                 END-PERFORM
                 PERFORM zaehle-formzellen
              END-IF
           END-PERFORM
       EXIT.

       zaehle-formzellen SECTION.
           MOVE ZERO TO FK-ZELLEN(FORM-ANZAHL)
           PERFORM VARYING FORM-I FROM 1 BY 1
              UNTIL FORM-I > FK-HOEHE(FORM-ANZAHL)
              INSPECT FK-ZEILE(FORM-ANZAHL, FORM-I)
                 TALLYING FK-ZELLEN(FORM-ANZAHL) FOR ALL "1"
           END-PERFORM
       EXIT.

      *****************************************************************
      * B/S-Regelstring zerlegen, z.B. B3/S23, B36/S23, B2/S; leer
      * bedeutet B3/S23. REGEL-TEXT erhaelt die Regel in
      * einheitlicher Schreibweise mit aufsteigenden Ziffern
      *****************************************************************
       pruefe-regel SECTION.
           MOVE "J" TO REGEL-GUELTIG
           IF REGEL-EINGABE = SPACES THEN
              MOVE "B3/S23" TO REGEL-EINGABE
           END-IF
           INSPECT REGEL-EINGABE CONVERTING "bs" TO "BS"
           MOVE ZERO TO REGEL-TABELLE
           MOVE SPACE TO REGEL-TEIL
           MOVE "N" TO REGEL-B-GESEHEN
           MOVE "N" TO REGEL-S-GESEHEN
           PERFORM VARYING REGEL-POS FROM 1 BY 1
              UNTIL REGEL-POS > 21 OR NOT IST-REGEL-GUELTIG
              MOVE REGEL-EINGABE(REGEL-POS:1) TO REGEL-ZEICHEN
              EVALUATE TRUE
                 WHEN REGEL-ZEICHEN = SPACE OR REGEL-ZEICHEN = "/"
                    CONTINUE
                 WHEN REGEL-ZEICHEN = "B" AND REGEL-B-GESEHEN = "N"
                    MOVE "B" TO REGEL-TEIL
                    MOVE "J" TO REGEL-B-GESEHEN
                 WHEN REGEL-ZEICHEN = "S" AND REGEL-S-GESEHEN = "N"
                    MOVE "S" TO REGEL-TEIL
                    MOVE "J" TO REGEL-S-GESEHEN
                 WHEN REGEL-ZEICHEN >= "0" AND REGEL-ZEICHEN <= "8"
                    AND REGEL-TEIL NOT = SPACE
                    MOVE REGEL-ZEICHEN TO REGEL-ZIFFER
                    IF REGEL-TEIL = "B" THEN
                       MOVE 1 TO REGEL-GEBURT(REGEL-ZIFFER + 1)
                    ELSE
                       MOVE 1 TO REGEL-UEBERLEBEN(REGEL-ZIFFER + 1)
                    END-IF
                 WHEN OTHER
                    MOVE "N" TO REGEL-GUELTIG
              END-EVALUATE
           END-PERFORM
           IF REGEL-B-GESEHEN = "N" OR REGEL-S-GESEHEN = "N" THEN
              MOVE "N" TO REGEL-GUELTIG
           END-IF
           IF NOT IST-REGEL-GUELTIG THEN
              GO TO pruefe-regel-ende
           END-IF

           MOVE SPACES TO REGEL-TEXT
           MOVE "B" TO REGEL-TEXT(1:1)
           MOVE 2 TO REGEL-ZEIGER
           PERFORM VARYING REGEL-IDX FROM 1 BY 1 UNTIL REGEL-IDX > 9
              IF REGEL-GEBURT(REGEL-IDX) = 1 THEN
                 COMPUTE REGEL-ZIFFER = REGEL-IDX - 1
                 MOVE REGEL-ZIFFER TO REGEL-TEXT(REGEL-ZEIGER:1)
                 ADD 1 TO REGEL-ZEIGER
              END-IF
           END-PERFORM
           MOVE "/S" TO REGEL-TEXT(REGEL-ZEIGER:2)
           ADD 2 TO REGEL-ZEIGER
           PERFORM VARYING REGEL-IDX FROM 1 BY 1 UNTIL REGEL-IDX > 9
              IF REGEL-UEBERLEBEN(REGEL-IDX) = 1 THEN
                 COMPUTE REGEL-ZIFFER = REGEL-IDX - 1
                 MOVE REGEL-ZIFFER TO REGEL-TEXT(REGEL-ZEIGER:1)
                 ADD 1 TO REGEL-ZEIGER
              END-IF
           END-PERFORM.
       pruefe-regel-ende.
       EXIT.

       next-Generation SECTION.
           MOVE ZERO TO POPULATION-NEU
           MOVE ZERO TO PRUEFSUMME-NEU
                 PERFORM number-of-neighbours

                 IF ZELLE(DISPLAY-Y, DISPLAY-X) = 1 THEN
                    IF REGEL-UEBERLEBEN(count-neighbour + 1) = 1
                    THEN
                       COMPUTE NEUE-ZELLE(DISPLAY-Y, DISPLAY-X) = 1
                    ELSE
                       COMPUTE NEUE-ZELLE(DISPLAY-Y, DISPLAY-X) = 0
                    END-IF
                 ELSE
                    IF REGEL-GEBURT(count-neighbour + 1) = 1
                    THEN
                       COMPUTE NEUE-ZELLE(DISPLAY-Y, DISPLAY-X) = 1
                    ELSE
           DISPLAY "Simulation beendet nach Generation: "
              GENERATION-NUMMER
           DISPLAY "Population: " POPULATION
           DISPLAY "Regel: " REGEL-TEXT
           EVALUATE TRUE
              WHEN SIMULATION-AUSGESTORBEN
                 DISPLAY "Status: AUSGESTORBEN"
           WRITE STATISTIK-SATZ FROM STATISTIK-ZEILE
       EXIT.

       schreibe-statistik-kopf SECTION.
           MOVE SPACES TO STATISTIK-SATZ
           STRING "Regel;" DELIMITED BY SIZE
                  REGEL-TEXT DELIMITED BY SIZE
              INTO STATISTIK-SATZ
           END-STRING
           WRITE STATISTIK-SATZ
       EXIT.

       schreibe-ergebnis SECTION.
           OPEN OUTPUT ERGEBNIS-DATEI
           MOVE SPACES TO ERGEBNIS-SATZ
           END-STRING
           WRITE ERGEBNIS-SATZ
           MOVE SPACES TO ERGEBNIS-SATZ
           STRING "Regel: " DELIMITED BY SIZE
                  REGEL-TEXT DELIMITED BY SIZE
              INTO ERGEBNIS-SATZ
           END-STRING
           WRITE ERGEBNIS-SATZ
           MOVE SPACES TO ERGEBNIS-SATZ
           EVALUATE TRUE
              WHEN SIMULATION-AUSGESTORBEN
                 MOVE "Status: AUSGESTORBEN" TO ERGEBNIS-SATZ
      * frueheren Lauf mit anderer Spielfeldgroesse
      * ausserdem muss der Randmodus uebereinstimmen, sonst wuerde
      * der Lauf unter falschen Regeln fortgesetzt
      * dasselbe gilt fuer die B/S-Regel; Snapshots ohne Regel
      * stammen aus der Zeit, als B3/S23 fest eingestellt war
                    IF SK-REGEL = SPACES THEN
                       MOVE "B3/S23" TO SK-REGEL
                    END-IF
                    IF SK-HOEHE = height1 AND SK-BREITE = width1
                       AND SK-RANDMODUS = RAND-MODUS
                       AND SK-REGEL = REGEL-TEXT THEN
                       MOVE SK-GENERATION TO GENERATION-NUMMER
                       MOVE SK-PRUEFSUMME-ANZAHL TO PRUEFSUMME-ANZAHL
                       PERFORM VARYING PRUEFSUMME-IDX FROM 1 BY 1
              MOVE width1 TO SK-BREITE
              MOVE PRUEFSUMME-ANZAHL TO SK-PRUEFSUMME-ANZAHL
              MOVE RAND-MODUS TO SK-RANDMODUS
              MOVE REGEL-TEXT TO SK-REGEL
              WRITE SNAPSHOT-SATZ FROM SNAPSHOT-KOPF
              PERFORM VARYING PRUEFSUMME-IDX FROM 1 BY 1
                 UNTIL PRUEFSUMME-IDX > PRUEFSUMME-ANZAHL
