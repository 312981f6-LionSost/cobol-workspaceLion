              05 bl-c-siege-mensch PIC 9(6).
              05 bl-c-siege-computer PIC 9(6).
              05 bl-c-unentschieden PIC 9(6).
              05 bl-variante PIC X(5).

           FD TURNIER-DATEI.
           01 turnier-satz PIC X(100).
       WORKING-STORAGE SECTION.
           01 field.
              05 feld-zeile OCCURS 7 TIMES.
                 07 feld-spalte PIC X OCCURS 7 TIMES.
           01 drawing.
              05 zeichen-zeile PIC X(30).
              05 trenn-zeile PIC X(30).
           01 anzeige-breite PIC 99.
           01 anz-zeile PIC 9.
           01 anz-spalte PIC 9.
      * Spielvariante: Brettgroesse n x n und Steine in einer Reihe
           01 brett-groesse PIC 9 VALUE 3.
           01 reihe-laenge PIC 9 VALUE 3.
           01 max-zuege PIC 99 VALUE 10.
           01 variante.
              05 va-groesse PIC 9 VALUE 3.
              05 FILLER PIC X VALUE "x".
              05 va-groesse-2 PIC 9 VALUE 3.
              05 FILLER PIC X VALUE "/".
              05 va-reihe PIC 9 VALUE 3.
           01 varianten-eingabe PIC X.
           01 varianten-zahl PIC 9.
           01 spiel-variante PIC X(5) OCCURS 200 TIMES.
      * Gewinnpruefung und Zugbewertung laufen ueber die vier
      * Richtungen waagrecht, senkrecht und die beiden Diagonalen
           01 richtungs-werte PIC X(16) VALUE "+0+1+1+0+1+1+1-1".
           01 richtungs-tabelle REDEFINES richtungs-werte.
              05 richtung OCCURS 4 TIMES.
                 10 r-dz PIC S9 SIGN LEADING SEPARATE.
                 10 r-ds PIC S9 SIGN LEADING SEPARATE.
           01 richt-idx PIC 9.
           01 gw-zeile PIC 9.
           01 gw-spalte PIC 9.
           01 lauf-zeile PIC S99.
           01 lauf-spalte PIC S99.
           01 fenster-zeile PIC S99.
           01 fenster-spalte PIC S99.
           01 fenster-ende-zeile PIC S99.
           01 fenster-ende-spalte PIC S99.
           01 versatz PIC 9.
           01 reihe-treffer PIC 9.
           01 eigene-steine PIC 9.
           01 fremde-steine PIC 9.
           01 feld-wert PIC 9(5).
           01 bester-wert PIC 9(5).
           01 bestenliste-tabelle.
              05 bt-eintrag OCCURS 15 TIMES.
                 10 bt-variante PIC X(5).
                 10 bt-siege-1 PIC 9(6).
                 10 bt-siege-2 PIC 9(6).
                 10 bt-unentschieden PIC 9(6).
                 10 bt-c-siege-mensch PIC 9(6).
                 10 bt-c-siege-computer PIC 9(6).
                 10 bt-c-unentschieden PIC 9(6).
           01 bt-anzahl PIC 99 VALUE ZERO.
           01 bt-idx PIC 99.
           01 bt-aktuell PIC 99 VALUE ZERO.
           01 bestenliste-ende PIC X.
           01 1-gewonnen PIC X(4) VALUES "nein".
           01 2-gewonnen PIC X(4) VALUES "nein".
           01 zuege PIC 99 VALUE ZERO.
              STOP RUN
           END-IF

           PERFORM VARIANTENWAHL

           IF spielmodus = "4"
           THEN
              PERFORM TURNIER
           PERFORM DRAW

           PERFORM UNTIL 1-gewonnen = "ja" OR 2-gewonnen = "ja" OR
           zuege = max-zuege
      * im Turnier wechselt das Anzugsrecht von Spiel zu Spiel
              IF FUNCTION MOD(zuege + start-versatz, 2) = 1
              THEN
           END-IF

           PERFORM SCHREIBE-BESTENLISTE
           DISPLAY "Variante " variante
           DISPLAY "Stand -- Spieler 1: " siege-1
              "  Spieler 2: " siege-2 "  Unentschieden: " unentschieden
           DISPLAY "Gegen Computer -- Mensch: " c-siege-mensch

           MOVE SPACES TO turnier-satz
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
              " Variante " DELIMITED BY SIZE
              variante DELIMITED BY SIZE
              " Serie " DELIMITED BY SIZE
              serie-laenge DELIMITED BY SIZE
              " Spiele " DELIMITED BY SIZE
           END-IF
           EXIT.

       VARIANTENWAHL SECTION.
           PERFORM GROESSENEINGABE
           PERFORM REIHENEINGABE
           MOVE brett-groesse TO va-groesse
           MOVE brett-groesse TO va-groesse-2
           MOVE reihe-laenge TO va-reihe
           COMPUTE max-zuege = brett-groesse * brett-groesse + 1
           PERFORM WAEHLE-BESTENLISTE-EINTRAG
           DISPLAY "Gespielt wird " variante ": " brett-groesse
              " x " brett-groesse ", " reihe-laenge
              " in einer Reihe gewinnen"
           EXIT.

       GROESSENEINGABE SECTION.
           DISPLAY "Brettgroesse (3-7, ohne Eingabe 3):"
           MOVE SPACE TO varianten-eingabe
           ACCEPT varianten-eingabe

           IF varianten-eingabe = SPACE
           THEN
              MOVE 3 TO brett-groesse
           ELSE
              IF varianten-eingabe IS NUMERIC
                 AND varianten-eingabe >= "3"
                 AND varianten-eingabe <= "7"
              THEN
                 MOVE varianten-eingabe TO brett-groesse
              ELSE
                 DISPLAY "Bitte eine Zahl zwischen 3 und 7 eingeben"
                 PERFORM GROESSENEINGABE
              END-IF
           END-IF
           EXIT.

       REIHENEINGABE SECTION.
      * ohne Eingabe: volle Reihe bis 4 x 4, vier auf 5 x 5,
      * darueber fuenf in einer Reihe wie beim Gomoku
           EVALUATE brett-groesse
              WHEN 3
              WHEN 4
                 MOVE brett-groesse TO reihe-laenge
              WHEN 5
                 MOVE 4 TO reihe-laenge
              WHEN OTHER
                 MOVE 5 TO reihe-laenge
           END-EVALUATE
           IF brett-groesse = 3
           THEN
              GO TO REIHENEINGABE-ENDE
           END-IF

           DISPLAY "Steine in einer Reihe zum Sieg (3-" brett-groesse
              ", ohne Eingabe " reihe-laenge "):"
           MOVE SPACE TO varianten-eingabe
           ACCEPT varianten-eingabe

           MOVE ZERO TO varianten-zahl
           IF varianten-eingabe IS NUMERIC
           THEN
              MOVE varianten-eingabe TO varianten-zahl
           END-IF

           IF varianten-eingabe NOT = SPACE
           THEN
              IF varianten-zahl >= 3 AND varianten-zahl <= brett-groesse
              THEN
                 MOVE varianten-zahl TO reihe-laenge
              ELSE
                 DISPLAY "Bitte eine Zahl zwischen 3 und "
                    brett-groesse " eingeben"
                 PERFORM REIHENEINGABE
              END-IF
           END-IF.
       REIHENEINGABE-ENDE.
           EXIT.

       WIEDERHOLUNG SECTION.
           OPEN INPUT ZUG-LOG
           IF zug-log-status NOT = "00"
                 DISPLAY "Das Zuglog enthaelt keine Spiele"
              ELSE
                 PERFORM WAEHLE-SPIEL
                 MOVE spiel-variante(spiel-wahl) TO variante
                 MOVE va-groesse TO brett-groesse
                 MOVE va-reihe TO reihe-laenge
                 OPEN INPUT ZUG-LOG
                 PERFORM SPIELE-SPIEL-AB
                 CLOSE ZUG-LOG
                       THEN
                          ADD 1 TO spiel-anzahl
                          MOVE ZERO TO spiel-zuege(spiel-anzahl)
      * Spiele aus der Zeit vor den Varianten sind 3 x 3
                          IF zug-log-satz(21:9) = "Variante "
                          THEN
                             MOVE zug-log-satz(30:5)
                               TO spiel-variante(spiel-anzahl)
                          ELSE
                             MOVE "3x3/3"
                               TO spiel-variante(spiel-anzahl)
                          END-IF
                       END-IF
                    ELSE
                       IF spiel-anzahl > ZERO AND
           PERFORM VARYING spiel-zaehler FROM 1 BY 1
              UNTIL spiel-zaehler > spiel-anzahl
              DISPLAY "Spiel " spiel-zaehler ": "
                 spiel-zuege(spiel-zaehler) " Zuege, Variante "
                 spiel-variante(spiel-zaehler)
           END-PERFORM
           EXIT.


       ZEIGE-ANALYSE SECTION.
           DISPLAY "Analyse Spiel " spiel-wahl ":"
           DISPLAY "Variante: " variante
           DISPLAY "Anzahl Zuege: " replay-zug-nummer
           IF gewinn-zug > ZERO
           THEN
              PERFORM SUCHE-GEWINNZUG
           END-IF

      * 3) sonst das Feld mit der besten Bewertung; auf dem
      *    leeren 3 x 3 ist das die Mitte, danach die Ecken
           IF comp-zeile = ZERO
           THEN
              MOVE ZERO TO bester-wert
              PERFORM VARYING i FROM 1 BY 1 UNTIL i > brett-groesse
                 PERFORM VARYING j FROM 1 BY 1 UNTIL j > brett-groesse
                    IF feld-spalte(i, j) = SPACE
                    THEN
                       PERFORM BEWERTE-FELD
                       IF comp-zeile = ZERO OR feld-wert > bester-wert
                       THEN
                          MOVE i TO comp-zeile
                          MOVE j TO comp-spalte
                          MOVE feld-wert TO bester-wert
                       END-IF
                    END-IF
                 END-PERFORM
              END-PERFORM
           PERFORM PRUEFE-GEWINN
           EXIT.

      * jede noch moegliche Gewinnreihe durch das Feld zaehlt, und
      * umso mehr, je mehr eigene oder gegnerische Steine sie hat
       BEWERTE-FELD SECTION.
           MOVE ZERO TO feld-wert
           PERFORM VARYING richt-idx FROM 1 BY 1 UNTIL richt-idx > 4
              PERFORM VARYING versatz FROM 0 BY 1
                 UNTIL versatz >= reihe-laenge
                 COMPUTE fenster-zeile = i - versatz * r-dz(richt-idx)
                 COMPUTE fenster-spalte = j - versatz * r-ds(richt-idx)
                 COMPUTE fenster-ende-zeile = fenster-zeile
                    + (reihe-laenge - 1) * r-dz(richt-idx)
                 COMPUTE fenster-ende-spalte = fenster-spalte
                    + (reihe-laenge - 1) * r-ds(richt-idx)
                 IF fenster-zeile >= 1 AND fenster-spalte >= 1
                    AND fenster-spalte <= brett-groesse
                    AND fenster-ende-zeile <= brett-groesse
                    AND fenster-ende-spalte >= 1
                    AND fenster-ende-spalte <= brett-groesse
                 THEN
                    PERFORM BEWERTE-FENSTER
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.

       BEWERTE-FENSTER SECTION.
           MOVE ZERO TO eigene-steine
           MOVE ZERO TO fremde-steine
           MOVE fenster-zeile TO lauf-zeile
           MOVE fenster-spalte TO lauf-spalte
           PERFORM reihe-laenge TIMES
              IF feld-spalte(lauf-zeile, lauf-spalte) = "O"
              THEN
                 ADD 1 TO eigene-steine
              END-IF
              IF feld-spalte(lauf-zeile, lauf-spalte) = "X"
              THEN
                 ADD 1 TO fremde-steine
              END-IF
              ADD r-dz(richt-idx) TO lauf-zeile
              ADD r-ds(richt-idx) TO lauf-spalte
           END-PERFORM

           IF fremde-steine = ZERO
           THEN
              COMPUTE feld-wert = feld-wert + 1
                 + eigene-steine * eigene-steine * 3
           ELSE
              IF eigene-steine = ZERO
              THEN
                 COMPUTE feld-wert = feld-wert
                    + fremde-steine * fremde-steine * 2
              END-IF
           END-IF
           EXIT.

       SUCHE-GEWINNZUG SECTION.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > brett-groesse
              PERFORM VARYING j FROM 1 BY 1 UNTIL j > brett-groesse
                 IF comp-zeile = ZERO AND feld-spalte(i, j) = SPACE
                 THEN
                    MOVE pruef-zeichen TO feld-spalte(i, j)

       PRUEFE-GEWINN-FUER SECTION.
           MOVE "nein" TO wuerde-gewinnen
           PERFORM VARYING gw-zeile FROM 1 BY 1
              UNTIL gw-zeile > brett-groesse OR wuerde-gewinnen = "ja"
              PERFORM VARYING gw-spalte FROM 1 BY 1
                 UNTIL gw-spalte > brett-groesse
                 OR wuerde-gewinnen = "ja"
                 PERFORM VARYING richt-idx FROM 1 BY 1
                    UNTIL richt-idx > 4 OR wuerde-gewinnen = "ja"
                    PERFORM PRUEFE-REIHE
                 END-PERFORM
              END-PERFORM
           END-PERFORM
           EXIT.

      * reihe-laenge Felder ab gw-zeile/gw-spalte in einer Richtung
       PRUEFE-REIHE SECTION.
           MOVE ZERO TO reihe-treffer
           MOVE gw-zeile TO lauf-zeile
           MOVE gw-spalte TO lauf-spalte
           PERFORM reihe-laenge TIMES
              IF lauf-zeile >= 1 AND lauf-zeile <= brett-groesse
                 AND lauf-spalte >= 1 AND lauf-spalte <= brett-groesse
              THEN
                 IF feld-spalte(lauf-zeile, lauf-spalte) = pruef-zeichen
                 THEN
                    ADD 1 TO reihe-treffer
                 END-IF
              END-IF
              ADD r-dz(richt-idx) TO lauf-zeile
              ADD r-ds(richt-idx) TO lauf-spalte
           END-PERFORM
           IF reihe-treffer = reihe-laenge
           THEN
              MOVE "ja" TO wuerde-gewinnen
           END-IF
           DISPLAY "Zeile:"
           ACCEPT zeile

           IF zeile IS NOT NUMERIC OR zeile <= 0
              OR zeile > brett-groesse
           THEN
              DISPLAY "Bitte gib eine Zahl zwischen 1 und "
                 brett-groesse " ein"
              PERFORM ZEILENEINGABE
           END-IF

           DISPLAY "Spalte:"
           ACCEPT spalte

           IF spalte IS NOT NUMERIC OR spalte <= 0
              OR spalte > brett-groesse
           THEN
              DISPLAY "Bitte gib eine Zahl zwischen 1 und "
                 brett-groesse " ein"
              PERFORM SPALTENEINGABE
           END-IF

           EXIT.

       INITIALISIERE-FELD SECTION.
           MOVE SPACES TO field
           EXIT.

       INITIALDRWFIELD SECTION.
           COMPUTE anzeige-breite = brett-groesse * 4 - 1
           MOVE SPACES TO trenn-zeile IN drawing
           MOVE ALL "-" TO trenn-zeile IN drawing(1:anzeige-breite)
           EXIT.

       AKTUALISIERE-ANZEIGE SECTION.
           PERFORM DRAW
           EXIT.

       PRUEFE-GEWINN SECTION.
           MOVE XO TO pruef-zeichen
           PERFORM PRUEFE-GEWINN-FUER
           IF wuerde-gewinnen = "ja"
           THEN
              IF XO = "X"
                 MOVE "ja" TO 1-gewonnen
           EXIT.

       DRAW SECTION.
           PERFORM VARYING anz-zeile FROM 1 BY 1
              UNTIL anz-zeile > brett-groesse
              MOVE SPACES TO zeichen-zeile IN drawing
              PERFORM VARYING anz-spalte FROM 1 BY 1
                 UNTIL anz-spalte > brett-groesse
                 MOVE feld-spalte(anz-zeile, anz-spalte)
                   TO zeichen-zeile IN drawing(anz-spalte * 4 - 2:1)
                 IF anz-spalte < brett-groesse
                    MOVE "|"
                      TO zeichen-zeile IN drawing(anz-spalte * 4:1)
                 END-IF
              END-PERFORM
              DISPLAY zeichen-zeile IN drawing(1:anzeige-breite)
              IF anz-zeile < brett-groesse
                 DISPLAY trenn-zeile IN drawing(1:anzeige-breite)
              END-IF
           END-PERFORM
           EXIT.

       OEFFNE-ZUG-LOG SECTION.
              OPEN OUTPUT ZUG-LOG
           END-IF

           MOVE SPACES TO zug-log-satz
           STRING "=== Neues Spiel === Variante " DELIMITED BY SIZE
              variante DELIMITED BY SIZE
              INTO zug-log-satz
           WRITE zug-log-satz
           EXIT.

           WRITE zug-log-satz
           EXIT.

      * bestenliste.txt hat je Variante einen Satz; ein Satz ohne
      * Variante stammt aus der Zeit, als nur 3 x 3 gespielt wurde
       LADE-BESTENLISTE SECTION.
           MOVE ZERO TO bt-anzahl
           OPEN INPUT BESTENLISTE
           IF bestenliste-status = "00" THEN
              MOVE SPACE TO bestenliste-ende
              PERFORM UNTIL bestenliste-ende = "Y"
                 READ BESTENLISTE
                    AT END MOVE "Y" TO bestenliste-ende
                    NOT AT END PERFORM UEBERNEHME-BESTENLISTE-SATZ
                 END-READ
              END-PERFORM
              CLOSE BESTENLISTE
           END-IF
           EXIT.

       UEBERNEHME-BESTENLISTE-SATZ SECTION.
           IF bt-anzahl >= 15
           THEN
              GO TO UEBERNEHME-BESTENLISTE-SATZ-ENDE
           END-IF
           ADD 1 TO bt-anzahl
           IF bl-variante = SPACES
           THEN
              MOVE "3x3/3" TO bt-variante(bt-anzahl)
           ELSE
              MOVE bl-variante TO bt-variante(bt-anzahl)
           END-IF
           MOVE bl-siege-1 TO bt-siege-1(bt-anzahl)
           MOVE bl-siege-2 TO bt-siege-2(bt-anzahl)
           MOVE bl-unentschieden TO bt-unentschieden(bt-anzahl)
           MOVE ZERO TO bt-c-siege-mensch(bt-anzahl)
           MOVE ZERO TO bt-c-siege-computer(bt-anzahl)
           MOVE ZERO TO bt-c-unentschieden(bt-anzahl)
      * aeltere Bestenlisten ohne Computerspalten vertragen
           IF bl-c-siege-mensch IS NUMERIC
              MOVE bl-c-siege-mensch TO bt-c-siege-mensch(bt-anzahl)
           END-IF
           IF bl-c-siege-computer IS NUMERIC
              MOVE bl-c-siege-computer TO bt-c-siege-computer(bt-anzahl)
           END-IF
           IF bl-c-unentschieden IS NUMERIC
              MOVE bl-c-unentschieden TO bt-c-unentschieden(bt-anzahl)
           END-IF.
       UEBERNEHME-BESTENLISTE-SATZ-ENDE.
           EXIT.

       WAEHLE-BESTENLISTE-EINTRAG SECTION.
           MOVE ZERO TO bt-aktuell
           PERFORM VARYING bt-idx FROM 1 BY 1 UNTIL bt-idx > bt-anzahl
              IF bt-variante(bt-idx) = variante
              THEN
                 MOVE bt-idx TO bt-aktuell
              END-IF
           END-PERFORM
           IF bt-aktuell = ZERO AND bt-anzahl < 15
           THEN
              ADD 1 TO bt-anzahl
              MOVE bt-anzahl TO bt-aktuell
              MOVE variante TO bt-variante(bt-aktuell)
              MOVE ZERO TO bt-siege-1(bt-aktuell)
              MOVE ZERO TO bt-siege-2(bt-aktuell)
              MOVE ZERO TO bt-unentschieden(bt-aktuell)
              MOVE ZERO TO bt-c-siege-mensch(bt-aktuell)
              MOVE ZERO TO bt-c-siege-computer(bt-aktuell)
              MOVE ZERO TO bt-c-unentschieden(bt-aktuell)
           END-IF
           IF bt-aktuell > ZERO
           THEN
              MOVE bt-siege-1(bt-aktuell) TO siege-1
              MOVE bt-siege-2(bt-aktuell) TO siege-2
              MOVE bt-unentschieden(bt-aktuell) TO unentschieden
              MOVE bt-c-siege-mensch(bt-aktuell) TO c-siege-mensch
              MOVE bt-c-siege-computer(bt-aktuell) TO c-siege-computer
              MOVE bt-c-unentschieden(bt-aktuell) TO c-unentschieden
           END-IF
           EXIT.

       SCHREIBE-BESTENLISTE SECTION.
           IF bt-aktuell > ZERO
           THEN
              MOVE siege-1 TO bt-siege-1(bt-aktuell)
              MOVE siege-2 TO bt-siege-2(bt-aktuell)
              MOVE unentschieden TO bt-unentschieden(bt-aktuell)
              MOVE c-siege-mensch TO bt-c-siege-mensch(bt-aktuell)
              MOVE c-siege-computer TO bt-c-siege-computer(bt-aktuell)
              MOVE c-unentschieden TO bt-c-unentschieden(bt-aktuell)
           END-IF
           OPEN OUTPUT BESTENLISTE
           PERFORM VARYING bt-idx FROM 1 BY 1 UNTIL bt-idx > bt-anzahl
              MOVE bt-siege-1(bt-idx) TO bl-siege-1
              MOVE bt-siege-2(bt-idx) TO bl-siege-2
              MOVE bt-unentschieden(bt-idx) TO bl-unentschieden
              MOVE bt-c-siege-mensch(bt-idx) TO bl-c-siege-mensch
              MOVE bt-c-siege-computer(bt-idx) TO bl-c-siege-computer
              MOVE bt-c-unentschieden(bt-idx) TO bl-c-unentschieden
              MOVE bt-variante(bt-idx) TO bl-variante
              WRITE bestenliste-satz
           END-PERFORM
           CLOSE BESTENLISTE
           EXIT.
