           01 ZURUECKWEISUNG.
              05 ZURUECKWEISUNG-SATZ PIC X(92).
              05 ZURUECKWEISUNG-GRUND PIC X(30).
              05 ZURUECKWEISUNG-REFERENZ PIC X(16).

           FD NACHLIEFERUNG.
           01 NACHLIEFERUNG-SATZ PIC X(108).

           FD DISPOSITION.
           01 DISPOSITION-SATZ.
              05 DIS-BEARBEITER PIC X(8).
              05 DIS-ZEITPUNKT PIC X(14).
              05 DIS-GRUND PIC X(30).
              05 DIS-SATZ PIC X(108).
       WORKING-STORAGE SECTION.
           01 REJECT-STATUS PIC X(2).
           01 REJECT-DATEINAME PIC X(19).
              05 RS-DC PIC X(2).
              05 RS-ZWECK PIC X(53).
              05 RS-VALUTA PIC X(8).
              05 RS-REFERENZ PIC X(16).
           01 REPARATUR-GRUND PIC X(30).
           01 ANTWORT PIC X.
      * zurueckgewiesene Umbuchung: Soll- und Haben-Bein stehen als
      * aufeinanderfolgende Saetze mit gemeinsamem Grund "UB ..."
           01 UMBUCHUNG-SOLL-BEIN.
              05 USB-BANK-ID PIC X(5).
              05 USB-KONTONUMMER PIC X(10).
              05 FILLER PIC X(77).
           01 UMBUCHUNG-HABEN-BEIN.
              05 UHB-BANK-ID PIC X(5).
              05 UHB-KONTONUMMER PIC X(10).
              05 FILLER PIC X(77).
           01 UMBUCHUNG-REJECT-GRUND PIC X(30).
           01 UMBUCHUNG-REFERENZ PIC X(16).
           01 UMBUCHUNG-BEIN-WAHL PIC X.
           01 REPARATUR-UMBUCHUNG.
              05 RU-QUELL-BANK-ID PIC X(5).
              05 RU-QUELL-KONTONUMMER PIC X(10).
              05 RU-BETRAG PIC X(11).
              05 RU-WAEHRUNG PIC X(3).
              05 RU-KENNZEICHEN PIC X(2).
              05 RU-ZIEL-BANK-ID PIC X(5).
              05 RU-ZIEL-KONTONUMMER PIC X(10).
              05 RU-ZWECK PIC X(38).
              05 RU-VALUTA PIC X(8).
              05 RU-REFERENZ PIC X(16).
           01 FELD-EINGABE PIC X(16).
           01 EINGABE-GUELTIG PIC X.
           01 BETRAG-WERT PIC 9(8)V99.
           01 BETRAG-ANZEIGE PIC Z(07)9.99.
           STOP RUN.

       BEARBEITE-REJECT SECTION.
           IF ZURUECKWEISUNG-GRUND(1:3) = "UB " THEN
              PERFORM BEARBEITE-UMBUCHUNG-REJECT
              GO TO BEARBEITE-REJECT-ENDE
           END-IF
           MOVE ZURUECKWEISUNG-SATZ TO REPARATUR-SATZ
           MOVE ZURUECKWEISUNG-REFERENZ TO RS-REFERENZ
           MOVE ZURUECKWEISUNG-GRUND TO REPARATUR-GRUND
           DISPLAY " "
           DISPLAY "Satz:  " ZURUECKWEISUNG-SATZ
           DISPLAY "Ref.:  " ZURUECKWEISUNG-REFERENZ
           DISPLAY "Grund: " ZURUECKWEISUNG-GRUND
           DISPLAY "Reparieren (J) oder Verwerfen (V)?"
           ACCEPT ANTWORT
           ELSE
              ADD 1 TO VERWORFEN-ANZAHL
              PERFORM SCHREIBE-DISPOSITION-VERWORFEN
           END-IF.
       BEARBEITE-REJECT-ENDE.
       EXIT.

       BEARBEITE-UMBUCHUNG-REJECT SECTION.
      * die Umbuchung wird nur als Ganzes repariert und als ein
      * Umbuchungssatz nachgeliefert, nie als einzelne Beine
           MOVE ZURUECKWEISUNG-SATZ TO UMBUCHUNG-SOLL-BEIN
           MOVE ZURUECKWEISUNG-GRUND TO UMBUCHUNG-REJECT-GRUND
      * beide Beine tragen die Referenz der Umbuchung
           MOVE ZURUECKWEISUNG-REFERENZ TO UMBUCHUNG-REFERENZ
           READ REJECT-EINGABE
              AT END
                 MOVE "Y" TO ENDE
           END-READ
           IF ENDE = "Y" THEN
              DISPLAY "FEHLER: Haben-Bein der Umbuchung fehlt, "
                 "Satz wird verworfen"
              MOVE UMBUCHUNG-REJECT-GRUND TO ZURUECKWEISUNG-GRUND
              MOVE UMBUCHUNG-SOLL-BEIN TO REPARATUR-SATZ
              MOVE UMBUCHUNG-REFERENZ TO RS-REFERENZ
              ADD 1 TO VERWORFEN-ANZAHL
              PERFORM SCHREIBE-DISPOSITION-VERWORFEN
              GO TO BEARBEITE-UMBUCHUNG-REJECT-ENDE
           END-IF
           MOVE ZURUECKWEISUNG-SATZ TO UMBUCHUNG-HABEN-BEIN

           DISPLAY " "
           DISPLAY "Umbuchung Soll:  " UMBUCHUNG-SOLL-BEIN
           DISPLAY "          Haben: " UMBUCHUNG-HABEN-BEIN
           DISPLAY "Ref.:  " UMBUCHUNG-REFERENZ
           DISPLAY "Grund: " ZURUECKWEISUNG-GRUND
           DISPLAY "Reparieren (J) oder Verwerfen (V)?"
           ACCEPT ANTWORT

           IF ANTWORT NOT = "J" AND ANTWORT NOT = "j" THEN
              MOVE UMBUCHUNG-SOLL-BEIN TO REPARATUR-SATZ
              PERFORM BAUE-UMBUCHUNG-SATZ
              ADD 1 TO VERWORFEN-ANZAHL
              PERFORM SCHREIBE-DISPOSITION-VERWORFEN
              GO TO BEARBEITE-UMBUCHUNG-REJECT-ENDE
           END-IF

           DISPLAY "Quellkonto (Q) oder Zielkonto (Z) korrigieren?"
           ACCEPT UMBUCHUNG-BEIN-WAHL
           IF UMBUCHUNG-BEIN-WAHL = "Z" OR
              UMBUCHUNG-BEIN-WAHL = "z" THEN
              MOVE UMBUCHUNG-HABEN-BEIN TO REPARATUR-SATZ
           ELSE
              MOVE UMBUCHUNG-SOLL-BEIN TO REPARATUR-SATZ
           END-IF
           MOVE UMBUCHUNG-REFERENZ TO RS-REFERENZ
           MOVE ZURUECKWEISUNG-GRUND(4:27) TO REPARATUR-GRUND
           PERFORM REPARIERE-FELD

           IF EINGABE-GUELTIG = "J" THEN
              MOVE RS-REFERENZ TO UMBUCHUNG-REFERENZ
              IF UMBUCHUNG-BEIN-WAHL = "Z" OR
                 UMBUCHUNG-BEIN-WAHL = "z" THEN
                 MOVE REPARATUR-SATZ TO UMBUCHUNG-HABEN-BEIN
              ELSE
                 MOVE REPARATUR-SATZ TO UMBUCHUNG-SOLL-BEIN
              END-IF
              PERFORM BAUE-UMBUCHUNG-SATZ
              WRITE NACHLIEFERUNG-SATZ FROM REPARATUR-SATZ
              ADD 1 TO REPARIERT-ANZAHL
              PERFORM SCHREIBE-DISPOSITION-REPARIERT
           ELSE
              DISPLAY "Eingabe ungueltig, Satz wird verworfen"
              PERFORM BAUE-UMBUCHUNG-SATZ
              ADD 1 TO VERWORFEN-ANZAHL
              PERFORM SCHREIBE-DISPOSITION-VERWORFEN
           END-IF.
       BEARBEITE-UMBUCHUNG-REJECT-ENDE.
       EXIT.

       BAUE-UMBUCHUNG-SATZ SECTION.
      * Betrag, Waehrung, Zweck und Valuta kommen aus dem Bein in
      * REPARATUR-SATZ, die Konten aus den beiden Beinen
           MOVE SPACES TO REPARATUR-UMBUCHUNG
           MOVE USB-BANK-ID TO RU-QUELL-BANK-ID
           MOVE USB-KONTONUMMER TO RU-QUELL-KONTONUMMER
           MOVE RS-BETRAG TO RU-BETRAG
           MOVE RS-WAEHRUNG TO RU-WAEHRUNG
           MOVE "UB" TO RU-KENNZEICHEN
           MOVE UHB-BANK-ID TO RU-ZIEL-BANK-ID
           MOVE UHB-KONTONUMMER TO RU-ZIEL-KONTONUMMER
           MOVE RS-ZWECK TO RU-ZWECK
           MOVE RS-VALUTA TO RU-VALUTA
           MOVE UMBUCHUNG-REFERENZ TO RU-REFERENZ
           MOVE REPARATUR-UMBUCHUNG TO REPARATUR-SATZ
       EXIT.

       REPARIERE-FELD SECTION.
           MOVE "J" TO EINGABE-GUELTIG
           EVALUATE REPARATUR-GRUND
              WHEN "BANK-ID FEHLT"
              WHEN "BANK-ID NICHT IM BANKSTAMM"
              WHEN "BANK GESPERRT"
              WHEN "KONTO GESPERRT"
              WHEN "KONTO GESCHLOSSEN"
              WHEN "PRUEFZIFFER FALSCH"
              WHEN "QUELLE GLEICH ZIEL"
                 DISPLAY "Neue Kontonummer (10-stellig):"
                 ACCEPT FELD-EINGABE
                 IF FELD-EINGABE(1:10) IS NUMERIC THEN
                 ELSE
                    MOVE "N" TO EINGABE-GUELTIG
                 END-IF
              WHEN "KEIN GUELTIGER KURS"
      * leere Eingabe: Waehrung bleibt, Satz wartet auf den Kurs
                 DISPLAY "Neue Waehrung (3-stellig, "
                    "leer = unveraendert):"
                 ACCEPT FELD-EINGABE
                 IF FELD-EINGABE NOT = SPACES THEN
                    IF FELD-EINGABE(1:3) IS ALPHABETIC-UPPER AND
                       FELD-EINGABE(4:1) = SPACE THEN
                       MOVE FELD-EINGABE(1:3) TO RS-WAEHRUNG
                    ELSE
                       MOVE "N" TO EINGABE-GUELTIG
                    END-IF
                 END-IF
              WHEN "REFERENZ BEREITS GELIEFERT"
      * eine erneute Lieferung wird verworfen; nur ein neuer
      * Auftrag mit versehentlich wiederholter Referenz bekommt
      * eine neue Referenz der Bank
                 DISPLAY "Neue Referenz (bis 16 Stellen):"
                 ACCEPT FELD-EINGABE
                 IF FELD-EINGABE = SPACES THEN
                    MOVE "N" TO EINGABE-GUELTIG
                 ELSE
                    MOVE FELD-EINGABE TO RS-REFERENZ
                 END-IF
              WHEN OTHER
      * kein einzelnes Feld defekt, Satz unveraendert wieder
      * einreichen (z.B. Duplikat aus vollem Tabellenlauf)
