      * Bearbeitung der Compliance-Faelle: Entscheidungen je
      * Fallnummer mit Bearbeiter und Zeitstempel im persistenten
      * Fallbestand, offene Faelle laufen ueber die Tage mit,
      * Alterungsreport fuer den Compliance-Beauftragten, wahlweise
      * in Kalendertagen oder Bankarbeitstagen nach dem BANKKALENDER
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 FB-SATZ PIC X(92).
              05 FB-BEARBEITER PIC X(8).
              05 FB-ZEITPUNKT PIC X(14).
      * W = Watchlist (aeltere Saetze leer), S = Strukturierung,
      * V = Postenanzahl, U = Umsatz aus der Strukturpruefung
              05 FB-FALLTYP PIC X(1).

           FD ALTERUNG-DATEI.
           01 ALTERUNG-ZEILE PIC X(132).
                 10 FT-SATZ PIC X(92).
                 10 FT-BEARBEITER PIC X(8).
                 10 FT-ZEITPUNKT PIC X(14).
                 10 FT-FALLTYP PIC X(1).
           01 FALL-ANZAHL PIC 9(4) VALUE ZERO.
           01 FALL-IDX PIC 9(4).
           01 FALL-TREFFER PIC 9(4).
           01 FALL-TAGE PIC 9(8).
           01 FALL-ALTER PIC S9(5).
           01 ALTER-ANZEIGE PIC -(4)9.
           01 FALLTYP-TEXT PIC X(14).
           01 ZAEHLWEISE PIC X VALUE "K".
           01 EINHEIT-TEXT PIC X(15) VALUE "TAGE".
           01 EINHEIT-KOPF PIC X(15) VALUE "Tage".
           01 FALL-EINHEIT PIC X(15).
           01 KALENDER-AUFRUF.
              05 KAL-FUNKTION PIC X(1).
              05 KAL-BANK-ID PIC X(5).
              05 KAL-DATUM PIC 9(8).
              05 KAL-DATUM-BIS PIC 9(8).
              05 KAL-TAGE PIC 9(5).
              05 KAL-ERGEBNIS PIC 9(8).
              05 KAL-ARBEITSTAG PIC X(1).
              05 KAL-RUECKMELDUNG PIC X(2).
           01 KALENDER-GESTOERT PIC X VALUE "N".
       PROCEDURE DIVISION.
           DISPLAY "FALLBEARBEITUNG COMPLIANCE"
           DISPLAY "Laufdatum der Compliance-Datei (JJJJMMTT):"
              COMPUTE ALTER-GRENZE = FUNCTION NUMVAL(TAGE-EINGABE)
           END-IF

           DISPLAY "Zaehlweise: K = Kalendertage, B = Bankarbeitstage "
              "(leer = K):"
           ACCEPT ANTWORT
           IF ANTWORT = "B" OR ANTWORT = "b" THEN
              MOVE "B" TO ZAEHLWEISE
              MOVE "BANKARBEITSTAGE" TO EINHEIT-TEXT
              MOVE "Bankarbeitstage" TO EINHEIT-KOPF
           END-IF

           STRING "compliance-" DELIMITED BY SIZE
                  DATUM-EINGABE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                            TO FT-BEARBEITER(FALL-ANZAHL)
                          MOVE FB-ZEITPUNKT
                            TO FT-ZEITPUNKT(FALL-ANZAHL)
                          IF FB-FALLTYP = SPACE THEN
                             MOVE "W" TO FT-FALLTYP(FALL-ANZAHL)
                          ELSE
                             MOVE FB-FALLTYP
                               TO FT-FALLTYP(FALL-ANZAHL)
                          END-IF
                       ELSE
                          IF FALL-UEBERLAUF = "N" THEN
                             DISPLAY "WARNUNG: FALL-TABELLE VOLL, "
           MOVE ZERO TO FALL-TREFFER
           PERFORM VARYING FALL-IDX FROM 1 BY 1
              UNTIL FALL-IDX > FALL-ANZAHL
      * die Tagesdatei liefert nur Watchlist-Faelle, die Nummern der
      * Strukturpruefung zaehlen getrennt
              IF FT-ANGELEGT(FALL-IDX) = DATUM-EINGABE
                 AND FT-FALL-NUMMER(FALL-IDX) = COMP-FALL-NUMMER
                 AND FT-FALLTYP(FALL-IDX) = "W" THEN
                 MOVE FALL-IDX TO FALL-TREFFER
              END-IF
           END-PERFORM
                 MOVE COMP-SATZ TO FT-SATZ(FALL-ANZAHL)
                 MOVE SPACES TO FT-BEARBEITER(FALL-ANZAHL)
                 MOVE SPACES TO FT-ZEITPUNKT(FALL-ANZAHL)
                 MOVE "W" TO FT-FALLTYP(FALL-ANZAHL)
              END-IF
           END-IF
       EXIT.

       BEARBEITE-FALL SECTION.
           DISPLAY " "
           PERFORM BESTIMME-FALLTYP-TEXT
           DISPLAY "Fall " FT-ANGELEGT(FALL-IDX)
              "/" FT-FALL-NUMMER(FALL-IDX) " " FALLTYP-TEXT
           DISPLAY "Begriff: " FT-BEGRIFF(FALL-IDX)
           DISPLAY "Satz:    " FT-SATZ(FALL-IDX)
           DISPLAY "Entscheidung: F = Falschmeldung, B = bereinigt, "
           END-EVALUATE
       EXIT.

       BESTIMME-FALLTYP-TEXT SECTION.
           EVALUATE FT-FALLTYP(FALL-IDX)
              WHEN "S"
                 MOVE "STRUKTURIERUNG" TO FALLTYP-TEXT
              WHEN "V"
                 MOVE "POSTENANZAHL" TO FALLTYP-TEXT
              WHEN "U"
                 MOVE "UMSATZ" TO FALLTYP-TEXT
              WHEN OTHER
                 MOVE "WATCHLIST" TO FALLTYP-TEXT
           END-EVALUATE
       EXIT.

       VERMERKE-ENTSCHEIDUNG SECTION.
           MOVE BEARBEITER TO FT-BEARBEITER(FALL-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14) TO FT-ZEITPUNKT(FALL-IDX)
              MOVE FT-SATZ(FALL-IDX) TO FB-SATZ
              MOVE FT-BEARBEITER(FALL-IDX) TO FB-BEARBEITER
              MOVE FT-ZEITPUNKT(FALL-IDX) TO FB-ZEITPUNKT
              MOVE FT-FALLTYP(FALL-IDX) TO FB-FALLTYP
              WRITE FALLBESTAND-SATZ
           END-PERFORM
           CLOSE FALLBESTAND-DATEI
                  DATUM-EINGABE DELIMITED BY SIZE
                  " Grenze " DELIMITED BY SIZE
                  ALTER-GRENZE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EINHEIT-KOPF DELIMITED BY SPACE
              INTO ALTERUNG-ZEILE
           END-STRING
           WRITE ALTERUNG-ZEILE
           COMPUTE FALL-TAGE = FUNCTION INTEGER-OF-DATE(
              FT-ANGELEGT(FALL-IDX))
           COMPUTE FALL-ALTER = HEUTE-TAGE - FALL-TAGE
           MOVE EINHEIT-TEXT TO FALL-EINHEIT
      * Bankarbeitstage zaehlen nach dem Kalender der Bank des Falls;
      * liefert der Kalender nichts, wird die Zeile in Kalendertagen
      * ausgewiesen und als solche gekennzeichnet
           IF ZAEHLWEISE = "B" AND FALL-ALTER > ZERO THEN
              MOVE "Z" TO KAL-FUNKTION
              MOVE FT-SATZ(FALL-IDX)(1:5) TO KAL-BANK-ID
              MOVE FT-ANGELEGT(FALL-IDX) TO KAL-DATUM
              MOVE DATUM-EINGABE TO KAL-DATUM-BIS
              PERFORM RUFE-BANKKALENDER
              IF KAL-RUECKMELDUNG = "00" OR KAL-RUECKMELDUNG = "10"
                 THEN
                 MOVE KAL-TAGE TO FALL-ALTER
              ELSE
                 MOVE "KALENDERTAGE" TO FALL-EINHEIT
                 IF KALENDER-GESTOERT = "N" THEN
                    DISPLAY "WARNUNG: BANKKALENDER Rueckmeldung "
                       KAL-RUECKMELDUNG " fuer Fall "
                       FT-FALL-NUMMER(FALL-IDX)
                       ", Alter in Kalendertagen"
                 END-IF
              END-IF
           END-IF
           IF FALL-ALTER > ALTER-GRENZE THEN
              ADD 1 TO UEBERFAELLIG-ANZAHL
              MOVE FALL-ALTER TO ALTER-ANZEIGE
              PERFORM BESTIMME-FALLTYP-TEXT
              MOVE SPACES TO ALTERUNG-ZEILE
              STRING "OFFEN " DELIMITED BY SIZE
                     FT-ANGELEGT(FALL-IDX) DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     FT-FALL-NUMMER(FALL-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FALLTYP-TEXT DELIMITED BY SIZE
                     " ALTER " DELIMITED BY SIZE
                     FUNCTION TRIM(ALTER-ANZEIGE) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FALL-EINHEIT DELIMITED BY SPACE
                     " BEGRIFF " DELIMITED BY SIZE
                     FT-BEGRIFF(FALL-IDX) DELIMITED BY SIZE
                 INTO ALTERUNG-ZEILE
              END-STRING
              WRITE ALTERUNG-ZEILE
           END-IF
       EXIT.

       RUFE-BANKKALENDER SECTION.
           CALL "BANKKALENDER" USING KALENDER-AUFRUF
              ON EXCEPTION
      * ohne Kalender bleibt es bei Kalendertagen
                 IF KALENDER-GESTOERT = "N" THEN
                    DISPLAY "WARNUNG: BANKKALENDER nicht verfuegbar, "
                       "Alter in Kalendertagen"
                    MOVE "J" TO KALENDER-GESTOERT
                 END-IF
                 MOVE "99" TO KAL-RUECKMELDUNG
           END-CALL
       EXIT.
