      *****************************************************************
      * Erzeugt die am Lauftag faelligen Dauerauftragsbuchungen als
      * Nachlieferung im KONTO-FILE-Satzbild und schreibt die
      * Faelligkeiten im Stammbestand fort. Faellt eine Faelligkeit
      * nicht auf einen Bankarbeitstag der Bank, verschiebt die
      * Regel des Auftrags die Ausfuehrung nach dem BANKKALENDER
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 DA-ZWECK PIC X(53).
              05 DA-FREQUENZ PIC X(1).
              05 DA-FAELLIG PIC 9(8).
      * Verschiebung bei Nicht-Bankarbeitstag: F oder leer = folgender,
      * M = folgender im selben Monat, sonst vorhergehender,
      * V = vorhergehender Bankarbeitstag, K = keine Verschiebung
              05 DA-REGEL PIC X(1).

           FD LIEFERUNG-DATEI.
           01 LIEFERUNG-SATZ.
                 10 AT-ZWECK PIC X(53).
                 10 AT-FREQUENZ PIC X(1).
                 10 AT-FAELLIG PIC 9(8).
                 10 AT-REGEL PIC X(1).
           01 AUFTRAG-ANZAHL PIC 9(4) VALUE ZERO.
           01 AUFTRAG-IDX PIC 9(4).
           01 ERZEUGT-ANZAHL PIC 9(7) VALUE ZERO.
           01 JOURNAL-ZAEHLER PIC 9(9) VALUE ZERO.
           01 JOURNAL-DETAILS PIC X(132).
           01 JOURNAL-GESTOERT PIC X VALUE "N".
           01 AUSFUEHRUNGS-TAG PIC 9(8).
           01 VERSCHOBEN-ANZAHL PIC 9(7) VALUE ZERO.
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
           DISPLAY "DAUERAUFTRAG"

           PERFORM SCHREIBE-AUFTRAEGE

           DISPLAY "FERTIG, ERZEUGTE BUCHUNGEN: " ERZEUGT-ANZAHL
              "  DAVON VERSCHOBEN: " VERSCHOBEN-ANZAHL
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "OK" TO JOURNAL-STATUS-TEXT
           MOVE ERZEUGT-ANZAHL TO JOURNAL-ZAEHLER
                            TO AT-FREQUENZ(AUFTRAG-ANZAHL)
                          MOVE DA-FAELLIG
                            TO AT-FAELLIG(AUFTRAG-ANZAHL)
                          MOVE DA-REGEL TO AT-REGEL(AUFTRAG-ANZAHL)
                       ELSE
                          IF AUFTRAG-UEBERLAUF = "N" THEN
                             DISPLAY "WARNUNG: AUFTRAG-TABELLE VOLL, "
       EXIT.

       VERARBEITE-AUFTRAG SECTION.
      * je erreichtem Ausfuehrungstag eine Buchung erzeugen und die
      * naechste Faelligkeit fortschreiben; Begrenzung schuetzt vor
      * fehlerhaften Stammsaetzen. Fortgeschrieben wird immer die
      * vertragliche Faelligkeit, verschoben nur die Ausfuehrung
           MOVE ZERO TO FORTSCHALT-ZAEHLER
           PERFORM BESTIMME-AUSFUEHRUNGSTAG
           PERFORM UNTIL AUSFUEHRUNGS-TAG > LAUF-DATUM-ROH
              OR FORTSCHALT-ZAEHLER > 999
              PERFORM SCHREIBE-LIEFERSATZ
              IF AUSFUEHRUNGS-TAG NOT = AT-FAELLIG(AUFTRAG-IDX) THEN
                 ADD 1 TO VERSCHOBEN-ANZAHL
              END-IF
              PERFORM SCHALTE-FAELLIGKEIT-WEITER
              PERFORM BESTIMME-AUSFUEHRUNGSTAG
              ADD 1 TO FORTSCHALT-ZAEHLER
           END-PERFORM
       EXIT.

       BESTIMME-AUSFUEHRUNGSTAG SECTION.
           MOVE AT-FAELLIG(AUFTRAG-IDX) TO AUSFUEHRUNGS-TAG
           EVALUATE AT-REGEL(AUFTRAG-IDX)
              WHEN "K"
                 GO TO BESTIMME-AUSFUEHRUNGSTAG-ENDE
              WHEN "M"
                 MOVE "M" TO KAL-FUNKTION
              WHEN "V"
                 MOVE "V" TO KAL-FUNKTION
              WHEN OTHER
                 MOVE "F" TO KAL-FUNKTION
           END-EVALUATE
           MOVE AT-BANK-ID(AUFTRAG-IDX) TO KAL-BANK-ID
           MOVE AT-FAELLIG(AUFTRAG-IDX) TO KAL-DATUM
           PERFORM RUFE-BANKKALENDER
           IF KAL-RUECKMELDUNG = "00" OR KAL-RUECKMELDUNG = "10" THEN
              MOVE KAL-ERGEBNIS TO AUSFUEHRUNGS-TAG
           END-IF.
       BESTIMME-AUSFUEHRUNGSTAG-ENDE.
       EXIT.

       RUFE-BANKKALENDER SECTION.
           CALL "BANKKALENDER" USING KALENDER-AUFRUF
              ON EXCEPTION
      * ohne Kalender bleibt es bei Kalendertagen
                 IF KALENDER-GESTOERT = "N" THEN
                    DISPLAY "WARNUNG: BANKKALENDER nicht verfuegbar, "
                       "Faelligkeiten ohne Verschiebung"
                    MOVE "J" TO KALENDER-GESTOERT
                 END-IF
                 MOVE "99" TO KAL-RUECKMELDUNG
           END-CALL
       EXIT.

       SCHREIBE-LIEFERSATZ SECTION.
           MOVE SPACES TO LIEFERUNG-SATZ
           MOVE AT-BANK-ID(AUFTRAG-IDX) TO LF-BANK-ID
              MOVE AT-ZWECK(AUFTRAG-IDX) TO DA-ZWECK
              MOVE AT-FREQUENZ(AUFTRAG-IDX) TO DA-FREQUENZ
              MOVE AT-FAELLIG(AUFTRAG-IDX) TO DA-FAELLIG
              MOVE AT-REGEL(AUFTRAG-IDX) TO DA-REGEL
              WRITE DAUERAUFTRAG-SATZ
           END-PERFORM
           CLOSE DAUERAUFTRAG-DATEI
