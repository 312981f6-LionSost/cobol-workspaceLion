       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAUFZEITUEBERWACHUNG.
      *****************************************************************
      * Laufzeitueberwachung: paart im Laufjournal die Start- und
      * Endeeintraege je Programm und Laufdatum, ermittelt die Dauer
      * und prueft sie gegen die Grenzwerte aus laufzeitgrenzen.txt
      * (hoechste Dauer, spaetestes Ende). Laeufe ohne Ende werden
      * gemeldet, fuer BATCHVERARBEITUNG wird der Verlauf von
      * Laufzeit und Satzmenge der letzten 30 Tage gezeigt.
      * Grenzwertverletzungen gehen in eine Alarmdatei fuer den
      * Betrieb.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUFDATUM-PARAMETER ASSIGN TO 'rundatum.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAUFDATUM-STATUS.
           SELECT JOURNAL-DATEI ASSIGN TO 'laufjournal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT GRENZWERT-DATEI ASSIGN TO 'laufzeitgrenzen.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRENZWERT-STATUS.
           SELECT BERICHT-DATEI ASSIGN TO DYNAMIC BERICHT-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALARM-DATEI ASSIGN TO DYNAMIC ALARM-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD LAUFDATUM-PARAMETER.
           01 LAUFDATUM-PARAMETER-SATZ.
              05 LP-VON PIC X(8).
              05 FILLER PIC X(9).

           FD JOURNAL-DATEI.
           01 JOURNAL-SATZ.
              05 JR-ZEITPUNKT PIC X(14).
              05 FILLER PIC X(1).
              05 JR-PROGRAMM PIC X(20).
              05 FILLER PIC X(1).
              05 JR-EREIGNIS PIC X(1).
              05 FILLER PIC X(1).
              05 JR-STATUS PIC X(8).
              05 FILLER PIC X(1).
              05 JR-ZAEHLER PIC 9(9).
              05 FILLER PIC X(1).
              05 JR-DETAILS PIC X(132).

      * Grenzwerte je Programm: hoechste Dauer in Minuten, spaetestes
      * Ende HHMM am Laufdatum plus LG-ENDE-TAGE Kalendertage;
      * leere Felder werden nicht geprueft
           FD GRENZWERT-DATEI.
           01 GRENZWERT-SATZ.
              05 LG-PROGRAMM PIC X(20).
              05 LG-MAX-DAUER PIC X(4).
              05 LG-MAX-DAUER-NUM REDEFINES LG-MAX-DAUER PIC 9(4).
              05 LG-ENDE-ZEIT.
                 10 LG-ENDE-STUNDE PIC 9(2).
                 10 LG-ENDE-MINUTE PIC 9(2).
              05 LG-ENDE-TAGE PIC X(1).
              05 LG-ENDE-TAGE-NUM REDEFINES LG-ENDE-TAGE PIC 9(1).

           FD BERICHT-DATEI.
           01 BERICHT-ZEILE PIC X(132).

           FD ALARM-DATEI.
           01 ALARM-ZEILE PIC X(132).
       WORKING-STORAGE SECTION.
           01 LAUFDATUM-STATUS PIC X(2).
           01 JOURNAL-STATUS PIC X(2).
           01 GRENZWERT-STATUS PIC X(2).
           01 LAUF-DATUM-ROH PIC X(8).
           01 LAUF-DATUM-NUM REDEFINES LAUF-DATUM-ROH PIC 9(8).
           01 BERICHT-DATEINAME PIC X(31).
           01 ALARM-DATEINAME PIC X(29).
           01 ENDE PIC X.
           01 TAGE-EINGABE PIC X(3).
           01 ALARM-TAGE PIC 9(3) VALUE 1.
           01 FENSTER-BEGINN PIC 9(8).
           01 ALARM-BEGINN PIC 9(8).
           01 SATZ-LAUFDATUM PIC 9(8).
           01 SATZ-TAG PIC 9(8).
           01 SUCH-POS PIC 9(3).

           01 GRENZWERT-TABELLE.
              05 GRENZWERT-EINTRAG OCCURS 100 TIMES.
                 10 GT-PROGRAMM PIC X(20).
                 10 GT-MAX-DAUER PIC 9(4).
                 10 GT-DAUER-GESETZT PIC X(1).
                 10 GT-ENDE-STUNDE PIC 9(2).
                 10 GT-ENDE-MINUTE PIC 9(2).
                 10 GT-ENDE-TAGE PIC 9(1).
                 10 GT-ENDE-GESETZT PIC X(1).
           01 GRENZWERT-ANZAHL PIC 9(3) VALUE ZERO.
           01 GRENZWERT-IDX PIC 9(3).
           01 GRENZWERT-TREFFER PIC 9(3).

      * begonnene Laeufe, deren Endeeintrag noch aussteht
           01 OFFENE-TABELLE.
              05 OFFENE-EINTRAG OCCURS 500 TIMES.
                 10 OL-PROGRAMM PIC X(20).
                 10 OL-LAUFDATUM PIC 9(8).
                 10 OL-ZEITPUNKT PIC X(14).
           01 OFFENE-ANZAHL PIC 9(3) VALUE ZERO.
           01 OFFENE-IDX PIC 9(3).
           01 OFFENE-TREFFER PIC 9(3).
           01 OFFENE-UEBERLAUF PIC X VALUE "N".

      * Verlauf BATCHVERARBEITUNG
           01 VERLAUF-TABELLE.
              05 VERLAUF-EINTRAG OCCURS 1000 TIMES.
                 10 VT-LAUFDATUM PIC 9(8).
                 10 VT-ZEITPUNKT PIC X(14).
                 10 VT-DAUER PIC 9(7).
                 10 VT-SAETZE PIC 9(9).
           01 VERLAUF-ANZAHL PIC 9(4) VALUE ZERO.
           01 VERLAUF-IDX PIC 9(4).
           01 VERLAUF-DAUER-SUMME PIC 9(11).
           01 VERLAUF-SAETZE-SUMME PIC 9(13).
           01 VERLAUF-DAUER-MAX PIC 9(7).
           01 MITTEL-DAUER PIC 9(7).
           01 MITTEL-SAETZE PIC 9(9).
           01 SAETZE-JE-MINUTE PIC 9(9).
           01 ABWEICHUNG-PROZENT PIC S9(5).
           01 BALKEN PIC X(40).
           01 BALKEN-LAENGE PIC 9(2).

      * Zeitpunkt JJJJMMTTHHMMSS in Sekunden seit Kalenderbeginn
           01 ZEITPUNKT-ARBEIT.
              05 ZA-DATUM PIC 9(8).
              05 ZA-STUNDE PIC 9(2).
              05 ZA-MINUTE PIC 9(2).
              05 ZA-SEKUNDE PIC 9(2).
           01 SEKUNDEN-ERGEBNIS PIC 9(12).
           01 START-SEKUNDEN PIC 9(12).
           01 ENDE-SEKUNDEN PIC 9(12).
           01 FRIST-SEKUNDEN PIC 9(12).
           01 JETZT-SEKUNDEN PIC 9(12).
           01 DAUER-SEKUNDEN PIC 9(7).
           01 DAUER-ANZEIGE.
              05 DA-STUNDEN PIC 9(4).
              05 FILLER PIC X VALUE ":".
              05 DA-MINUTEN PIC 9(2).
              05 FILLER PIC X VALUE ":".
              05 DA-SEKUNDEN PIC 9(2).
           01 REST-SEKUNDEN PIC 9(7).

           01 BEWERTUNG-PROGRAMM PIC X(20).
           01 BEWERTUNG-LAUFDATUM PIC 9(8).
           01 BEWERTUNG-START PIC X(14).
           01 BEWERTUNG-ENDE PIC X(14).
           01 BEWERTUNG-STATUS PIC X(8).
           01 BEWERTUNG-ZAEHLER PIC 9(9).
           01 BEWERTUNG-TEXT PIC X(60).
           01 BEWERTUNG-ALARM PIC X.
           01 TEXT-POS PIC 9(3).
           01 GRENZE-ANZEIGE PIC Z(3)9.
           01 FRIST-ANZEIGE.
              05 FA-DATUM PIC 9(8).
              05 FILLER PIC X VALUE " ".
              05 FA-STUNDE PIC 9(2).
              05 FILLER PIC X VALUE ":".
              05 FA-MINUTE PIC 9(2).
           01 ANZAHL-ANZEIGE PIC Z(8)9.
           01 ANZAHL2-ANZEIGE PIC Z(8)9.
           01 PROZENT-ANZEIGE PIC -(4)9.

           01 LAEUFE-GESAMT PIC 9(6) VALUE ZERO.
           01 ALARM-ANZAHL PIC 9(6) VALUE ZERO.
           01 OHNE-START-ANZAHL PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY "LAUFZEITUEBERWACHUNG"
           PERFORM BESTIMME-DATEINAMEN
           DISPLAY "Laufdatum: " LAUF-DATUM-ROH
           DISPLAY "Alarmzeitraum in Tagen (leer = 1):"
           ACCEPT TAGE-EINGABE
           IF FUNCTION TEST-NUMVAL(TAGE-EINGABE) = ZERO AND
              FUNCTION NUMVAL(TAGE-EINGABE) > ZERO THEN
              COMPUTE ALARM-TAGE = FUNCTION NUMVAL(TAGE-EINGABE)
           END-IF
           COMPUTE FENSTER-BEGINN =
              FUNCTION INTEGER-OF-DATE(LAUF-DATUM-NUM) - 29
           COMPUTE ALARM-BEGINN =
              FUNCTION INTEGER-OF-DATE(LAUF-DATUM-NUM) - ALARM-TAGE + 1
           MOVE FUNCTION CURRENT-DATE(1:14) TO ZEITPUNKT-ARBEIT
           PERFORM BERECHNE-SEKUNDEN
           MOVE SEKUNDEN-ERGEBNIS TO JETZT-SEKUNDEN

           OPEN INPUT JOURNAL-DATEI
           IF JOURNAL-STATUS NOT = "00" THEN
              DISPLAY "Kein laufjournal.txt vorhanden"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LADE-GRENZWERTE

           OPEN OUTPUT BERICHT-DATEI
           OPEN OUTPUT ALARM-DATEI
           MOVE SPACES TO BERICHT-ZEILE
           STRING "Laufzeitueberwachung " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  "  Laufdaten der letzten 30 Tage" DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE SPACES TO ALARM-ZEILE
           STRING "Laufzeitalarme " DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
              INTO ALARM-ZEILE
           END-STRING
           WRITE ALARM-ZEILE

           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ JOURNAL-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END PERFORM VERARBEITE-JOURNAL-SATZ
              END-READ
           END-PERFORM
           CLOSE JOURNAL-DATEI

           PERFORM MELDE-OFFENE-LAEUFE
           PERFORM SCHREIBE-VERLAUF

           IF ALARM-ANZAHL = ZERO THEN
              MOVE "KEINE ALARME" TO ALARM-ZEILE
              WRITE ALARM-ZEILE
           END-IF
           CLOSE BERICHT-DATEI
           CLOSE ALARM-DATEI

           DISPLAY "LAEUFE: " LAEUFE-GESAMT
              "  ALARME: " ALARM-ANZAHL
              "  ENDE OHNE START: " OHNE-START-ANZAHL
           IF ALARM-ANZAHL > ZERO THEN
              DISPLAY "ALARME IN " ALARM-DATEINAME
              MOVE 8 TO RETURN-CODE
           END-IF
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

           STRING "laufzeitbericht-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BERICHT-DATEINAME
           END-STRING
           STRING "laufzeitalarme-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO ALARM-DATEINAME
           END-STRING
       EXIT.

       LADE-GRENZWERTE SECTION.
           OPEN INPUT GRENZWERT-DATEI
           IF GRENZWERT-STATUS NOT = "00" THEN
              DISPLAY "HINWEIS: laufzeitgrenzen.txt fehlt, es werden "
                 "nur Laeufe ohne Ende gemeldet"
              GO TO LADE-GRENZWERTE-ENDE
           END-IF
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ GRENZWERT-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF LG-PROGRAMM NOT = SPACES THEN
                       IF GRENZWERT-ANZAHL < 100 THEN
                          PERFORM UEBERNEHME-GRENZWERT
                       ELSE
                          DISPLAY "WARNUNG: GRENZWERT-TABELLE VOLL, "
                             LG-PROGRAMM " UEBERGANGEN"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GRENZWERT-DATEI
           MOVE SPACES TO ENDE.
       LADE-GRENZWERTE-ENDE.
       EXIT.

       UEBERNEHME-GRENZWERT SECTION.
           ADD 1 TO GRENZWERT-ANZAHL
           MOVE LG-PROGRAMM TO GT-PROGRAMM(GRENZWERT-ANZAHL)
           MOVE "N" TO GT-DAUER-GESETZT(GRENZWERT-ANZAHL)
           MOVE ZERO TO GT-MAX-DAUER(GRENZWERT-ANZAHL)
           IF LG-MAX-DAUER-NUM IS NUMERIC THEN
              MOVE LG-MAX-DAUER-NUM TO GT-MAX-DAUER(GRENZWERT-ANZAHL)
              MOVE "J" TO GT-DAUER-GESETZT(GRENZWERT-ANZAHL)
           END-IF
           MOVE "N" TO GT-ENDE-GESETZT(GRENZWERT-ANZAHL)
           MOVE ZERO TO GT-ENDE-STUNDE(GRENZWERT-ANZAHL)
           MOVE ZERO TO GT-ENDE-MINUTE(GRENZWERT-ANZAHL)
           MOVE ZERO TO GT-ENDE-TAGE(GRENZWERT-ANZAHL)
           IF LG-ENDE-ZEIT IS NUMERIC THEN
              IF LG-ENDE-STUNDE < 24 AND LG-ENDE-MINUTE < 60 THEN
                 MOVE LG-ENDE-STUNDE TO GT-ENDE-STUNDE(GRENZWERT-ANZAHL)
                 MOVE LG-ENDE-MINUTE TO GT-ENDE-MINUTE(GRENZWERT-ANZAHL)
                 MOVE "J" TO GT-ENDE-GESETZT(GRENZWERT-ANZAHL)
                 IF LG-ENDE-TAGE-NUM IS NUMERIC THEN
                    MOVE LG-ENDE-TAGE-NUM
                      TO GT-ENDE-TAGE(GRENZWERT-ANZAHL)
                 END-IF
              ELSE
                 DISPLAY "WARNUNG: ENDEZEIT " LG-ENDE-ZEIT
                    " FUER " LG-PROGRAMM " UNGUELTIG"
              END-IF
           END-IF
       EXIT.

       BERECHNE-SEKUNDEN SECTION.
           MOVE ZERO TO SEKUNDEN-ERGEBNIS
           IF ZEITPUNKT-ARBEIT IS NOT NUMERIC THEN
              GO TO BERECHNE-SEKUNDEN-ENDE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(ZA-DATUM) NOT = ZERO THEN
              GO TO BERECHNE-SEKUNDEN-ENDE
           END-IF
           COMPUTE SEKUNDEN-ERGEBNIS =
              FUNCTION INTEGER-OF-DATE(ZA-DATUM) * 86400
              + ZA-STUNDE * 3600 + ZA-MINUTE * 60 + ZA-SEKUNDE.
       BERECHNE-SEKUNDEN-ENDE.
       EXIT.

       BESTIMME-SATZ-LAUFDATUM SECTION.
      * das Laufdatum steht in den Journal-Details (Dateinamen, wie
      * in TAGESKETTE); fehlt es, gilt der Tag des Journaleintrags
           MOVE ZERO TO SATZ-LAUFDATUM
           PERFORM VARYING SUCH-POS FROM 1 BY 1
              UNTIL SUCH-POS > 125 OR SATZ-LAUFDATUM NOT = ZERO
              IF JR-DETAILS(SUCH-POS:8) IS NUMERIC THEN
                 IF SUCH-POS = 1 THEN
                    PERFORM PRUEFE-DATUM-AN-POSITION
                 ELSE
                    IF JR-DETAILS(SUCH-POS - 1:1) IS NOT NUMERIC THEN
                       PERFORM PRUEFE-DATUM-AN-POSITION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF SATZ-LAUFDATUM = ZERO THEN
              MOVE JR-ZEITPUNKT(1:8) TO SATZ-LAUFDATUM
           END-IF
       EXIT.

       PRUEFE-DATUM-AN-POSITION SECTION.
           IF SUCH-POS < 125 THEN
              IF JR-DETAILS(SUCH-POS + 8:1) IS NUMERIC THEN
                 GO TO PRUEFE-DATUM-AN-POSITION-ENDE
              END-IF
           END-IF
           MOVE JR-DETAILS(SUCH-POS:8) TO SATZ-TAG
           IF FUNCTION TEST-DATE-YYYYMMDD(SATZ-TAG) = ZERO THEN
              MOVE SATZ-TAG TO SATZ-LAUFDATUM
           END-IF.
       PRUEFE-DATUM-AN-POSITION-ENDE.
       EXIT.

       VERARBEITE-JOURNAL-SATZ SECTION.
           IF JR-ZEITPUNKT IS NOT NUMERIC OR
              (JR-EREIGNIS NOT = "S" AND JR-EREIGNIS NOT = "E") THEN
              GO TO VERARBEITE-JOURNAL-SATZ-ENDE
           END-IF
           PERFORM BESTIMME-SATZ-LAUFDATUM
           MOVE ZERO TO OFFENE-TREFFER
           PERFORM VARYING OFFENE-IDX FROM 1 BY 1
              UNTIL OFFENE-IDX > OFFENE-ANZAHL OR OFFENE-TREFFER > ZERO
              IF OL-PROGRAMM(OFFENE-IDX) = JR-PROGRAMM AND
                 OL-LAUFDATUM(OFFENE-IDX) = SATZ-LAUFDATUM THEN
                 MOVE OFFENE-IDX TO OFFENE-TREFFER
              END-IF
           END-PERFORM

           IF JR-EREIGNIS = "S" THEN
      * ein neuer Start ohne Ende des vorigen heisst Abbruch
              IF OFFENE-TREFFER > ZERO THEN
                 PERFORM UEBERNEHME-OFFENEN-LAUF
                 MOVE "ABGEBROCHEN, NEUSTART OHNE ENDE"
                   TO BEWERTUNG-TEXT
                 PERFORM MELDE-LAUF-OHNE-ENDE
                 MOVE JR-ZEITPUNKT TO OL-ZEITPUNKT(OFFENE-TREFFER)
              ELSE
                 IF OFFENE-ANZAHL < 500 THEN
                    ADD 1 TO OFFENE-ANZAHL
                    MOVE JR-PROGRAMM TO OL-PROGRAMM(OFFENE-ANZAHL)
                    MOVE SATZ-LAUFDATUM TO OL-LAUFDATUM(OFFENE-ANZAHL)
                    MOVE JR-ZEITPUNKT TO OL-ZEITPUNKT(OFFENE-ANZAHL)
                 ELSE
                    IF OFFENE-UEBERLAUF = "N" THEN
                       DISPLAY "WARNUNG: OFFENE-TABELLE VOLL, "
                          "WEITERE STARTS WERDEN NICHT GEPAART"
                       MOVE "J" TO OFFENE-UEBERLAUF
                    END-IF
                 END-IF
              END-IF
              GO TO VERARBEITE-JOURNAL-SATZ-ENDE
           END-IF

           IF OFFENE-TREFFER = ZERO THEN
              PERFORM MELDE-ENDE-OHNE-START
              GO TO VERARBEITE-JOURNAL-SATZ-ENDE
           END-IF
           PERFORM UEBERNEHME-OFFENEN-LAUF
           MOVE JR-ZEITPUNKT TO BEWERTUNG-ENDE
           MOVE JR-STATUS TO BEWERTUNG-STATUS
           MOVE JR-ZAEHLER TO BEWERTUNG-ZAEHLER
           PERFORM BEWERTE-LAUF
      * Eintrag schliessen, der letzte rueckt nach
           MOVE OFFENE-EINTRAG(OFFENE-ANZAHL)
             TO OFFENE-EINTRAG(OFFENE-TREFFER)
           SUBTRACT 1 FROM OFFENE-ANZAHL.
       VERARBEITE-JOURNAL-SATZ-ENDE.
       EXIT.

       UEBERNEHME-OFFENEN-LAUF SECTION.
           MOVE OL-PROGRAMM(OFFENE-TREFFER) TO BEWERTUNG-PROGRAMM
           MOVE OL-LAUFDATUM(OFFENE-TREFFER) TO BEWERTUNG-LAUFDATUM
           MOVE OL-ZEITPUNKT(OFFENE-TREFFER) TO BEWERTUNG-START
           MOVE SPACES TO BEWERTUNG-ENDE
           MOVE SPACES TO BEWERTUNG-STATUS
           MOVE ZERO TO BEWERTUNG-ZAEHLER
       EXIT.

       SUCHE-GRENZWERT SECTION.
           MOVE ZERO TO GRENZWERT-TREFFER
           PERFORM VARYING GRENZWERT-IDX FROM 1 BY 1
              UNTIL GRENZWERT-IDX > GRENZWERT-ANZAHL
                 OR GRENZWERT-TREFFER > ZERO
              IF GT-PROGRAMM(GRENZWERT-IDX) = BEWERTUNG-PROGRAMM THEN
                 MOVE GRENZWERT-IDX TO GRENZWERT-TREFFER
              END-IF
           END-PERFORM
       EXIT.

       BERECHNE-FRIST SECTION.
           COMPUTE FRIST-SEKUNDEN =
              (FUNCTION INTEGER-OF-DATE(BEWERTUNG-LAUFDATUM)
               + GT-ENDE-TAGE(GRENZWERT-TREFFER)) * 86400
              + GT-ENDE-STUNDE(GRENZWERT-TREFFER) * 3600
              + GT-ENDE-MINUTE(GRENZWERT-TREFFER) * 60
           COMPUTE FA-DATUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(BEWERTUNG-LAUFDATUM)
              + GT-ENDE-TAGE(GRENZWERT-TREFFER))
           MOVE GT-ENDE-STUNDE(GRENZWERT-TREFFER) TO FA-STUNDE
           MOVE GT-ENDE-MINUTE(GRENZWERT-TREFFER) TO FA-MINUTE
       EXIT.

       ZERLEGE-DAUER SECTION.
           DIVIDE DAUER-SEKUNDEN BY 3600 GIVING DA-STUNDEN
              REMAINDER REST-SEKUNDEN
           DIVIDE REST-SEKUNDEN BY 60 GIVING DA-MINUTEN
              REMAINDER DA-SEKUNDEN
       EXIT.

       BEWERTE-LAUF SECTION.
           IF FUNCTION INTEGER-OF-DATE(BEWERTUNG-LAUFDATUM)
              < FENSTER-BEGINN THEN
              GO TO BEWERTE-LAUF-ENDE
           END-IF
           ADD 1 TO LAEUFE-GESAMT
           MOVE BEWERTUNG-START TO ZEITPUNKT-ARBEIT
           PERFORM BERECHNE-SEKUNDEN
           MOVE SEKUNDEN-ERGEBNIS TO START-SEKUNDEN
           MOVE BEWERTUNG-ENDE TO ZEITPUNKT-ARBEIT
           PERFORM BERECHNE-SEKUNDEN
           MOVE SEKUNDEN-ERGEBNIS TO ENDE-SEKUNDEN
           IF ENDE-SEKUNDEN > START-SEKUNDEN THEN
              COMPUTE DAUER-SEKUNDEN = ENDE-SEKUNDEN - START-SEKUNDEN
           ELSE
              MOVE ZERO TO DAUER-SEKUNDEN
           END-IF
           PERFORM ZERLEGE-DAUER

           MOVE SPACES TO BEWERTUNG-TEXT
           MOVE 1 TO TEXT-POS
           MOVE "N" TO BEWERTUNG-ALARM
           PERFORM SUCHE-GRENZWERT
           IF GRENZWERT-TREFFER = ZERO THEN
              MOVE "OHNE GRENZWERT" TO BEWERTUNG-TEXT
           ELSE
              IF GT-DAUER-GESETZT(GRENZWERT-TREFFER) = "J" AND
                 DAUER-SEKUNDEN >
                 GT-MAX-DAUER(GRENZWERT-TREFFER) * 60 THEN
                 MOVE GT-MAX-DAUER(GRENZWERT-TREFFER) TO GRENZE-ANZEIGE
                 STRING "DAUER UEBER " DELIMITED BY SIZE
                        FUNCTION TRIM(GRENZE-ANZEIGE) DELIMITED BY SIZE
                        " MIN  " DELIMITED BY SIZE
                    INTO BEWERTUNG-TEXT
                    WITH POINTER TEXT-POS
                 END-STRING
                 MOVE "J" TO BEWERTUNG-ALARM
              END-IF
              IF GT-ENDE-GESETZT(GRENZWERT-TREFFER) = "J" THEN
                 PERFORM BERECHNE-FRIST
                 IF ENDE-SEKUNDEN > FRIST-SEKUNDEN THEN
                    STRING "ENDE NACH " DELIMITED BY SIZE
                           FRIST-ANZEIGE DELIMITED BY SIZE
                       INTO BEWERTUNG-TEXT
                       WITH POINTER TEXT-POS
                    END-STRING
                    MOVE "J" TO BEWERTUNG-ALARM
                 END-IF
              END-IF
           END-IF

           MOVE BEWERTUNG-ZAEHLER TO ANZAHL-ANZEIGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING BEWERTUNG-PROGRAMM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BEWERTUNG-LAUFDATUM DELIMITED BY SIZE
                  "  Start " DELIMITED BY SIZE
                  BEWERTUNG-START DELIMITED BY SIZE
                  "  Ende " DELIMITED BY SIZE
                  BEWERTUNG-ENDE DELIMITED BY SIZE
                  "  Dauer " DELIMITED BY SIZE
                  DAUER-ANZEIGE DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BEWERTUNG-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BEWERTUNG-TEXT DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE

           IF BEWERTUNG-ALARM = "J" THEN
              PERFORM SCHREIBE-ALARM
           END-IF

           IF BEWERTUNG-PROGRAMM = "BATCHVERARBEITUNG" THEN
              IF VERLAUF-ANZAHL < 1000 THEN
                 ADD 1 TO VERLAUF-ANZAHL
                 MOVE BEWERTUNG-LAUFDATUM
                   TO VT-LAUFDATUM(VERLAUF-ANZAHL)
                 MOVE BEWERTUNG-START TO VT-ZEITPUNKT(VERLAUF-ANZAHL)
                 MOVE DAUER-SEKUNDEN TO VT-DAUER(VERLAUF-ANZAHL)
                 MOVE BEWERTUNG-ZAEHLER TO VT-SAETZE(VERLAUF-ANZAHL)
              END-IF
           END-IF.
       BEWERTE-LAUF-ENDE.
       EXIT.

       SCHREIBE-ALARM SECTION.
      * nur Laeufe im Alarmzeitraum, aeltere stehen im Bericht
           IF FUNCTION INTEGER-OF-DATE(BEWERTUNG-LAUFDATUM)
              < ALARM-BEGINN THEN
              GO TO SCHREIBE-ALARM-ENDE
           END-IF
           ADD 1 TO ALARM-ANZAHL
           MOVE SPACES TO ALARM-ZEILE
           STRING "ALARM " DELIMITED BY SIZE
                  BEWERTUNG-PROGRAMM DELIMITED BY SIZE
                  " Laufdatum " DELIMITED BY SIZE
                  BEWERTUNG-LAUFDATUM DELIMITED BY SIZE
                  "  Start " DELIMITED BY SIZE
                  BEWERTUNG-START DELIMITED BY SIZE
                  "  Dauer " DELIMITED BY SIZE
                  DAUER-ANZEIGE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BEWERTUNG-TEXT DELIMITED BY SIZE
              INTO ALARM-ZEILE
           END-STRING
           WRITE ALARM-ZEILE.
       SCHREIBE-ALARM-ENDE.
       EXIT.

       MELDE-LAUF-OHNE-ENDE SECTION.
      * Dauer bis zum Neustart bzw. bis jetzt
           IF FUNCTION INTEGER-OF-DATE(BEWERTUNG-LAUFDATUM)
              < FENSTER-BEGINN THEN
              GO TO MELDE-LAUF-OHNE-ENDE-ENDE
           END-IF
           ADD 1 TO LAEUFE-GESAMT
           MOVE BEWERTUNG-START TO ZEITPUNKT-ARBEIT
           PERFORM BERECHNE-SEKUNDEN
           MOVE SEKUNDEN-ERGEBNIS TO START-SEKUNDEN
           MOVE JR-ZEITPUNKT TO ZEITPUNKT-ARBEIT
           PERFORM BERECHNE-SEKUNDEN
           MOVE ZERO TO DAUER-SEKUNDEN
           IF SEKUNDEN-ERGEBNIS > START-SEKUNDEN THEN
              COMPUTE DAUER-SEKUNDEN = SEKUNDEN-ERGEBNIS
                 - START-SEKUNDEN
           END-IF
           PERFORM ZERLEGE-DAUER
           PERFORM SCHREIBE-OHNE-ENDE.
       MELDE-LAUF-OHNE-ENDE-ENDE.
       EXIT.

       SCHREIBE-OHNE-ENDE SECTION.
           MOVE SPACES TO BERICHT-ZEILE
           STRING BEWERTUNG-PROGRAMM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BEWERTUNG-LAUFDATUM DELIMITED BY SIZE
                  "  Start " DELIMITED BY SIZE
                  BEWERTUNG-START DELIMITED BY SIZE
                  "  KEIN ENDE     " DELIMITED BY SIZE
                  "        Dauer " DELIMITED BY SIZE
                  DAUER-ANZEIGE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BEWERTUNG-TEXT DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE
           IF BEWERTUNG-TEXT(1:11) NOT = "LAEUFT NOCH" THEN
              PERFORM SCHREIBE-ALARM
           END-IF
       EXIT.

       MELDE-ENDE-OHNE-START SECTION.
           MOVE JR-PROGRAMM TO BEWERTUNG-PROGRAMM
           MOVE SATZ-LAUFDATUM TO BEWERTUNG-LAUFDATUM
           IF FUNCTION INTEGER-OF-DATE(BEWERTUNG-LAUFDATUM)
              < FENSTER-BEGINN THEN
              GO TO MELDE-ENDE-OHNE-START-ENDE
           END-IF
           ADD 1 TO OHNE-START-ANZAHL
           MOVE SPACES TO BERICHT-ZEILE
           STRING JR-PROGRAMM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SATZ-LAUFDATUM DELIMITED BY SIZE
                  "  Ende  " DELIMITED BY SIZE
                  JR-ZEITPUNKT DELIMITED BY SIZE
                  "  ENDE OHNE START, " DELIMITED BY SIZE
                  "DAUER UNBEKANNT" DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE.
       MELDE-ENDE-OHNE-START-ENDE.
       EXIT.

       MELDE-OFFENE-LAEUFE SECTION.
      * was am Ende des Journals noch offen ist, laeuft entweder noch
      * oder ist ohne Endeeintrag abgebrochen; innerhalb seiner
      * Grenzwerte gilt ein Lauf als noch laufend
           PERFORM VARYING OFFENE-IDX FROM 1 BY 1
              UNTIL OFFENE-IDX > OFFENE-ANZAHL
              MOVE OFFENE-IDX TO OFFENE-TREFFER
              PERFORM UEBERNEHME-OFFENEN-LAUF
              IF FUNCTION INTEGER-OF-DATE(BEWERTUNG-LAUFDATUM)
                 >= FENSTER-BEGINN THEN
                 PERFORM BEWERTE-OFFENEN-LAUF
              END-IF
           END-PERFORM
       EXIT.

       BEWERTE-OFFENEN-LAUF SECTION.
           ADD 1 TO LAEUFE-GESAMT
           MOVE BEWERTUNG-START TO ZEITPUNKT-ARBEIT
           PERFORM BERECHNE-SEKUNDEN
           MOVE SEKUNDEN-ERGEBNIS TO START-SEKUNDEN
           MOVE ZERO TO DAUER-SEKUNDEN
           IF JETZT-SEKUNDEN > START-SEKUNDEN THEN
              IF JETZT-SEKUNDEN - START-SEKUNDEN > 9999999 THEN
                 MOVE 9999999 TO DAUER-SEKUNDEN
              ELSE
                 COMPUTE DAUER-SEKUNDEN = JETZT-SEKUNDEN
                    - START-SEKUNDEN
              END-IF
           END-IF
           PERFORM ZERLEGE-DAUER

           MOVE "KEIN ENDE" TO BEWERTUNG-TEXT
           PERFORM SUCHE-GRENZWERT
           IF GRENZWERT-TREFFER > ZERO THEN
              MOVE "LAEUFT NOCH" TO BEWERTUNG-TEXT
              IF GT-DAUER-GESETZT(GRENZWERT-TREFFER) = "J" AND
                 DAUER-SEKUNDEN >
                 GT-MAX-DAUER(GRENZWERT-TREFFER) * 60 THEN
                 MOVE "KEIN ENDE, DAUER UEBERSCHRITTEN"
                   TO BEWERTUNG-TEXT
              END-IF
              IF GT-ENDE-GESETZT(GRENZWERT-TREFFER) = "J" THEN
                 PERFORM BERECHNE-FRIST
                 IF JETZT-SEKUNDEN > FRIST-SEKUNDEN THEN
                    MOVE SPACES TO BEWERTUNG-TEXT
                    STRING "KEIN ENDE BIS " DELIMITED BY SIZE
                           FRIST-ANZEIGE DELIMITED BY SIZE
                       INTO BEWERTUNG-TEXT
                    END-STRING
                 END-IF
              END-IF
           END-IF
           PERFORM SCHREIBE-OHNE-ENDE
       EXIT.

       SCHREIBE-VERLAUF SECTION.
      * Laufzeit gegen Satzmenge je Lauf; der Balken zeigt die Dauer
      * im Verhaeltnis zum laengsten Lauf im Zeitraum
           MOVE SPACES TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           MOVE "Verlauf BATCHVERARBEITUNG, letzte 30 Tage"
             TO BERICHT-ZEILE
           WRITE BERICHT-ZEILE
           IF VERLAUF-ANZAHL = ZERO THEN
              MOVE "  keine beendeten Laeufe im Zeitraum"
                TO BERICHT-ZEILE
              WRITE BERICHT-ZEILE
              GO TO SCHREIBE-VERLAUF-ENDE
           END-IF
           MOVE SPACES TO BERICHT-ZEILE
           STRING "  Laufdatum Start          Dauer     "
                     DELIMITED BY SIZE
                  "     Saetze Saetze/Min Abw.Mittel"
                     DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE

           MOVE ZERO TO VERLAUF-DAUER-SUMME
           MOVE ZERO TO VERLAUF-SAETZE-SUMME
           MOVE ZERO TO VERLAUF-DAUER-MAX
           PERFORM VARYING VERLAUF-IDX FROM 1 BY 1
              UNTIL VERLAUF-IDX > VERLAUF-ANZAHL
              ADD VT-DAUER(VERLAUF-IDX) TO VERLAUF-DAUER-SUMME
              ADD VT-SAETZE(VERLAUF-IDX) TO VERLAUF-SAETZE-SUMME
              IF VT-DAUER(VERLAUF-IDX) > VERLAUF-DAUER-MAX THEN
                 MOVE VT-DAUER(VERLAUF-IDX) TO VERLAUF-DAUER-MAX
              END-IF
           END-PERFORM
           DIVIDE VERLAUF-DAUER-SUMME BY VERLAUF-ANZAHL
              GIVING MITTEL-DAUER ROUNDED
           DIVIDE VERLAUF-SAETZE-SUMME BY VERLAUF-ANZAHL
              GIVING MITTEL-SAETZE ROUNDED

           PERFORM VARYING VERLAUF-IDX FROM 1 BY 1
              UNTIL VERLAUF-IDX > VERLAUF-ANZAHL
              PERFORM SCHREIBE-VERLAUF-ZEILE
           END-PERFORM

           MOVE MITTEL-DAUER TO DAUER-SEKUNDEN
           PERFORM ZERLEGE-DAUER
           MOVE MITTEL-SAETZE TO ANZAHL-ANZEIGE
           MOVE VERLAUF-ANZAHL TO ANZAHL2-ANZEIGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "  Mittel ueber " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL2-ANZEIGE) DELIMITED BY SIZE
                  " Laeufe: Dauer " DELIMITED BY SIZE
                  DAUER-ANZEIGE DELIMITED BY SIZE
                  "  Saetze " DELIMITED BY SIZE
                  FUNCTION TRIM(ANZAHL-ANZEIGE) DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE.
       SCHREIBE-VERLAUF-ENDE.
       EXIT.

       SCHREIBE-VERLAUF-ZEILE SECTION.
           MOVE VT-DAUER(VERLAUF-IDX) TO DAUER-SEKUNDEN
           PERFORM ZERLEGE-DAUER
           IF DAUER-SEKUNDEN > ZERO THEN
              COMPUTE SAETZE-JE-MINUTE ROUNDED =
                 VT-SAETZE(VERLAUF-IDX) * 60 / DAUER-SEKUNDEN
           ELSE
              MOVE VT-SAETZE(VERLAUF-IDX) TO SAETZE-JE-MINUTE
           END-IF
           IF MITTEL-DAUER > ZERO THEN
              COMPUTE ABWEICHUNG-PROZENT ROUNDED =
                 (DAUER-SEKUNDEN - MITTEL-DAUER) * 100 / MITTEL-DAUER
           ELSE
              MOVE ZERO TO ABWEICHUNG-PROZENT
           END-IF
           MOVE SPACES TO BALKEN
           MOVE ZERO TO BALKEN-LAENGE
           IF VERLAUF-DAUER-MAX > ZERO THEN
              COMPUTE BALKEN-LAENGE ROUNDED =
                 DAUER-SEKUNDEN * 40 / VERLAUF-DAUER-MAX
           END-IF
           IF BALKEN-LAENGE > ZERO THEN
              MOVE ALL "*" TO BALKEN(1:BALKEN-LAENGE)
           END-IF
           MOVE VT-SAETZE(VERLAUF-IDX) TO ANZAHL-ANZEIGE
           MOVE SAETZE-JE-MINUTE TO ANZAHL2-ANZEIGE
           MOVE ABWEICHUNG-PROZENT TO PROZENT-ANZEIGE
           MOVE SPACES TO BERICHT-ZEILE
           STRING "  " DELIMITED BY SIZE
                  VT-LAUFDATUM(VERLAUF-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VT-ZEITPUNKT(VERLAUF-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DAUER-ANZEIGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ANZAHL-ANZEIGE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ANZAHL2-ANZEIGE DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  PROZENT-ANZEIGE DELIMITED BY SIZE
                  "% " DELIMITED BY SIZE
                  BALKEN DELIMITED BY SIZE
              INTO BERICHT-ZEILE
           END-STRING
           WRITE BERICHT-ZEILE
       EXIT.
