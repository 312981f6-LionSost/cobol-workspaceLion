       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKKALENDER.
      *****************************************************************
      * Gemeinsamer Bankarbeitstagskalender: Samstage, Sonntage und
      * die Feiertage aus feiertage.txt sind keine Bankarbeitstage.
      * Feiertage ohne Bank-ID gelten fuer alle Banken, solche mit
      * Bank-ID nur fuer diese Bank (regionale Feiertage).
      * Funktionen:
      *   P = ist KAL-DATUM ein Bankarbeitstag (KAL-ARBEITSTAG J/N)
      *   F = KAL-DATUM oder der folgende Bankarbeitstag
      *   V = KAL-DATUM oder der vorhergehende Bankarbeitstag
      *   M = wie F, faellt der Tag dabei in den Folgemonat, wie V
      *   Z = Bankarbeitstage nach KAL-DATUM bis einschliesslich
      *       KAL-DATUM-BIS in KAL-TAGE
      *   R = KAL-TAGE Bankarbeitstage vor KAL-DATUM
      * Ergebnisdaten stehen in KAL-ERGEBNIS, KAL-RUECKMELDUNG ist
      * 00 = in Ordnung, 10 = ohne feiertage.txt nur Wochenenden,
      * 90 = Datum oder Funktion ungueltig
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEIERTAG-DATEI ASSIGN TO 'feiertage.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEIERTAG-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD FEIERTAG-DATEI.
           01 FEIERTAG-SATZ.
              05 FT-BANK-ID PIC X(5).
              05 FT-DATUM PIC X(8).
              05 FT-BEZEICHNUNG PIC X(30).
       WORKING-STORAGE SECTION.
           01 FEIERTAG-STATUS PIC X(2).
           01 KALENDER-GELADEN PIC X VALUE "N".
           01 KALENDER-VORHANDEN PIC X VALUE "N".
           01 ENDE PIC X.
           01 FEIERTAG-TABELLE.
              05 FEIERTAG-EINTRAG OCCURS 5000 TIMES.
                 10 FTT-BANK-ID PIC X(5).
                 10 FTT-DATUM PIC 9(8).
           01 FEIERTAG-ANZAHL PIC 9(4) VALUE ZERO.
           01 FEIERTAG-IDX PIC 9(4).
           01 FEIERTAG-UEBERLAUF PIC X VALUE "N".
           01 PRUEF-DATUM PIC 9(8).
           01 PRUEF-TAGESNUMMER PIC 9(8).
           01 PRUEF-ARBEITSTAG PIC X.
           01 START-MONAT PIC 9(2).
           01 BIS-TAGESNUMMER PIC 9(8).
           01 TAGE-ZAEHLER PIC 9(5).
           01 SCHRITT-ZAEHLER PIC 9(5).
       LINKAGE SECTION.
           01 KALENDER-AUFRUF.
              05 KAL-FUNKTION PIC X(1).
              05 KAL-BANK-ID PIC X(5).
              05 KAL-DATUM PIC 9(8).
              05 KAL-DATUM-BIS PIC 9(8).
              05 KAL-TAGE PIC 9(5).
              05 KAL-ERGEBNIS PIC 9(8).
              05 KAL-ARBEITSTAG PIC X(1).
              05 KAL-RUECKMELDUNG PIC X(2).
       PROCEDURE DIVISION USING KALENDER-AUFRUF.
           IF KALENDER-GELADEN = "N" THEN
              PERFORM LADE-FEIERTAGE
           END-IF

           IF KALENDER-VORHANDEN = "J" THEN
              MOVE "00" TO KAL-RUECKMELDUNG
           ELSE
              MOVE "10" TO KAL-RUECKMELDUNG
           END-IF
           MOVE KAL-DATUM TO KAL-ERGEBNIS
           MOVE SPACE TO KAL-ARBEITSTAG

           IF KAL-DATUM IS NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD(KAL-DATUM) NOT = ZERO THEN
              MOVE "90" TO KAL-RUECKMELDUNG
              GOBACK
           END-IF
           COMPUTE PRUEF-TAGESNUMMER = FUNCTION INTEGER-OF-DATE(
              KAL-DATUM)

           EVALUATE KAL-FUNKTION
              WHEN "P"
                 PERFORM PRUEFE-TAG
                 MOVE PRUEF-ARBEITSTAG TO KAL-ARBEITSTAG
              WHEN "F"
                 PERFORM SUCHE-FOLGENDEN-TAG
              WHEN "V"
                 PERFORM SUCHE-VORHERGEHENDEN-TAG
              WHEN "M"
                 MOVE KAL-DATUM(5:2) TO START-MONAT
                 PERFORM SUCHE-FOLGENDEN-TAG
                 IF PRUEF-DATUM(5:2) NOT = START-MONAT THEN
                    COMPUTE PRUEF-TAGESNUMMER =
                       FUNCTION INTEGER-OF-DATE(KAL-DATUM)
                    PERFORM SUCHE-VORHERGEHENDEN-TAG
                 END-IF
              WHEN "Z"
                 PERFORM ZAEHLE-ARBEITSTAGE
              WHEN "R"
                 PERFORM ZAEHLE-RUECKWAERTS
              WHEN OTHER
                 MOVE "90" TO KAL-RUECKMELDUNG
           END-EVALUATE
           GOBACK.

       LADE-FEIERTAGE SECTION.
      * der Kalender wird beim ersten Aufruf geladen und bleibt fuer
      * alle weiteren Aufrufe des Laufs stehen
           MOVE "J" TO KALENDER-GELADEN
           OPEN INPUT FEIERTAG-DATEI
           IF FEIERTAG-STATUS NOT = "00" THEN
              DISPLAY "HINWEIS: feiertage.txt nicht vorhanden, "
                 "nur Wochenenden gelten als bankfrei"
              GO TO LADE-FEIERTAGE-ENDE
           END-IF
           MOVE "J" TO KALENDER-VORHANDEN
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ FEIERTAG-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF FT-DATUM IS NUMERIC THEN
                       IF FEIERTAG-ANZAHL < 5000 THEN
                          ADD 1 TO FEIERTAG-ANZAHL
                          MOVE FT-BANK-ID
                            TO FTT-BANK-ID(FEIERTAG-ANZAHL)
                          MOVE FT-DATUM TO FTT-DATUM(FEIERTAG-ANZAHL)
                       ELSE
                          IF FEIERTAG-UEBERLAUF = "N" THEN
                             DISPLAY "WARNUNG: FEIERTAG-TABELLE VOLL, "
                                "WEITERE FEIERTAGE UEBERGANGEN"
                             MOVE "J" TO FEIERTAG-UEBERLAUF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FEIERTAG-DATEI
           MOVE SPACES TO ENDE.
       LADE-FEIERTAGE-ENDE.
       EXIT.

       PRUEFE-TAG SECTION.
      * Tagesnummer 1 ist Montag, 1. Januar 1601; Rest 6 und 0 der
      * Division durch 7 sind Samstag und Sonntag
           COMPUTE PRUEF-DATUM = FUNCTION DATE-OF-INTEGER(
              PRUEF-TAGESNUMMER)
           MOVE "J" TO PRUEF-ARBEITSTAG
           IF FUNCTION MOD(PRUEF-TAGESNUMMER, 7) = 6 OR
              FUNCTION MOD(PRUEF-TAGESNUMMER, 7) = 0 THEN
              MOVE "N" TO PRUEF-ARBEITSTAG
              GO TO PRUEFE-TAG-ENDE
           END-IF
           PERFORM VARYING FEIERTAG-IDX FROM 1 BY 1
              UNTIL FEIERTAG-IDX > FEIERTAG-ANZAHL OR
                    PRUEF-ARBEITSTAG = "N"
              IF FTT-DATUM(FEIERTAG-IDX) = PRUEF-DATUM AND
                 (FTT-BANK-ID(FEIERTAG-IDX) = SPACES OR
                  FTT-BANK-ID(FEIERTAG-IDX) = KAL-BANK-ID) THEN
                 MOVE "N" TO PRUEF-ARBEITSTAG
              END-IF
           END-PERFORM.
       PRUEFE-TAG-ENDE.
       EXIT.

       SUCHE-FOLGENDEN-TAG SECTION.
           PERFORM PRUEFE-TAG
           PERFORM UNTIL PRUEF-ARBEITSTAG = "J"
              ADD 1 TO PRUEF-TAGESNUMMER
              PERFORM PRUEFE-TAG
           END-PERFORM
           MOVE PRUEF-DATUM TO KAL-ERGEBNIS
       EXIT.

       SUCHE-VORHERGEHENDEN-TAG SECTION.
           PERFORM PRUEFE-TAG
           PERFORM UNTIL PRUEF-ARBEITSTAG = "J"
              SUBTRACT 1 FROM PRUEF-TAGESNUMMER
              PERFORM PRUEFE-TAG
           END-PERFORM
           MOVE PRUEF-DATUM TO KAL-ERGEBNIS
       EXIT.

       ZAEHLE-ARBEITSTAGE SECTION.
           MOVE ZERO TO KAL-TAGE
           IF KAL-DATUM-BIS IS NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD(KAL-DATUM-BIS) NOT = ZERO
              THEN
              MOVE "90" TO KAL-RUECKMELDUNG
              GO TO ZAEHLE-ARBEITSTAGE-ENDE
           END-IF
           COMPUTE BIS-TAGESNUMMER = FUNCTION INTEGER-OF-DATE(
              KAL-DATUM-BIS)
           MOVE ZERO TO TAGE-ZAEHLER
           PERFORM UNTIL PRUEF-TAGESNUMMER >= BIS-TAGESNUMMER OR
                         TAGE-ZAEHLER = 99999
              ADD 1 TO PRUEF-TAGESNUMMER
              PERFORM PRUEFE-TAG
              IF PRUEF-ARBEITSTAG = "J" THEN
                 ADD 1 TO TAGE-ZAEHLER
              END-IF
           END-PERFORM
           MOVE TAGE-ZAEHLER TO KAL-TAGE.
       ZAEHLE-ARBEITSTAGE-ENDE.
       EXIT.

       ZAEHLE-RUECKWAERTS SECTION.
           MOVE ZERO TO SCHRITT-ZAEHLER
           PERFORM UNTIL SCHRITT-ZAEHLER >= KAL-TAGE
              SUBTRACT 1 FROM PRUEF-TAGESNUMMER
              PERFORM PRUEFE-TAG
              IF PRUEF-ARBEITSTAG = "J" THEN
                 ADD 1 TO SCHRITT-ZAEHLER
              END-IF
           END-PERFORM
           COMPUTE KAL-ERGEBNIS = FUNCTION DATE-OF-INTEGER(
              PRUEF-TAGESNUMMER)
       EXIT.
