      * Rollover der Archivdatei: Eintraege ausserhalb der
      * Aufbewahrungsfrist wandern in Jahresdateien archiv-JJJJ.txt,
      * dazu wird der Datumsindex fuer die ARCHIVAUSKUNFT neu
      * aufgebaut; die Frist in archivretention.txt zaehlt
      * Kalendertage oder, mit B hinter der Tageszahl,
      * Bankarbeitstage nach dem BANKKALENDER
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 FILLER PIC X(1).
              05 ARCH-TYP PIC X(1).
              05 FILLER PIC X(1).
              05 ARCH-DATEN PIC X(160).

           FD JAHR-DATEI.
           01 JAHR-SATZ PIC X(171).

           FD UEBERGANG-DATEI.
           01 UEBERGANG-SATZ PIC X(171).

           FD INDEX-DATEI.
           01 INDEX-SATZ.
              05 AIX-ANZAHL PIC 9(7).

           FD RETENTION-PARAMETER.
           01 RETENTION-PARAMETER-SATZ.
              05 RP-TAGE PIC 9(5).
              05 RP-ZAEHLWEISE PIC X(1).
       WORKING-STORAGE SECTION.
           01 ARCHIV-STATUS PIC X(2).
           01 JAHR-STATUS PIC X(2).
           01 UEBERGANG-NAME PIC X(20) VALUE "archiv-uebergang.tmp".
           01 ENDE PIC X.
           01 RETENTION-TAGE PIC 9(5) VALUE 365.
           01 RETENTION-ZAEHLWEISE PIC X VALUE "K".
           01 RETENTION-EINHEIT PIC X(15) VALUE "Tage".
           01 HEUTE-DATUM PIC 9(8).
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
           01 STICHTAG PIC 9(8).
           01 AKTIVES-JAHR PIC 9(4) VALUE ZERO.
           01 JAHR-OFFEN PIC X VALUE "N".
           DISPLAY "ARCHIV-ROLLOVER"

           PERFORM LESE-RETENTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE-DATUM
           COMPUTE STICHTAG = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(HEUTE-DATUM)
              - RETENTION-TAGE)
           IF RETENTION-ZAEHLWEISE = "B" THEN
              PERFORM BERECHNE-STICHTAG-ARBEITSTAGE
           END-IF
           DISPLAY "Aufbewahrung " RETENTION-TAGE
              " " FUNCTION TRIM(RETENTION-EINHEIT)
              ", Stichtag " STICHTAG

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE "archiv.txt" TO JOURNAL-DETAILS
              READ RETENTION-PARAMETER
                 AT END CONTINUE
                 NOT AT END
                    IF RP-TAGE IS NUMERIC AND
                       RP-TAGE > ZERO THEN
                       MOVE RP-TAGE TO RETENTION-TAGE
                    END-IF
                    IF RP-ZAEHLWEISE = "B" OR RP-ZAEHLWEISE = "b"
                       THEN
                       MOVE "B" TO RETENTION-ZAEHLWEISE
                       MOVE "Bankarbeitstage" TO RETENTION-EINHEIT
                    END-IF
              END-READ
              CLOSE RETENTION-PARAMETER
           END-IF
       EXIT.

       BERECHNE-STICHTAG-ARBEITSTAGE SECTION.
      * Stichtag liegt RETENTION-TAGE Bankarbeitstage vor heute; ohne
      * Kalender bleibt der Stichtag nach Kalendertagen stehen
           MOVE "R" TO KAL-FUNKTION
           MOVE SPACES TO KAL-BANK-ID
           MOVE HEUTE-DATUM TO KAL-DATUM
           MOVE RETENTION-TAGE TO KAL-TAGE
           CALL "BANKKALENDER" USING KALENDER-AUFRUF
              ON EXCEPTION
                 DISPLAY "WARNUNG: BANKKALENDER nicht verfuegbar, "
                    "Aufbewahrung in Kalendertagen"
                 MOVE "J" TO KALENDER-GESTOERT
                 MOVE "Tage" TO RETENTION-EINHEIT
           END-CALL
           IF KALENDER-GESTOERT = "N" THEN
              IF KAL-RUECKMELDUNG = "00" OR KAL-RUECKMELDUNG = "10" THEN
                 MOVE KAL-ERGEBNIS TO STICHTAG
              ELSE
                 DISPLAY "WARNUNG: BANKKALENDER Rueckmeldung "
                    KAL-RUECKMELDUNG ", Aufbewahrung in Kalendertagen"
                 MOVE "Tage" TO RETENTION-EINHEIT
              END-IF
           END-IF
       EXIT.

       SCHREIBE-JOURNAL SECTION.
           CALL "LAUFJOURNAL" USING JOURNAL-PROGRAMM JOURNAL-EREIGNIS
              JOURNAL-STATUS-TEXT JOURNAL-ZAEHLER JOURNAL-DETAILS
