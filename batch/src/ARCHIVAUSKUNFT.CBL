              05 FILLER PIC X(1).
              05 ARCH-TYP PIC X(1).
              05 FILLER PIC X(1).
              05 ARCH-DATEN PIC X(160).

           FD INDEX-DATEI.
           01 INDEX-SATZ.
              05 AIX-ANZAHL PIC 9(7).

           FD EXTRAKT-DATEI.
           01 EXTRAKT-SATZ PIC X(171).
       WORKING-STORAGE SECTION.
           01 ARCHIV-STATUS PIC X(2).
           01 INDEX-STATUS PIC X(2).
       PRUEFE-ARCHIV-SATZ SECTION.
           MOVE "N" TO SATZ-TREFFER
           PERFORM VARYING SUCH-POS FROM 1 BY 1
              UNTIL SUCH-POS > 151 OR SATZ-TREFFER = "J"
              IF ARCH-DATEN(SUCH-POS:10) = KONTO-EINGABE THEN
                 MOVE "J" TO SATZ-TREFFER
              END-IF
