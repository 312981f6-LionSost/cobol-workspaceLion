           SELECT KONTOSTAMM-DATEI ASSIGN TO 'kontostamm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KONTOSTAMM-STATUS.
           SELECT SALDO-DATEI ASSIGN TO 'saldo.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-SCHLUESSEL
           FILE STATUS IS SALDO-STATUS.
           SELECT SALDO-ALTBESTAND ASSIGN TO 'saldo.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALDO-ALT-STATUS.
           SELECT SALDO-KOPIE
           ASSIGN TO DYNAMIC SALDOKOPIE-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUCHUNG-DETAIL
           ASSIGN TO DYNAMIC BUCHUNG-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUCHUNG-STATUS.
           SELECT MANIFEST-DATEI ASSIGN TO DYNAMIC MANIFEST-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-STATUS.
           SELECT VALUTA-DATEI ASSIGN TO 'valutahold.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VALUTA-STATUS.
           SELECT RUHEND-PRUEFUNG
           ASSIGN TO DYNAMIC RUHEND-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUHENDJOURNAL-DATEI ASSIGN TO 'ruhendjournal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUHENDJOURNAL-STATUS.
           SELECT REFERENZREGISTER-DATEI
           ASSIGN TO 'referenzregister.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFERENZREGISTER-STATUS.
           SELECT REFERENZFRIST-PARAMETER ASSIGN TO 'referenzfrist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFERENZFRIST-STATUS.
           SELECT HAUPTBUCHKONTEN-DATEI ASSIGN TO 'hauptbuchkonten.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HAUPTBUCHKONTEN-STATUS.
           SELECT HAUPTBUCH-DATEI
           ASSIGN TO DYNAMIC HAUPTBUCH-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIMANOTAZAEHLER-DATEI
           ASSIGN TO 'primanotazaehler.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRIMANOTAZAEHLER-STATUS.
           SELECT PRIMANOTA-DATEI ASSIGN TO DYNAMIC PRIMANOTA-DATEINAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRIMANOTA-STATUS.
           SELECT PRIMANOTA-UEBERGANG
           ASSIGN TO 'primanota-wiederanlauf.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD INPUT-KONTO.
              05 DC-KENNZEICHEN PIC X(2).
              05 VERWENDUNGSZWECK PIC X(53).
              05 VALUTA-DATUM PIC X(8).
      * Transaktionsreferenz der liefernden Bank, leer bei Altsaetzen
      * und bei maschinell erzeugten Buchungen
              05 REFERENZ PIC X(16).

           FD OUTPUT-KONTO.
           01 AUSGABE.
              05 NUMMER PIC 9(10).
              05 MITTE PIC X(6).
              05 BETRAG PIC Z(15)9.99.
              05 PRIMANOTA-ANZEIGE PIC X(16).
           01 AUSGABE-KOPF REDEFINES AUSGABE.
              05 KOPF-ANFANG PIC X(14).
              05 KOPF-DATUM PIC X(10).
           01 ZURUECKWEISUNG.
              05 ZURUECKWEISUNG-SATZ PIC X(92).
              05 ZURUECKWEISUNG-GRUND PIC X(30).
              05 ZURUECKWEISUNG-REFERENZ PIC X(16).

           FD QUITTUNG-DATEI.
           01 QUITTUNG-SATZ PIC X(132).
              05 CPS-LETZTER-SATZ PIC 9(9).
              05 CPS-GESAMTANZAHL PIC 9(9).
              05 CPS-FALL-NUMMER PIC 9(6).
              05 CPS-UMBUCHUNG-UEBERLAUF PIC X(1).
              05 CPS-PRIMANOTA PIC 9(12).
              05 FILLER PIC X(106).
           01 CHECKPOINT-KONTO-EINTRAG REDEFINES CHECKPOINT-SATZ.
              05 CPK-TYP PIC X(1).
              05 CPK-BANK-ID PIC 9(5).
              05 CPL-BANK-ID PIC 9(5).
              05 CPL-KONTONUMMER PIC 9(10).
              05 CPL-BEWEGUNG PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 CPL-WAEHRUNG PIC X(3).
              05 FILLER PIC X(108).
           01 CHECKPOINT-VALUTA-EINTRAG REDEFINES CHECKPOINT-SATZ.
              05 CPV-TYP PIC X(1).
              05 CPV-SATZ PIC X(108).
              05 FILLER PIC X(35).
           01 CHECKPOINT-UMBUCHUNG-EINTRAG REDEFINES CHECKPOINT-SATZ.
              05 CPU-TYP PIC X(1).
              05 CPU-SATZ PIC X(108).
              05 FILLER PIC X(35).
           01 CHECKPOINT-REFERENZ-EINTRAG REDEFINES CHECKPOINT-SATZ.
              05 CPR-TYP PIC X(1).
              05 CPR-BANK-ID PIC X(5).
              05 CPR-REFERENZ PIC X(16).
              05 FILLER PIC X(122).

           FD CSV-KONTO.
           01 CSV-SATZ PIC X(60).
              05 IDX-WAEHRUNG PIC X(3).
              05 IDX-DC PIC X(2).
              05 IDX-BETRAG PIC 9(8)V99.
      * Primanota der letzten in den Eintrag verrechneten Buchung
              05 IDX-PRIMANOTA PIC 9(12).

           FD EXCEPTION-KONTO.
           01 EXCEPTION-SATZ.
              05 EXC-KONTONUMMER PIC 9(10).
              05 EXC-BETRAG PIC Z(15)9.99.
              05 EXC-VERWENDUNGSZWECK PIC X(53).
              05 FILLER PIC X(1).
              05 EXC-PRIMANOTA PIC 9(12).

           FD LAUFDATUM-PARAMETER.
           01 LAUFDATUM-PARAMETER-SATZ.
              05 KSD-STATUS PIC X(1).
              05 KSD-PRUEFZIFFER PIC 9(1).
              05 KSD-LIMIT PIC S9(14)V99 SIGN LEADING SEPARATE.
      * Kontowaehrung, leer bedeutet EUR
              05 KSD-WAEHRUNG PIC X(3).

      * Saldenstamm, je Konto ein Satz; fortgeschrieben werden nur
      * die am Lauftag bewegten Konten
           FD SALDO-DATEI.
           01 SALDO-SATZ.
              05 SAL-SCHLUESSEL.
                 10 SAL-BANK-ID PIC 9(5).
                 10 SAL-KONTONUMMER PIC 9(10).
              05 SAL-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
      * Lauftag der letzten Fortschreibung und Saldo davor; ein
      * Wiederanlauf desselben Lauftags setzt wieder davor auf
              05 SAL-BUCHUNGSTAG PIC 9(8).
              05 SAL-VORTAGSSALDO PIC S9(14)V99 SIGN LEADING SEPARATE.
              05 SAL-WAEHRUNG PIC X(3).

      * bisheriger sequentieller Saldobestand, nur fuer den
      * einmaligen Aufbau des Saldenstamms
           FD SALDO-ALTBESTAND.
           01 SALDO-ALT-SATZ.
              05 SALT-BANK-ID PIC 9(5).
              05 SALT-KONTONUMMER PIC 9(10).
              05 SALT-SALDO PIC S9(14)V99 SIGN LEADING SEPARATE.

           FD SALDO-KOPIE.
           01 SALDO-KOPIE-SATZ PIC X(32).
              05 MAN-FORMAT PIC X(1).

           FD CSV-LIEFERUNG.
           01 CSV-LIEFER-SATZ PIC X(160).

           FD VALUTA-DATEI.
           01 VALUTA-SATZ PIC X(108).

           FD BUCHUNG-DETAIL.
           01 BUCHUNG-SATZ.
              05 BU-DC PIC X(2).
              05 BU-BETRAG PIC 9(8)V99.
              05 BU-ZWECK PIC X(53).
      * Originalbetrag steht in BU-BETRAG/BU-WAEHRUNG, der Saldo
      * wird mit dem umgerechneten Betrag in Kontowaehrung bewegt
              05 BU-KONTO-WAEHRUNG PIC X(3).
              05 BU-KURS PIC 9(5)V9(6).
              05 BU-KONTO-BETRAG PIC 9(12)V99.
              05 BU-REFERENZ PIC X(16).
      * fortlaufende Primanota-Nummer, leer bei Altsaetzen
              05 BU-PRIMANOTA PIC 9(12).

      * Sollsaetze auf ruhende Konten, Satzbild wie die Zurueckweisung
           FD RUHEND-PRUEFUNG.
           01 RUHEND-PRUEFUNG-SATZ.
              05 RP-SATZ PIC X(92).
              05 RP-GRUND PIC X(30).
              05 RP-REFERENZ PIC X(16).

           FD RUHENDJOURNAL-DATEI.
           01 RUHENDJOURNAL-SATZ.
              05 RJ-DATUM PIC 9(8).
              05 FILLER PIC X(1).
              05 RJ-BANK-ID PIC 9(5).
              05 FILLER PIC X(1).
              05 RJ-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(1).
      * K = als ruhend gekennzeichnet, H = durch Haben reaktiviert,
      * F = durch Bearbeiter freigegeben
              05 RJ-AKTION PIC X(1).
              05 FILLER PIC X(1).
              05 RJ-BEARBEITER PIC X(20).
              05 FILLER PIC X(1).
              05 RJ-DETAILS PIC X(53).

      * bereits gebuchte Transaktionsreferenzen je Bank mit Buchungstag
           FD REFERENZREGISTER-DATEI.
           01 REFERENZREGISTER-SATZ.
              05 RR-DATUM PIC 9(8).
              05 RR-BANK-ID PIC X(5).
              05 RR-REFERENZ PIC X(16).

           FD REFERENZFRIST-PARAMETER.
           01 REFERENZFRIST-PARAMETER-SATZ PIC 9(3).

      * Sachkonten je Bank und Waehrung fuer die Hauptbuchschnittstelle,
      * Waehrung leer gilt fuer alle Waehrungen der Bank
           FD HAUPTBUCHKONTEN-DATEI.
           01 HAUPTBUCHKONTEN-SATZ.
              05 HK-BANK-ID PIC 9(5).
              05 HK-WAEHRUNG PIC X(3).
              05 HK-VERRECHNUNG PIC X(10).
              05 HK-EINLAGEN PIC X(10).
              05 HK-ZWISCHEN PIC X(10).

      * Buchungssaetze S/H je Bank und Waehrung, je Waehrung ein
      * Summensatz mit Soll gleich Haben
           FD HAUPTBUCH-DATEI.
           01 HAUPTBUCH-SATZ.
              05 HB-SATZART PIC X(1).
              05 HB-DATUM PIC 9(8).
              05 HB-BANK-ID PIC 9(5).
              05 HB-WAEHRUNG PIC X(3).
              05 HB-SACHKONTO PIC X(10).
              05 HB-SEITE PIC X(1).
              05 HB-BETRAG PIC 9(16)V99.
              05 HB-ART PIC X(10).
              05 HB-TEXT PIC X(30).
           01 HAUPTBUCH-SUMMENSATZ.
              05 HBT-SATZART PIC X(1).
              05 HBT-DATUM PIC 9(8).
              05 HBT-WAEHRUNG PIC X(3).
              05 HBT-ANZAHL PIC 9(9).
              05 HBT-SOLL PIC 9(16)V99.
              05 HBT-HABEN PIC 9(16)V99.
              05 HBT-STATUS PIC X(12).

      * Primanota-Zaehler ueber alle Laeufe: letzte vergebene Nummer,
      * Lauftag der letzten Fortschreibung und Stand vor diesem Tag,
      * ein Wiederholungslauf desselben Tags setzt dort wieder auf
           FD PRIMANOTAZAEHLER-DATEI.
           01 PRIMANOTAZAEHLER-SATZ.
              05 PZ-LETZTE-NUMMER PIC 9(12).
              05 PZ-BUCHUNGSTAG PIC 9(8).
              05 PZ-TAGESANFANG PIC 9(12).

      * Primanota des Lauftags, je gebuchter Buchung ein Satz
           FD PRIMANOTA-DATEI.
           01 PRIMANOTA-SATZ.
              05 PN-NUMMER PIC 9(12).
              05 FILLER PIC X(1).
              05 PN-ZEIT PIC X(6).
              05 FILLER PIC X(1).
              05 PN-BANK-ID PIC 9(5).
              05 FILLER PIC X(1).
              05 PN-KONTONUMMER PIC 9(10).
              05 FILLER PIC X(1).
              05 PN-DC PIC X(2).
              05 FILLER PIC X(1).
              05 PN-BETRAG PIC Z(07)9.99.
              05 FILLER PIC X(1).
              05 PN-WAEHRUNG PIC X(3).
              05 FILLER PIC X(1).
              05 PN-QUELLE PIC X(40).
              05 FILLER PIC X(1).
              05 PN-ERSTELLER PIC X(20).

      * Zwischenbestand, wenn ein Wiederanlauf Buchungen nach dem
      * letzten Checkpoint aus Buchungsdatei und Primanota entfernt
           FD PRIMANOTA-UEBERGANG.
           01 PRIMANOTA-UEBERGANG-SATZ PIC X(160).
       WORKING-STORAGE SECTION.
           01 AKTUELLE-EINGABE.
              05 AKTUELLE-BANKID PIC 9(5).
              05 AKTUELLE-DC PIC X(2).
              05 AKTUELLER-VERWENDUNGSZWECK PIC X(53).
              05 AKTUELLES-VALUTA-DATUM PIC X(8).
              05 AKTUELLE-REFERENZ PIC X(16).
           01 AKTUELLER-BETRAG PIC 9(8)V99.
           01 AKTUELLE-AUSGABE.
              05 ANFANG PIC X(14).
              05 NUMMER PIC 9(10).
              05 MITTE PIC X(6) VALUES ":     ".
              05 BETRAG PIC Z(15)9.99.
              05 PRIMANOTA-ANZEIGE PIC X(16).
           01 ENDE PIC X.
           01 BANK-TABELLE.
              05 BANK-EINTRAG OCCURS 50 TIMES.
           01 LAUF-DATUM-VON PIC 9(8).
           01 LAUF-DATUM-BIS PIC 9(8).
           01 NAECHSTER-TAG PIC 9(8).
           01 UEBERSPRUNGEN-ANZAHL PIC 9(5) VALUE ZERO.
           01 FREIGABE-TAG PIC 9(8).
      * Schnittstelle zum gemeinsamen BANKKALENDER
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
           01 LAUF-DATUM-ANZEIGE.
              05 LDA-JAHR PIC 9(4).
              05 FILLER PIC X VALUE "-".
           01 STAMM-IDX PIC 9(4).
           01 STAMM-TREFFER PIC 9(4).
           01 KONTOSTAMM-STATUS PIC X(2).
           01 KSTAMM-UEBERLAUF PIC X VALUE "N".
           01 RUHEND-DATEINAME PIC X(27).
           01 RUHENDJOURNAL-STATUS PIC X(2).
           01 RUHEND-SOLL PIC X VALUE "N".
           01 RUHEND-ANZAHL PIC 9(7) VALUE ZERO.
           01 REAKTIVIERT-ANZAHL PIC 9(7) VALUE ZERO.
           01 KSTAMM-TABELLE.
              05 KSTAMM-EINTRAG OCCURS 100000 TIMES.
                 10 KST-BANK-ID PIC 9(5).
                 10 KST-STATUS PIC X(1).
                 10 KST-PRUEFZIFFER PIC 9(1).
                 10 KST-LIMIT PIC S9(14)V99.
                 10 KST-WAEHRUNG PIC X(3).
           01 KSTAMM-ANZAHL PIC 9(6) VALUE ZERO.
           01 KSTAMM-IDX PIC 9(6).
           01 KSTAMM-TREFFER PIC 9(6).
           01 BANK-ID-ANZEIGE PIC 9(5).
           01 TOTAL-BETRAG-ANZEIGE PIC Z(15)9.99.
           01 SALDO-STATUS PIC X(2).
           01 SALDO-ALT-STATUS PIC X(2).
           01 SALDO-ENDE PIC X.
           01 SALDO-GEFUNDEN PIC X.
           01 SALDO-UEBERNOMMEN PIC 9(7).
      * Bewegungen der am Lauftag gebuchten Konten
           01 SALDO-TABELLE.
              05 SALDO-EINTRAG OCCURS 100000 TIMES.
                 10 SAL-TAB-BANK-ID PIC 9(5).
                 10 SAL-TAB-KONTONUMMER PIC 9(10).
                 10 SAL-TAB-BEWEGUNG PIC S9(14)V99.
                 10 SAL-TAB-WAEHRUNG PIC X(3).
           01 SALDO-ANZAHL PIC 9(6) VALUE ZERO.
           01 SALDO-IDX PIC 9(6).
           01 SALDO-TREFFER PIC 9(6).
           01 KURS-ALTER-TAGE PIC S9(5).
           01 KURS-ALTER-ANZEIGE PIC -(4)9.
           01 LAUF-DATUM-TAGE PIC 9(8).
      * Umrechnung der laufenden Buchung in die Kontowaehrung; die
      * Kurse der Kursdatei sind EUR je Einheit der Waehrung
           01 UMRECHNUNG.
              05 UR-KONTO-WAEHRUNG PIC X(3).
              05 UR-KURS PIC 9(5)V9(6).
              05 UR-KONTO-BETRAG PIC 9(12)V99.
           01 BUCHUNGS-KURS PIC 9(3)V9(6).
           01 KONTO-KURS PIC 9(3)V9(6).
           01 KONTO-WAEHRUNG PIC X(3).
           01 WAEHRUNG-TABELLE.
              05 WAEHRUNG-EINTRAG OCCURS 20 TIMES.
                 10 WTAB-WAEHRUNG PIC X(3).
              05 CF-DC PIC X(15).
              05 CF-ZWECK PIC X(53).
              05 CF-VALUTA PIC X(15).
              05 CF-ZIEL-BANK PIC X(15).
              05 CF-ZIEL-KONTO PIC X(15).
              05 CF-REFERENZ PIC X(20).
           01 CSV-AUFBEREITET.
              05 CA-BANK-ID PIC X(5).
              05 CA-KONTONUMMER PIC X(10).
              05 CA-DC PIC X(2).
              05 CA-ZWECK PIC X(53).
              05 CA-VALUTA PIC X(8).
              05 CA-REFERENZ PIC X(16).
      * Umbuchung: Zielkonto steht vor dem verkuerzten Zweck
           01 CSV-UMBUCHUNG REDEFINES CSV-AUFBEREITET.
              05 FILLER PIC X(31).
              05 CU-ZIEL-BANK-ID PIC X(5).
              05 CU-ZIEL-KONTONUMMER PIC X(10).
              05 CU-ZWECK PIC X(38).
              05 CU-VALUTA PIC X(8).
              05 CU-REFERENZ PIC X(16).
           01 CSV-KONTO-WERT PIC 9(10).
           01 CSV-BETRAG-WERT PIC 9(8)V99.
           01 CSV-BETRAG-AUFBEREITET PIC Z(07)9.99.
           01 HALTE-TABELLE.
              05 HALTE-EINTRAG OCCURS 5000 TIMES.
                 10 HT-SATZ.
                    15 HT-BANK-ID PIC X(5).
                    15 FILLER PIC X(79).
                    15 HT-VALUTA PIC X(8).
                    15 HT-REFERENZ PIC X(16).
                 10 HT-ERLEDIGT PIC X(1).
           01 HALTE-ANZAHL PIC 9(5) VALUE ZERO.
           01 GELADENE-HALTE-ANZAHL PIC 9(5) VALUE ZERO.
              05 BD-BEWEGUNG PIC -(14)9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 BD-ENDSALDO PIC -(14)9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 BD-WAEHRUNG PIC X(3).
      * Umbuchungssatz: DC-KENNZEICHEN "UB", Quellkonto an der Stelle
      * des Buchungskontos, Zielkonto vor dem verkuerzten Zweck
           01 UMBUCHUNG-SATZ.
              05 UB-QUELL-BANK-ID PIC X(5).
              05 UB-QUELL-KONTONUMMER PIC X(10).
              05 UB-BETRAG PIC Z(07)9.99.
              05 UB-BETRAG-ALPHA REDEFINES UB-BETRAG PIC X(11).
              05 UB-WAEHRUNG PIC X(3).
              05 UB-KENNZEICHEN PIC X(2).
              05 UB-ZIEL-BANK-ID PIC X(5).
              05 UB-ZIEL-KONTONUMMER PIC X(10).
              05 UB-ZWECK PIC X(38).
              05 UB-VALUTA PIC X(8).
              05 UB-REFERENZ PIC X(16).
           01 UMBUCHUNG-BEIN.
              05 UBB-BANK-ID PIC X(5).
              05 UBB-KONTONUMMER PIC X(10).
              05 UBB-BETRAG PIC X(11).
              05 UBB-WAEHRUNG PIC X(3).
              05 UBB-DC PIC X(2).
              05 UBB-ZWECK PIC X(53).
              05 UBB-VALUTA PIC X(8).
              05 UBB-REFERENZ PIC X(16).
           01 UMBUCHUNG-SOLL-BEIN PIC X(108).
           01 UMBUCHUNG-HABEN-BEIN PIC X(108).
           01 UMBUCHUNG-SOLL-BANKNAME PIC X(30).
           01 UMBUCHUNG-HABEN-BANKNAME PIC X(30).
           01 UMBUCHUNG-SOLL-UMRECHNUNG PIC X(28).
           01 UMBUCHUNG-HABEN-UMRECHNUNG PIC X(28).
           01 UMBUCHUNG-SOLL-TREFFER PIC 9(4).
           01 UMBUCHUNG-HABEN-TREFFER PIC 9(4).
           01 UMBUCHUNG-GRUND PIC X(30).
           01 UMBUCHUNG-AKTIV PIC X VALUE "N".
           01 UMBUCHUNG-TABELLE.
              05 UMBUCHUNG-EINTRAG PIC X(108) OCCURS 5000 TIMES.
           01 UMBUCHUNG-ANZAHL PIC 9(5) VALUE ZERO.
           01 UMBUCHUNG-IDX PIC 9(5).
           01 UMBUCHUNG-UEBERLAUF PIC X VALUE "N".
           01 UMBUCHUNG-DRUCKZEILE.
              05 UD-QUELL-BANK-ID PIC X(5).
              05 FILLER PIC X(1) VALUE SPACE.
              05 UD-QUELL-KONTONUMMER PIC X(10).
              05 FILLER PIC X(4) VALUE " -> ".
              05 UD-ZIEL-BANK-ID PIC X(5).
              05 FILLER PIC X(1) VALUE SPACE.
              05 UD-ZIEL-KONTONUMMER PIC X(10).
              05 FILLER PIC X(1) VALUE SPACE.
              05 UD-WAEHRUNG PIC X(3).
              05 UD-BETRAG PIC Z(15)9.99.
              05 FILLER PIC X(1) VALUE SPACE.
              05 UD-ZWECK PIC X(20).
      * Referenzregister: gebuchte Referenzen der Frist und des
      * Lauftags, Schluessel Bank-ID und Referenz
           01 REFERENZREGISTER-STATUS PIC X(2).
           01 REFERENZFRIST-STATUS PIC X(2).
           01 REFERENZ-FRIST PIC 9(3) VALUE 30.
           01 REFERENZ-GRENZE PIC 9(8).
           01 REFERENZ-DATUM PIC 9(8).
           01 REFERENZ-TABELLE.
              05 REFERENZ-EINTRAG OCCURS 200000 TIMES.
                 10 RFT-DATUM PIC 9(8).
                 10 RFT-BANK-ID PIC X(5).
                 10 RFT-REFERENZ PIC X(16).
           01 REFERENZ-ANZAHL PIC 9(6) VALUE ZERO.
           01 GELADENE-REFERENZ-ANZAHL PIC 9(6) VALUE ZERO.
           01 REFERENZ-IDX PIC 9(6).
           01 REFERENZ-TREFFER PIC 9(6).
           01 REFERENZ-UEBERLAUF PIC X VALUE "N".
      * Streuindex auf REFERENZ-TABELLE, 0 = Platz frei
           01 REFERENZ-HASH-TABELLE.
              05 REFERENZ-HASH-EINTRAG PIC 9(6) COMP OCCURS 400009 TIMES
                 VALUE ZERO.
           01 REFERENZ-SCHLUESSEL.
              05 REF-SUCH-BANK-ID PIC X(5).
              05 REF-SUCH-REFERENZ PIC X(16).
           01 REFERENZ-ZEICHEN REDEFINES REFERENZ-SCHLUESSEL.
              05 REF-ZEICHEN PIC X(1) OCCURS 21 TIMES.
           01 REF-ZEICHEN-IDX PIC 9(2).
           01 REF-HASH-WERT PIC 9(9) COMP.
           01 REF-HASH-POS PIC 9(9) COMP.
           01 INDEX-NETTO PIC S9(12)V99.
      * Hauptbuchschnittstelle: Sachkontenzuordnung, offene Betraege
      * der Kontrollsummenabstimmung und Summen je Waehrung
           01 HAUPTBUCHKONTEN-STATUS PIC X(2).
           01 HAUPTBUCH-DATEINAME PIC X(22).
           01 HK-TABELLE.
              05 HK-EINTRAG OCCURS 200 TIMES.
                 10 HKT-BANK-ID PIC 9(5).
                 10 HKT-WAEHRUNG PIC X(3).
                 10 HKT-VERRECHNUNG PIC X(10).
                 10 HKT-EINLAGEN PIC X(10).
                 10 HKT-ZWISCHEN PIC X(10).
           01 HK-ANZAHL PIC 9(4) VALUE ZERO.
           01 HK-IDX PIC 9(4).
           01 HK-TREFFER PIC 9(4).
           01 HK-SUCH-BANK-ID PIC 9(5).
           01 HK-SUCH-WAEHRUNG PIC X(3).
           01 HK-FEHLT PIC X VALUE "N".
           01 OFFEN-TABELLE.
              05 OFFEN-EINTRAG OCCURS 100 TIMES.
                 10 OFT-BANK-ID PIC 9(5).
                 10 OFT-WAEHRUNG PIC X(3).
                 10 OFT-SOLL PIC S9(16)V99.
                 10 OFT-HABEN PIC S9(16)V99.
           01 OFFEN-ANZAHL PIC 9(4) VALUE ZERO.
           01 OFFEN-IDX PIC 9(4).
           01 OFFEN-UEBERLAUF PIC X VALUE "N".
           01 HB-POSTEN.
              05 HBP-SOLL-KONTO PIC X(10).
              05 HBP-HABEN-KONTO PIC X(10).
              05 HBP-BETRAG PIC 9(16)V99.
              05 HBP-ART PIC X(10).
              05 HBP-TEXT PIC X(30).
           01 HB-WAEHRUNG-TABELLE.
              05 HB-WAEHRUNG-EINTRAG OCCURS 20 TIMES.
                 10 HBW-WAEHRUNG PIC X(3).
                 10 HBW-ANZAHL PIC 9(9).
                 10 HBW-SOLL PIC 9(16)V99.
                 10 HBW-HABEN PIC 9(16)V99.
                 10 HBW-GELESEN PIC 9(9).
           01 HBW-ANZAHL-WAEHRUNGEN PIC 9(4) VALUE ZERO.
           01 HBW-IDX PIC 9(4).
           01 HBW-TREFFER PIC 9(4).
      * Primanota: fortlaufende Nummer je gebuchter Buchung ueber alle
      * Lauftage, Herkunft der laufenden Lieferung fuer das Journal
           01 PRIMANOTAZAEHLER-STATUS PIC X(2).
           01 PRIMANOTA-STATUS PIC X(2).
           01 PRIMANOTA-DATEINAME PIC X(22).
           01 PRIMANOTA-NUMMER PIC 9(12) VALUE ZERO.
           01 PRIMANOTA-TAGESANFANG PIC 9(12) VALUE ZERO.
           01 PRIMANOTA-ERSTE PIC 9(12).
           01 PRIMANOTA-QUELLE PIC X(40).
           01 PRIMANOTA-ERSTELLER PIC X(20).
           01 PRIMANOTA-ENTFERNT PIC 9(9).
           01 UEBERGANG-ENDE PIC X.
           01 UEBERGANG-NAME PIC X(26)
              VALUE "primanota-wiederanlauf.tmp".
           01 BUCHUNG-STATUS PIC X(2).
       PROCEDURE DIVISION.
           DISPLAY 'BATCH-VERARBEITUNG'

           PERFORM BESTIMME-LAUFBEREICH

      * Aufholmodus: jeder Bankarbeitstag des Bereichs laeuft
      * vollstaendig mit seinen eigenen Tagesdateien, Abbruch am ersten
      * Tag mit fehlgeschlagener Abstimmung; Wochenenden und allgemeine
      * Feiertage werden uebersprungen
           MOVE LAUF-DATUM-VON TO LAUF-DATUM-ROH
           PERFORM UNTIL LAUF-DATUM-ROH > LAUF-DATUM-BIS
              OR IST-ABWEICHUNG-VORHANDEN
              MOVE "J" TO KAL-ARBEITSTAG
              IF LAUF-DATUM-VON NOT = LAUF-DATUM-BIS THEN
                 MOVE "P" TO KAL-FUNKTION
                 MOVE SPACES TO KAL-BANK-ID
                 MOVE LAUF-DATUM-ROH TO KAL-DATUM
                 PERFORM RUFE-BANKKALENDER
              END-IF
              IF KAL-ARBEITSTAG = "N" THEN
                 PERFORM UEBERSPRINGE-LAUFTAG
              ELSE
                 PERFORM VERARBEITE-LAUFTAG
              END-IF
              IF NOT IST-ABWEICHUNG-VORHANDEN THEN
                 COMPUTE NAECHSTER-TAG = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(
              END-IF
           END-PERFORM

           IF UEBERSPRUNGEN-ANZAHL > ZERO THEN
              DISPLAY "AUFHOLLAUF: " UEBERSPRUNGEN-ANZAHL
                 " TAGE OHNE BANKARBEITSTAG UEBERSPRUNGEN"
           END-IF
           IF IST-ABWEICHUNG-VORHANDEN THEN
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       UEBERSPRINGE-LAUFTAG SECTION.
           ADD 1 TO UEBERSPRUNGEN-ANZAHL
           PERFORM BESTIMME-DATEINAMEN
           DISPLAY "LAUFTAG " LAUF-DATUM-ANZEIGE
              " KEIN BANKARBEITSTAG, UEBERSPRUNGEN"
      * eine Lieferung fuer den Tag bliebe sonst unbemerkt liegen
           OPEN INPUT MANIFEST-DATEI
           IF MANIFEST-STATUS = "00" THEN
              CLOSE MANIFEST-DATEI
              DISPLAY "WARNUNG: " MANIFEST-DATEINAME
                 " VORHANDEN, NICHT VERARBEITET"
           END-IF
           MOVE STANDARD-EINGABENAME TO EINGABE-DATEINAME
           OPEN INPUT INPUT-KONTO
           IF EINGABE-STATUS = "00" THEN
              CLOSE INPUT-KONTO
              DISPLAY "WARNUNG: " STANDARD-EINGABENAME
                 " VORHANDEN, NICHT VERARBEITET"
           END-IF
       EXIT.

       RUFE-BANKKALENDER SECTION.
           CALL "BANKKALENDER" USING KALENDER-AUFRUF
              ON EXCEPTION
      * ohne Kalender gilt wie frueher jeder Kalendertag
                 IF KALENDER-GESTOERT = "N" THEN
                    DISPLAY "WARNUNG: BANKKALENDER nicht verfuegbar, "
                       "Lauf rechnet in Kalendertagen"
                    MOVE "J" TO KALENDER-GESTOERT
                 END-IF
                 MOVE "99" TO KAL-RUECKMELDUNG
                 MOVE KAL-DATUM TO KAL-ERGEBNIS
                 MOVE "J" TO KAL-ARBEITSTAG
           END-CALL
       EXIT.

       VERARBEITE-LAUFTAG SECTION.
           PERFORM SETZE-TAGESSTAND-ZURUECK
           PERFORM BESTIMME-DATEINAMEN
           PERFORM PRUEFE-LIEFERDATEIEN
           PERFORM LADE-BANKSTAMM
           PERFORM LADE-KONTOSTAMM
           PERFORM PRUEFE-SALDENSTAMM
           PERFORM LADE-KURSE
           PERFORM LADE-KURSALTER
           PERFORM LADE-WATCHLIST
           PERFORM LADE-VALUTA-BESTAND
           PERFORM LADE-REFERENZFRIST
           PERFORM LADE-REFERENZREGISTER
           PERFORM LADE-HAUPTBUCHKONTEN
           PERFORM LADE-PRIMANOTA-ZAEHLER

           PERFORM ZAEHLE-EINGABESAETZE

           PERFORM LADE-CHECKPOINT

           IF IST-CHECKPOINT-VORHANDEN THEN
              PERFORM BEREINIGE-PRIMANOTA
              OPEN EXTEND PRIMANOTA-DATEI
              OPEN EXTEND OUTPUT-KONTO
              OPEN EXTEND REJECT-KONTO
              OPEN EXTEND CSV-KONTO
              OPEN EXTEND EXCEPTION-KONTO
              OPEN EXTEND COMPLIANCE-DATEI
              OPEN EXTEND BUCHUNG-DETAIL
              OPEN EXTEND RUHEND-PRUEFUNG
           ELSE
              OPEN OUTPUT OUTPUT-KONTO
              PERFORM SCHREIBE-KOPFZEILE
              OPEN OUTPUT EXCEPTION-KONTO
              OPEN OUTPUT COMPLIANCE-DATEI
              OPEN OUTPUT BUCHUNG-DETAIL
              OPEN OUTPUT RUHEND-PRUEFUNG
              OPEN OUTPUT PRIMANOTA-DATEI
           END-IF

           PERFORM VARYING LIEFER-IDX FROM 1 BY 1
           END-PERFORM

           PERFORM VERARBEITE-VALUTA-FAELLIG
           PERFORM PRUEFE-HAUPTBUCHKONTEN

           PERFORM SCHREIBE-UMBUCHUNGEN
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > BANK-ANZAHL
              PERFORM SCHREIBE-BANK
           PERFORM SCHREIBE-VALUTA-UEBERSICHT
           PERFORM SCHREIBE-EUR-KONSOLIDIERUNG
           PERFORM PRUEFE-KONTROLLSUMMEN
           PERFORM SCHREIBE-HAUPTBUCH
           PERFORM SCHREIBE-SALDEN
           PERFORM SCHREIBE-REFERENZREGISTER
           PERFORM SCHREIBE-PRIMANOTA-ZAEHLER
           PERFORM SCHREIBE-BILANZ
           PERFORM SCHREIBE-UEBERZIEHUNG
           PERFORM SCHREIBE-VALUTA-BESTAND
           CLOSE EXCEPTION-KONTO
           CLOSE COMPLIANCE-DATEI
           CLOSE BUCHUNG-DETAIL
           CLOSE RUHEND-PRUEFUNG
           CLOSE PRIMANOTA-DATEI
           IF PRIMANOTA-NUMMER > PRIMANOTA-TAGESANFANG THEN
              COMPUTE PRIMANOTA-ERSTE = PRIMANOTA-TAGESANFANG + 1
              DISPLAY "PRIMANOTA: " PRIMANOTA-ERSTE
                 " BIS " PRIMANOTA-NUMMER " IN " PRIMANOTA-DATEINAME
           END-IF
           IF RUHEND-ANZAHL > ZERO OR REAKTIVIERT-ANZAHL > ZERO THEN
              DISPLAY "RUHENDE KONTEN: " RUHEND-ANZAHL
                 " SOLLSAETZE ZUR PRUEFUNG IN " RUHEND-DATEINAME
                 ", " REAKTIVIERT-ANZAHL " KONTEN REAKTIVIERT"
           END-IF
           PERFORM SCHREIBE-QUITTUNGEN
           DISPLAY "FERTIG"
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE ZERO TO STAMM-ANZAHL
           MOVE ZERO TO KSTAMM-ANZAHL
           INITIALIZE KSTAMM-HASH-TABELLE
           MOVE "N" TO KSTAMM-UEBERLAUF
           MOVE "N" TO RUHEND-SOLL
           MOVE ZERO TO RUHEND-ANZAHL
           MOVE ZERO TO REAKTIVIERT-ANZAHL
           MOVE ZERO TO KURS-ANZAHL
           MOVE "N" TO KURS-UEBERLAUF
           MOVE ZERO TO WATCH-ANZAHL
           MOVE ZERO TO EUR-GESAMT-HABEN
           MOVE ZERO TO FALL-NUMMER
           MOVE ZERO TO WAEHRUNG-ANZAHL
           MOVE ZERO TO UMBUCHUNG-ANZAHL
           MOVE "N" TO UMBUCHUNG-UEBERLAUF
           MOVE "N" TO UMBUCHUNG-AKTIV
           MOVE ZERO TO REFERENZ-ANZAHL
           MOVE ZERO TO GELADENE-REFERENZ-ANZAHL
           INITIALIZE REFERENZ-HASH-TABELLE
           MOVE "N" TO REFERENZ-UEBERLAUF
           MOVE ZERO TO HK-ANZAHL
           MOVE "N" TO HK-FEHLT
           MOVE ZERO TO OFFEN-ANZAHL
           MOVE "N" TO OFFEN-UEBERLAUF
       EXIT.

       BESTIMME-LAUFBEREICH SECTION.
                  ".txt" DELIMITED BY SIZE
              INTO ABSTIMMUNG-DATEINAME
           END-STRING
           STRING "hauptbuch-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO HAUPTBUCH-DATEINAME
           END-STRING
           STRING "primanota-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO PRIMANOTA-DATEINAME
           END-STRING
           STRING "ueberziehung-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO BUCHUNG-DATEINAME
           END-STRING
           STRING "ruhendpruefung-" DELIMITED BY SIZE
                  LAUF-DATUM-ROH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO RUHEND-DATEINAME
           END-STRING
       EXIT.

       SCHREIBE-JOURNAL SECTION.
           PERFORM VARYING LIEFER-IDX FROM 1 BY 1
              UNTIL LIEFER-IDX > LIEFER-ANZAHL
              MOVE LT-DATEINAME(LIEFER-IDX) TO EINGABE-DATEINAME
              IF LT-FORMAT(LIEFER-IDX) = "C" THEN
                 PERFORM ZAEHLE-CSV-SAETZE
              ELSE
                 OPEN INPUT INPUT-KONTO
                 MOVE SPACES TO ENDE
                 PERFORM UNTIL ENDE = "Y"
                    READ INPUT-KONTO
                       AT END MOVE "Y" TO ENDE
                       NOT AT END ADD 1 TO EINGELESENE-SAETZE
                    END-READ
                 END-PERFORM
                 CLOSE INPUT-KONTO
              END-IF
           END-PERFORM
           MOVE SPACES TO ENDE
       EXIT.

       ZAEHLE-CSV-SAETZE SECTION.
      * CSV-Zeilen sind laenger als der feste Satz und werden ueber
      * ihr eigenes Satzbild gezaehlt
           OPEN INPUT CSV-LIEFERUNG
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ CSV-LIEFERUNG
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    IF CSV-LIEFER-SATZ(1:8) NOT = "Bank-ID," THEN
                       ADD 1 TO EINGELESENE-SAETZE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CSV-LIEFERUNG
       EXIT.

       VERARBEITE-EINGABEDATEI SECTION.
           PERFORM BESTIMME-LIEFERHERKUNFT
           IF LT-FORMAT(LIEFER-IDX) = "C" THEN
              PERFORM VERARBEITE-CSV-LIEFERUNG
              GO TO VERARBEITE-EINGABEDATEI-ENDE
           MOVE ZERO TO CSV-FELD-ANZAHL
           UNSTRING CSV-LIEFER-SATZ DELIMITED BY ","
              INTO CF-BANK CF-KONTO CF-BETRAG CF-WAEHRUNG CF-DC
                   CF-ZWECK CF-VALUTA CF-ZIEL-BANK CF-ZIEL-KONTO
                   CF-REFERENZ
              TALLYING IN CSV-FELD-ANZAHL
           END-UNSTRING

      * Referenz als Feld 10, ein zu langer Wert wuerde abgeschnitten
      * und koennte eine fremde Referenz treffen
           IF CSV-FELD-ANZAHL < 5 OR
              CF-REFERENZ(17:4) NOT = SPACES THEN
              MOVE SPACES TO AKTUELLE-EINGABE
              MOVE CSV-LIEFER-SATZ(1:92) TO AKTUELLE-EINGABE
              MOVE "CSV-SATZ UNGUELTIG" TO ABLEHNUNGSGRUND
           MOVE CF-DC(1:2) TO CA-DC
           MOVE CF-ZWECK TO CA-ZWECK
           MOVE CF-VALUTA(1:8) TO CA-VALUTA
           MOVE CF-REFERENZ(1:16) TO CA-REFERENZ

      * Umbuchung: Zielbank und Zielkonto folgen als Feld 8 und 9
           IF CA-DC = "UB" THEN
              IF CSV-FELD-ANZAHL < 9 THEN
                 MOVE SPACES TO AKTUELLE-EINGABE
                 MOVE CSV-LIEFER-SATZ(1:92) TO AKTUELLE-EINGABE
                 MOVE "CSV-SATZ UNGUELTIG" TO ABLEHNUNGSGRUND
                 PERFORM SCHREIBE-ZURUECKWEISUNG
                 GO TO VERARBEITE-CSV-EINGABESATZ-ENDE
              END-IF
              MOVE CF-ZWECK TO CU-ZWECK
              MOVE CF-ZIEL-BANK(1:5) TO CU-ZIEL-BANK-ID
              IF FUNCTION TEST-NUMVAL(CF-ZIEL-KONTO) = ZERO THEN
                 COMPUTE CSV-KONTO-WERT =
                    FUNCTION NUMVAL(CF-ZIEL-KONTO)
                 MOVE CSV-KONTO-WERT TO CU-ZIEL-KONTONUMMER
              ELSE
                 MOVE CF-ZIEL-KONTO(1:10) TO CU-ZIEL-KONTONUMMER
              END-IF
           END-IF

           MOVE CSV-AUFBEREITET TO KONTO-FILE
           MOVE CSV-AUFBEREITET TO AKTUELLE-EINGABE
       EXIT.

       SCHREIBE-CSV-KOPFZEILE SECTION.
           MOVE "Bank-ID,Kontonummer,Waehrung,DC/CR,Betrag,Primanota"
              TO CSV-SATZ
           WRITE CSV-SATZ
       EXIT.
       EXIT.

       FILE-SCHREIBEN SECTION.
           IF DC-KENNZEICHEN IN KONTO-FILE = "UB" THEN
              PERFORM VERARBEITE-UMBUCHUNG
              GO TO FILE-SCHREIBEN-ENDE
           END-IF

           PERFORM PRUEFE-SATZ

      * kuenftige Valuta: Satz wird nicht gebucht, sondern bis zum
           END-IF

           IF SATZ-IST-GUELTIG THEN
              PERFORM PRUEFE-UMRECHNUNG
           END-IF

      * Saetze mit Referenz duerfen mehrfach je Konto und Tag kommen,
      * ohne Referenz gilt weiter ein Satz je Konto und Lauf
           IF SATZ-IST-GUELTIG THEN
              IF AKTUELLE-REFERENZ = SPACES THEN
                 PERFORM PRUEFE-DUPLIKAT
              ELSE
                 PERFORM PRUEFE-REFERENZ
              END-IF
           END-IF

           IF SATZ-IST-GUELTIG THEN
              PERFORM SCHREIBE-ZURUECKWEISUNG
           ELSE
              PERFORM SCHREIBE-KONTO
              IF AKTUELLE-REFERENZ NOT = SPACES THEN
                 PERFORM VERMERKE-REFERENZ
              END-IF
           END-IF.
       FILE-SCHREIBEN-ENDE.
       EXIT.

       VERARBEITE-UMBUCHUNG SECTION.
      * Umbuchung zwischen zwei Konten: beide Beine werden vollstaendig
      * geprueft und danach gemeinsam gebucht oder gemeinsam mit einem
      * Grund zurueckgewiesen, der Saldenstamm bleibt so ausgeglichen
           MOVE KONTO-FILE TO UMBUCHUNG-SATZ
           PERFORM BAUE-UMBUCHUNG-BEINE
           MOVE SPACES TO UMBUCHUNG-GRUND

           MOVE UMBUCHUNG-SOLL-BEIN TO KONTO-FILE
           MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
           PERFORM PRUEFE-SATZ
           IF NOT SATZ-IST-GUELTIG THEN
              MOVE ABLEHNUNGSGRUND TO UMBUCHUNG-GRUND
              PERFORM SCHREIBE-UMBUCHUNG-ABLEHNUNG
              GO TO VERARBEITE-UMBUCHUNG-ENDE
           END-IF
           MOVE GEFUNDENER-BANK-NAME TO UMBUCHUNG-SOLL-BANKNAME

           MOVE UMBUCHUNG-HABEN-BEIN TO KONTO-FILE
           MOVE UMBUCHUNG-HABEN-BEIN TO AKTUELLE-EINGABE
           PERFORM PRUEFE-SATZ
           IF NOT SATZ-IST-GUELTIG THEN
              MOVE ABLEHNUNGSGRUND TO UMBUCHUNG-GRUND
              PERFORM SCHREIBE-UMBUCHUNG-ABLEHNUNG
              GO TO VERARBEITE-UMBUCHUNG-ENDE
           END-IF
           MOVE GEFUNDENER-BANK-NAME TO UMBUCHUNG-HABEN-BANKNAME

           IF UB-QUELL-BANK-ID = UB-ZIEL-BANK-ID AND
              UB-QUELL-KONTONUMMER = UB-ZIEL-KONTONUMMER THEN
              MOVE "QUELLE GLEICH ZIEL" TO UMBUCHUNG-GRUND
              PERFORM SCHREIBE-UMBUCHUNG-ABLEHNUNG
              GO TO VERARBEITE-UMBUCHUNG-ENDE
           END-IF

      * kuenftige Valuta: die Umbuchung wird als Ganzes in den
      * Haltebestand gestellt und bei Faelligkeit erneut geprueft
           IF UB-VALUTA IS NUMERIC AND
              UB-VALUTA > LAUF-DATUM-ROH THEN
              PERFORM STELLE-UMBUCHUNG-ZURUECK
              IF UMBUCHUNG-GRUND NOT = SPACES THEN
                 PERFORM SCHREIBE-UMBUCHUNG-ABLEHNUNG
              END-IF
              GO TO VERARBEITE-UMBUCHUNG-ENDE
           END-IF

           PERFORM PRUEFE-UMBUCHUNG-UMRECHNUNG
           IF UMBUCHUNG-GRUND NOT = SPACES THEN
              PERFORM SCHREIBE-UMBUCHUNG-ABLEHNUNG
              GO TO VERARBEITE-UMBUCHUNG-ENDE
           END-IF

           PERFORM SUCHE-UMBUCHUNG-BANKEN
           IF UMBUCHUNG-GRUND NOT = SPACES THEN
              PERFORM SCHREIBE-UMBUCHUNG-ABLEHNUNG
              GO TO VERARBEITE-UMBUCHUNG-ENDE
           END-IF

           IF UB-REFERENZ = SPACES THEN
              PERFORM PRUEFE-UMBUCHUNG-DUPLIKAT
           ELSE
              PERFORM PRUEFE-UMBUCHUNG-REFERENZ
           END-IF
           IF UMBUCHUNG-GRUND NOT = SPACES THEN
              PERFORM SCHREIBE-UMBUCHUNG-ABLEHNUNG
              GO TO VERARBEITE-UMBUCHUNG-ENDE
           END-IF

           PERFORM BUCHE-UMBUCHUNG.
       VERARBEITE-UMBUCHUNG-ENDE.
       EXIT.

       BAUE-UMBUCHUNG-BEINE SECTION.
      * Soll-Bein auf dem Quellkonto, Haben-Bein auf dem Zielkonto,
      * beide im Satzbild der Eingabedatei
           MOVE SPACES TO UMBUCHUNG-BEIN
           MOVE UB-QUELL-BANK-ID TO UBB-BANK-ID
           MOVE UB-QUELL-KONTONUMMER TO UBB-KONTONUMMER
           MOVE UB-BETRAG-ALPHA TO UBB-BETRAG
           MOVE UB-WAEHRUNG TO UBB-WAEHRUNG
           MOVE "DC" TO UBB-DC
           MOVE UB-ZWECK TO UBB-ZWECK
           MOVE UB-VALUTA TO UBB-VALUTA
           MOVE UB-REFERENZ TO UBB-REFERENZ
           MOVE UMBUCHUNG-BEIN TO UMBUCHUNG-SOLL-BEIN

           MOVE UB-ZIEL-BANK-ID TO UBB-BANK-ID
           MOVE UB-ZIEL-KONTONUMMER TO UBB-KONTONUMMER
           MOVE "CR" TO UBB-DC
           MOVE UMBUCHUNG-BEIN TO UMBUCHUNG-HABEN-BEIN
       EXIT.

       PRUEFE-UMBUCHUNG-UMRECHNUNG SECTION.
      * jedes Bein wird in die Waehrung seines eigenen Kontos
      * umgerechnet, fehlt einer der Kurse, geht die Umbuchung zurueck
           MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
           PERFORM PRUEFE-UMRECHNUNG
           IF NOT SATZ-IST-GUELTIG THEN
              MOVE ABLEHNUNGSGRUND TO UMBUCHUNG-GRUND
              GO TO PRUEFE-UMBUCHUNG-UMRECHNUNG-ENDE
           END-IF
           MOVE UMRECHNUNG TO UMBUCHUNG-SOLL-UMRECHNUNG

           MOVE UMBUCHUNG-HABEN-BEIN TO AKTUELLE-EINGABE
           PERFORM PRUEFE-UMRECHNUNG
           IF NOT SATZ-IST-GUELTIG THEN
              MOVE ABLEHNUNGSGRUND TO UMBUCHUNG-GRUND
              GO TO PRUEFE-UMBUCHUNG-UMRECHNUNG-ENDE
           END-IF
           MOVE UMRECHNUNG TO UMBUCHUNG-HABEN-UMRECHNUNG.
       PRUEFE-UMBUCHUNG-UMRECHNUNG-ENDE.
       EXIT.

       SUCHE-UMBUCHUNG-BANKEN SECTION.
           MOVE ZERO TO UMBUCHUNG-SOLL-TREFFER
           MOVE ZERO TO UMBUCHUNG-HABEN-TREFFER
           MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
           PERFORM SUCHE-BANK-EINTRAG
           MOVE BANK-TREFFER TO UMBUCHUNG-SOLL-TREFFER
           IF SATZ-IST-GUELTIG THEN
              MOVE UMBUCHUNG-HABEN-BEIN TO AKTUELLE-EINGABE
              PERFORM SUCHE-BANK-EINTRAG
              MOVE BANK-TREFFER TO UMBUCHUNG-HABEN-TREFFER
           END-IF
           IF NOT SATZ-IST-GUELTIG THEN
              MOVE ABLEHNUNGSGRUND TO UMBUCHUNG-GRUND
           END-IF
       EXIT.

       PRUEFE-UMBUCHUNG-DUPLIKAT SECTION.
      * erst beide Konten pruefen, dann beide vermerken, damit ein
      * abgewiesenes Bein kein Konto fuer den Tag belegt
           MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO HASH-BANK-ID
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
             TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-GESEHEN
           IF KONTO-TREFFER > ZERO THEN
              MOVE "DUPLIKAT KONTONUMMER" TO UMBUCHUNG-GRUND
              GO TO PRUEFE-UMBUCHUNG-DUPLIKAT-ENDE
           END-IF

           MOVE UMBUCHUNG-HABEN-BEIN TO AKTUELLE-EINGABE
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO HASH-BANK-ID
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
             TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-GESEHEN
           IF KONTO-TREFFER > ZERO THEN
              MOVE "DUPLIKAT KONTONUMMER" TO UMBUCHUNG-GRUND
              GO TO PRUEFE-UMBUCHUNG-DUPLIKAT-ENDE
           END-IF

           IF KONTO-ANZAHL >= 99999 THEN
              MOVE "KONTO-TABELLE VOLL" TO UMBUCHUNG-GRUND
              GO TO PRUEFE-UMBUCHUNG-DUPLIKAT-ENDE
           END-IF

      * Haben-Konto steht noch in HASH-BANK-ID/HASH-KONTONUMMER
           PERFORM EINFUEGE-KONTO-GESEHEN
           MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO HASH-BANK-ID
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
             TO HASH-KONTONUMMER
           PERFORM SUCHE-KONTO-GESEHEN
           PERFORM EINFUEGE-KONTO-GESEHEN.
       PRUEFE-UMBUCHUNG-DUPLIKAT-ENDE.
       EXIT.

       PRUEFE-UMBUCHUNG-REFERENZ SECTION.
      * die Referenz gehoert der Bank des Quellkontos und wird fuer
      * die Umbuchung einmal vermerkt
           MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
           PERFORM PRUEFE-REFERENZ
           IF NOT SATZ-IST-GUELTIG THEN
              MOVE ABLEHNUNGSGRUND TO UMBUCHUNG-GRUND
           END-IF
       EXIT.

       STELLE-UMBUCHUNG-ZURUECK SECTION.
           IF HALTE-ANZAHL >= 5000 THEN
              MOVE "VALUTA-HALTEBESTAND VOLL" TO UMBUCHUNG-GRUND
              GO TO STELLE-UMBUCHUNG-ZURUECK-ENDE
           END-IF

           IF UB-REFERENZ NOT = SPACES THEN
              MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
              PERFORM PRUEFE-REFERENZ-ZURUECKSTELLUNG
              IF NOT SATZ-IST-GUELTIG THEN
                 MOVE ABLEHNUNGSGRUND TO UMBUCHUNG-GRUND
                 GO TO STELLE-UMBUCHUNG-ZURUECK-ENDE
              END-IF
           END-IF

           PERFORM SUCHE-UMBUCHUNG-BANKEN
           IF UMBUCHUNG-GRUND NOT = SPACES THEN
              GO TO STELLE-UMBUCHUNG-ZURUECK-ENDE
           END-IF

      * beide Beine zaehlen in der Abstimmung ihrer Bank als
      * zurueckgestellt, wie zwei einzeln gelieferte Saetze
           MOVE UB-BETRAG TO AKTUELLER-BETRAG
           ADD 1 TO HALTE-ANZAHL
           MOVE UMBUCHUNG-SATZ TO HT-SATZ(HALTE-ANZAHL)
           MOVE "N" TO HT-ERLEDIGT(HALTE-ANZAHL)
           ADD 1 TO ZURUECKGESTELLT-ANZAHL
           ADD 1 TO TAB-ZURUECK-ANZAHL(UMBUCHUNG-SOLL-TREFFER)
           ADD AKTUELLER-BETRAG
             TO TAB-ZURUECK-SOLL(UMBUCHUNG-SOLL-TREFFER)
           ADD 1 TO TAB-ZURUECK-ANZAHL(UMBUCHUNG-HABEN-TREFFER)
           ADD AKTUELLER-BETRAG
             TO TAB-ZURUECK-HABEN(UMBUCHUNG-HABEN-TREFFER).
       STELLE-UMBUCHUNG-ZURUECK-ENDE.
       EXIT.

       BUCHE-UMBUCHUNG SECTION.
           MOVE "J" TO UMBUCHUNG-AKTIV

           MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
           MOVE AKTUELLE-BETRAG-ANZEIGE TO AKTUELLER-BETRAG
           MOVE UMBUCHUNG-SOLL-TREFFER TO BANK-TREFFER
           MOVE UMBUCHUNG-SOLL-BANKNAME TO GEFUNDENER-BANK-NAME
           MOVE UMBUCHUNG-SOLL-UMRECHNUNG TO UMRECHNUNG
           PERFORM SCHREIBE-KONTO

           MOVE UMBUCHUNG-HABEN-BEIN TO AKTUELLE-EINGABE
           MOVE AKTUELLE-BETRAG-ANZEIGE TO AKTUELLER-BETRAG
           MOVE UMBUCHUNG-HABEN-TREFFER TO BANK-TREFFER
           MOVE UMBUCHUNG-HABEN-BANKNAME TO GEFUNDENER-BANK-NAME
           MOVE UMBUCHUNG-HABEN-UMRECHNUNG TO UMRECHNUNG
           PERFORM SCHREIBE-KONTO

           MOVE "N" TO UMBUCHUNG-AKTIV

           IF UB-REFERENZ NOT = SPACES THEN
              MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
              PERFORM VERMERKE-REFERENZ
           END-IF

           IF UMBUCHUNG-ANZAHL < 5000 THEN
              ADD 1 TO UMBUCHUNG-ANZAHL
              MOVE UMBUCHUNG-SATZ TO UMBUCHUNG-EINTRAG(UMBUCHUNG-ANZAHL)
           ELSE
              IF UMBUCHUNG-UEBERLAUF = "N" THEN
                 DISPLAY "WARNUNG: UMBUCHUNG-TABELLE VOLL, WEITERE "
                    "UMBUCHUNGEN GEBUCHT, ABER NICHT AUFGELISTET"
                 MOVE "J" TO UMBUCHUNG-UEBERLAUF
              END-IF
           END-IF
       EXIT.

       SCHREIBE-UMBUCHUNG-ABLEHNUNG SECTION.
      * beide Beine mit demselben Grund, damit die Reparatur die
      * Umbuchung nur als Ganzes wieder einreicht
           MOVE "N" TO SATZ-GUELTIG
           MOVE SPACES TO ABLEHNUNGSGRUND
           STRING "UB " DELIMITED BY SIZE
                  UMBUCHUNG-GRUND DELIMITED BY SIZE
              INTO ABLEHNUNGSGRUND
           END-STRING
      * ruhendes Quellkonto: die Umbuchung kommt als ein Satz auf die
      * Pruefliste und kann nach der Freigabe unveraendert wieder
      * eingereicht werden
           IF RUHEND-SOLL = "J" THEN
              MOVE UMBUCHUNG-SATZ TO AKTUELLE-EINGABE
              PERFORM SCHREIBE-ZURUECKWEISUNG
              GO TO SCHREIBE-UMBUCHUNG-ABLEHNUNG-ENDE
           END-IF
           MOVE UMBUCHUNG-SOLL-BEIN TO AKTUELLE-EINGABE
           PERFORM SCHREIBE-ZURUECKWEISUNG
           MOVE UMBUCHUNG-HABEN-BEIN TO AKTUELLE-EINGABE
           PERFORM SCHREIBE-ZURUECKWEISUNG.
       SCHREIBE-UMBUCHUNG-ABLEHNUNG-ENDE.
       EXIT.

       PRUEFE-DUPLIKAT SECTION.
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO HASH-BANK-ID
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
           END-IF
       EXIT.

       PRUEFE-REFERENZ SECTION.
      * eine schon gebuchte Referenz der Bank ist eine erneute
      * Lieferung; vermerkt wird erst nach der Buchung
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO REF-SUCH-BANK-ID
           MOVE AKTUELLE-REFERENZ TO REF-SUCH-REFERENZ
           PERFORM SUCHE-REFERENZ

           IF REFERENZ-TREFFER > ZERO THEN
              MOVE "N" TO SATZ-GUELTIG
              MOVE "REFERENZ BEREITS GELIEFERT" TO ABLEHNUNGSGRUND
           ELSE
              IF REFERENZ-ANZAHL >= 200000 THEN
                 MOVE "N" TO SATZ-GUELTIG
                 MOVE "REFERENZ-TABELLE VOLL" TO ABLEHNUNGSGRUND
              END-IF
           END-IF
       EXIT.

       PRUEFE-REFERENZ-ZURUECKSTELLUNG SECTION.
      * vor dem Zurueckstellen zusaetzlich gegen den Haltebestand,
      * sonst kaeme eine doppelt gelieferte Referenz zweimal hinein
           PERFORM PRUEFE-REFERENZ
           IF NOT SATZ-IST-GUELTIG THEN
              GO TO PRUEFE-REFERENZ-ZURUECKSTELLUNG-ENDE
           END-IF
           PERFORM VARYING HALTE-IDX FROM 1 BY 1
              UNTIL HALTE-IDX > HALTE-ANZAHL
              IF HT-ERLEDIGT(HALTE-IDX) = "N" AND
                 HT-SATZ(HALTE-IDX)(1:5) = REF-SUCH-BANK-ID AND
                 HT-REFERENZ(HALTE-IDX) = REF-SUCH-REFERENZ THEN
                 MOVE "N" TO SATZ-GUELTIG
                 MOVE "REFERENZ BEREITS GELIEFERT" TO ABLEHNUNGSGRUND
              END-IF
           END-PERFORM.
       PRUEFE-REFERENZ-ZURUECKSTELLUNG-ENDE.
       EXIT.

       VERMERKE-REFERENZ SECTION.
      * nach der Buchung; Bank und Referenz aus AKTUELLE-EINGABE
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO REF-SUCH-BANK-ID
           MOVE AKTUELLE-REFERENZ TO REF-SUCH-REFERENZ
           PERFORM SUCHE-REFERENZ
           IF REFERENZ-TREFFER = ZERO AND
              REFERENZ-ANZAHL < 200000 THEN
              MOVE LAUF-DATUM-ROH TO REFERENZ-DATUM
              PERFORM EINFUEGE-REFERENZ
           END-IF
       EXIT.

       BERECHNE-REFERENZ-HASH SECTION.
           MOVE ZERO TO REF-HASH-WERT
           PERFORM VARYING REF-ZEICHEN-IDX FROM 1 BY 1
              UNTIL REF-ZEICHEN-IDX > 21
              COMPUTE REF-HASH-WERT = FUNCTION MOD(
                 REF-HASH-WERT * 31 +
                 FUNCTION ORD(REF-ZEICHEN(REF-ZEICHEN-IDX)), 400009)
           END-PERFORM
           ADD 1 TO REF-HASH-WERT
       EXIT.

       SUCHE-REFERENZ SECTION.
      * Schluessel kommt in REF-SUCH-BANK-ID und REF-SUCH-REFERENZ
           PERFORM BERECHNE-REFERENZ-HASH
           MOVE ZERO TO REFERENZ-TREFFER
           MOVE REF-HASH-WERT TO REF-HASH-POS
           PERFORM UNTIL REFERENZ-HASH-EINTRAG(REF-HASH-POS) = ZERO
              OR REFERENZ-TREFFER > ZERO
              MOVE REFERENZ-HASH-EINTRAG(REF-HASH-POS) TO REFERENZ-IDX
              IF RFT-BANK-ID(REFERENZ-IDX) = REF-SUCH-BANK-ID
                 AND RFT-REFERENZ(REFERENZ-IDX) = REF-SUCH-REFERENZ
                 THEN
                 MOVE REFERENZ-IDX TO REFERENZ-TREFFER
              ELSE
                 ADD 1 TO REF-HASH-POS
                 IF REF-HASH-POS > 400009 THEN
                    MOVE 1 TO REF-HASH-POS
                 END-IF
              END-IF
           END-PERFORM
       EXIT.

       EINFUEGE-REFERENZ SECTION.
      * setzt voraus, dass SUCHE-REFERENZ ohne Treffer lief; das
      * Buchungsdatum kommt in REFERENZ-DATUM
           ADD 1 TO REFERENZ-ANZAHL
           MOVE REFERENZ-DATUM TO RFT-DATUM(REFERENZ-ANZAHL)
           MOVE REF-SUCH-BANK-ID TO RFT-BANK-ID(REFERENZ-ANZAHL)
           MOVE REF-SUCH-REFERENZ TO RFT-REFERENZ(REFERENZ-ANZAHL)
           MOVE REFERENZ-ANZAHL TO REFERENZ-HASH-EINTRAG(REF-HASH-POS)
       EXIT.

       LADE-REFERENZFRIST SECTION.
           OPEN INPUT REFERENZFRIST-PARAMETER
           IF REFERENZFRIST-STATUS = "00" THEN
              READ REFERENZFRIST-PARAMETER
                 AT END CONTINUE
                 NOT AT END
                    IF REFERENZFRIST-PARAMETER-SATZ IS NUMERIC AND
                       REFERENZFRIST-PARAMETER-SATZ > ZERO THEN
                       MOVE REFERENZFRIST-PARAMETER-SATZ
                         TO REFERENZ-FRIST
                    END-IF
              END-READ
              CLOSE REFERENZFRIST-PARAMETER
           END-IF
           COMPUTE REFERENZ-GRENZE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(LAUF-DATUM-ROH)) - REFERENZ-FRIST)
       EXIT.

       LADE-REFERENZREGISTER SECTION.
      * nur Referenzen innerhalb der Frist; was herausfaellt, wird
      * beim Zurueckschreiben am Tagesende nicht mehr mitgefuehrt
           OPEN INPUT REFERENZREGISTER-DATEI
           IF REFERENZREGISTER-STATUS = "00" THEN
              PERFORM UNTIL ENDE = "Y"
                 READ REFERENZREGISTER-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END PERFORM UEBERNEHME-REFERENZ-SATZ
                 END-READ
              END-PERFORM
              CLOSE REFERENZREGISTER-DATEI
              MOVE SPACES TO ENDE
           END-IF
           MOVE REFERENZ-ANZAHL TO GELADENE-REFERENZ-ANZAHL
       EXIT.

       UEBERNEHME-REFERENZ-SATZ SECTION.
           IF RR-DATUM IS NOT NUMERIC OR
              RR-DATUM < REFERENZ-GRENZE THEN
              GO TO UEBERNEHME-REFERENZ-SATZ-ENDE
           END-IF
           IF REFERENZ-ANZAHL >= 200000 THEN
      * ein abgeschnittenes Register wuerde erneute Lieferungen
      * durchlassen und darf nicht zurueckgeschrieben werden
              IF REFERENZ-UEBERLAUF = "N" THEN
                 DISPLAY "WARNUNG: REFERENZ-TABELLE VOLL, "
                    "REFERENZREGISTER NICHT VOLLSTAENDIG GELADEN"
                 MOVE "J" TO REFERENZ-UEBERLAUF
                 MOVE "J" TO ABWEICHUNG-VORHANDEN
              END-IF
              GO TO UEBERNEHME-REFERENZ-SATZ-ENDE
           END-IF
           MOVE RR-BANK-ID TO REF-SUCH-BANK-ID
           MOVE RR-REFERENZ TO REF-SUCH-REFERENZ
           PERFORM SUCHE-REFERENZ
           IF REFERENZ-TREFFER = ZERO THEN
              MOVE RR-DATUM TO REFERENZ-DATUM
              PERFORM EINFUEGE-REFERENZ
           END-IF.
       UEBERNEHME-REFERENZ-SATZ-ENDE.
       EXIT.

       SCHREIBE-REFERENZREGISTER SECTION.
           IF REFERENZ-UEBERLAUF = "J" THEN
              DISPLAY "WARNUNG: referenzregister.txt bleibt wegen "
                 "Ueberlauf unveraendert"
              GO TO SCHREIBE-REFERENZREGISTER-ENDE
           END-IF
           OPEN OUTPUT REFERENZREGISTER-DATEI
           PERFORM VARYING REFERENZ-IDX FROM 1 BY 1
              UNTIL REFERENZ-IDX > REFERENZ-ANZAHL
              MOVE RFT-DATUM(REFERENZ-IDX) TO RR-DATUM
              MOVE RFT-BANK-ID(REFERENZ-IDX) TO RR-BANK-ID
              MOVE RFT-REFERENZ(REFERENZ-IDX) TO RR-REFERENZ
              WRITE REFERENZREGISTER-SATZ
           END-PERFORM
           CLOSE REFERENZREGISTER-DATEI.
       SCHREIBE-REFERENZREGISTER-ENDE.
       EXIT.

       BERECHNE-HASH-WERT SECTION.
      * nicht numerische Schluesselteile werden auf Null normalisiert,
      * damit die Streuwertbildung nie auf Zeichenmuell rechnet

       PRUEFE-SATZ SECTION.
           MOVE "J" TO SATZ-GUELTIG
           MOVE "N" TO RUHEND-SOLL
           MOVE SPACES TO ABLEHNUNGSGRUND
           MOVE SPACES TO GEFUNDENER-BANK-NAME

              DISPLAY "WARNUNG: KSTAMM-TABELLE VOLL, KONTO "
                 KSD-KONTONUMMER " NICHT GELADEN"
              MOVE "J" TO ABWEICHUNG-VORHANDEN
              MOVE "J" TO KSTAMM-UEBERLAUF
              GO TO UEBERNEHME-KONTOSTAMM-SATZ-ENDE
           END-IF
           MOVE KSD-BANK-ID TO HASH-BANK-ID
           END-IF
           MOVE KSD-STATUS TO KST-STATUS(KSTAMM-TREFFER)
           MOVE KSD-PRUEFZIFFER TO KST-PRUEFZIFFER(KSTAMM-TREFFER)
           MOVE KSD-LIMIT TO KST-LIMIT(KSTAMM-TREFFER)
           MOVE KSD-WAEHRUNG TO KST-WAEHRUNG(KSTAMM-TREFFER).
       UEBERNEHME-KONTOSTAMM-SATZ-ENDE.
       EXIT.

                 WHEN "C"
                    MOVE "N" TO SATZ-GUELTIG
                    MOVE "KONTO GESCHLOSSEN" TO ABLEHNUNGSGRUND
                 WHEN "R"
                    IF DC-KENNZEICHEN IN KONTO-FILE = "DC" THEN
                       MOVE "J" TO RUHEND-SOLL
                    END-IF
              END-EVALUATE
           END-IF

                 MOVE "PRUEFZIFFER FALSCH" TO ABLEHNUNGSGRUND
              END-IF
           END-IF

      * Sollbuchungen auf ruhende Konten gehen nicht in die
      * Zurueckweisung, sondern auf die Pruefliste
           IF SATZ-IST-GUELTIG AND RUHEND-SOLL = "J" THEN
              MOVE "N" TO SATZ-GUELTIG
              MOVE "KONTO RUHEND" TO ABLEHNUNGSGRUND
           ELSE
              MOVE "N" TO RUHEND-SOLL
           END-IF
       EXIT.

       BERECHNE-PRUEFZIFFER SECTION.
              FUNCTION MOD(PRUEFZIFFER-SUMME, 10)
       EXIT.

       BESTIMME-KONTOWAEHRUNG SECTION.
      * Schluessel kommt in HASH-BANK-ID und HASH-KONTONUMMER;
      * ohne Kontostammsatz bleibt KONTO-WAEHRUNG leer
           MOVE SPACES TO KONTO-WAEHRUNG
           IF KSTAMM-ANZAHL = ZERO THEN
              GO TO BESTIMME-KONTOWAEHRUNG-ENDE
           END-IF
           PERFORM SUCHE-KSTAMM-EINTRAG
           IF KSTAMM-TREFFER > ZERO THEN
              IF KST-WAEHRUNG(KSTAMM-TREFFER) = SPACES THEN
                 MOVE "EUR" TO KONTO-WAEHRUNG
              ELSE
                 MOVE KST-WAEHRUNG(KSTAMM-TREFFER) TO KONTO-WAEHRUNG
              END-IF
           END-IF.
       BESTIMME-KONTOWAEHRUNG-ENDE.
       EXIT.

       PRUEFE-UMRECHNUNG SECTION.
      * Buchungen in fremder Waehrung werden vor dem Saldo ueber die
      * Kursdatei in die Kontowaehrung umgerechnet; ohne verwendbaren
      * Kurs wird der Satz nicht gebucht
           MOVE AKTUELLE-BETRAG-ANZEIGE TO AKTUELLER-BETRAG
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO HASH-BANK-ID
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
             TO HASH-KONTONUMMER
           PERFORM BESTIMME-KONTOWAEHRUNG
      * Konto ohne Stammsatz wird wie bisher in Buchungswaehrung
      * gefuehrt
           IF KONTO-WAEHRUNG = SPACES THEN
              MOVE AKTUELLE-WAEHRUNG IN AKTUELLE-EINGABE
                TO KONTO-WAEHRUNG
           END-IF
           MOVE KONTO-WAEHRUNG TO UR-KONTO-WAEHRUNG
           MOVE 1 TO UR-KURS
           MOVE AKTUELLER-BETRAG TO UR-KONTO-BETRAG
           IF KONTO-WAEHRUNG = AKTUELLE-WAEHRUNG IN AKTUELLE-EINGABE
              THEN
              GO TO PRUEFE-UMRECHNUNG-ENDE
           END-IF

           MOVE AKTUELLE-WAEHRUNG IN AKTUELLE-EINGABE
             TO GESUCHTE-WAEHRUNG
           PERFORM SUCHE-VERWENDBAREN-KURS
           IF KURS-TREFFER = ZERO THEN
              MOVE "N" TO SATZ-GUELTIG
              MOVE "KEIN GUELTIGER KURS" TO ABLEHNUNGSGRUND
              GO TO PRUEFE-UMRECHNUNG-ENDE
           END-IF
           MOVE GEFUNDENER-KURS TO BUCHUNGS-KURS

           MOVE KONTO-WAEHRUNG TO GESUCHTE-WAEHRUNG
           PERFORM SUCHE-VERWENDBAREN-KURS
           IF KURS-TREFFER = ZERO THEN
              MOVE "N" TO SATZ-GUELTIG
              MOVE "KEIN GUELTIGER KURS" TO ABLEHNUNGSGRUND
              GO TO PRUEFE-UMRECHNUNG-ENDE
           END-IF
           MOVE GEFUNDENER-KURS TO KONTO-KURS

      * ueber EUR gerechnet, der Kreuzkurs wird nur protokolliert
           COMPUTE UR-KONTO-BETRAG ROUNDED =
              AKTUELLER-BETRAG * BUCHUNGS-KURS / KONTO-KURS
              ON SIZE ERROR
                 MOVE "N" TO SATZ-GUELTIG
                 MOVE "UMRECHNUNG UEBERLAUF" TO ABLEHNUNGSGRUND
                 GO TO PRUEFE-UMRECHNUNG-ENDE
           END-COMPUTE
           COMPUTE UR-KURS ROUNDED = BUCHUNGS-KURS / KONTO-KURS
              ON SIZE ERROR
                 MOVE ZERO TO UR-KURS
           END-COMPUTE.
       PRUEFE-UMRECHNUNG-ENDE.
       EXIT.

       SUCHE-VERWENDBAREN-KURS SECTION.
      * wie SUCHE-KURS, ein Kurs ohne Wert oder aelter als das
      * zulaessige Kursalter gilt aber als nicht vorhanden
           PERFORM SUCHE-KURS
           IF KURS-TREFFER = ZERO OR KURS-TREFFER = 9999 THEN
              GO TO SUCHE-VERWENDBAREN-KURS-ENDE
           END-IF
           IF GEFUNDENER-KURS = ZERO THEN
              MOVE ZERO TO KURS-TREFFER
              GO TO SUCHE-VERWENDBAREN-KURS-ENDE
           END-IF
           COMPUTE LAUF-DATUM-TAGE = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(LAUF-DATUM-ROH))
           COMPUTE KURS-ALTER-TAGE = LAUF-DATUM-TAGE -
              FUNCTION INTEGER-OF-DATE(GEFUNDENES-KURS-DATUM)
           IF KURS-ALTER-TAGE > KURS-MAX-ALTER THEN
              MOVE ZERO TO KURS-TREFFER
           END-IF.
       SUCHE-VERWENDBAREN-KURS-ENDE.
       EXIT.

       PRUEFE-SALDENSTAMM SECTION.
      * Salden werden erst beim Fortschreiben je Konto gelesen; fehlt
      * der Saldenstamm, wird er einmalig aus saldo.txt aufgebaut
           OPEN INPUT SALDO-DATEI
           IF SALDO-STATUS = "00" THEN
              CLOSE SALDO-DATEI
              GO TO PRUEFE-SALDENSTAMM-ENDE
           END-IF

           OPEN OUTPUT SALDO-DATEI
           IF SALDO-STATUS NOT = "00" THEN
              DISPLAY "FEHLER: SALDENSTAMM saldo.idx NICHT ANLEGBAR, "
                 "STATUS " SALDO-STATUS ", LAUF ABGEBROCHEN"
              MOVE "E" TO JOURNAL-EREIGNIS
              MOVE "FEHLER" TO JOURNAL-STATUS-TEXT
              MOVE ZERO TO JOURNAL-ZAEHLER
              PERFORM SCHREIBE-JOURNAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZERO TO SALDO-UEBERNOMMEN
           OPEN INPUT SALDO-ALTBESTAND
           IF SALDO-ALT-STATUS = "00" THEN
              MOVE SPACES TO SALDO-ENDE
              PERFORM UNTIL SALDO-ENDE = "Y"
                 READ SALDO-ALTBESTAND
                    AT END MOVE "Y" TO SALDO-ENDE
                    NOT AT END PERFORM UEBERNEHME-ALTSALDO
                 END-READ
              END-PERFORM
              CLOSE SALDO-ALTBESTAND
              DISPLAY "HINWEIS: Saldenstamm saldo.idx aus saldo.txt "
                 "aufgebaut, " SALDO-UEBERNOMMEN " Konten"
           END-IF
           CLOSE SALDO-DATEI.
       PRUEFE-SALDENSTAMM-ENDE.
       EXIT.

       UEBERNEHME-ALTSALDO SECTION.
           MOVE SALT-BANK-ID TO SAL-BANK-ID
           MOVE SALT-KONTONUMMER TO SAL-KONTONUMMER
           MOVE SALT-SALDO TO SAL-SALDO
           MOVE ZERO TO SAL-BUCHUNGSTAG
           MOVE SALT-SALDO TO SAL-VORTAGSSALDO
           MOVE SPACES TO SAL-WAEHRUNG
           WRITE SALDO-SATZ
              INVALID KEY
                 DISPLAY "WARNUNG: KONTO " SALT-BANK-ID " "
                    SALT-KONTONUMMER " MEHRFACH IN saldo.txt, "
                    "ERSTER SALDO UEBERNOMMEN"
                 MOVE "J" TO ABWEICHUNG-VORHANDEN
              NOT INVALID KEY
                 ADD 1 TO SALDO-UEBERNOMMEN
           END-WRITE
       EXIT.

       SUCHE-SALDO-EINTRAG SECTION.
                 MOVE HASH-BANK-ID TO SAL-TAB-BANK-ID(SALDO-ANZAHL)
                 MOVE HASH-KONTONUMMER
                   TO SAL-TAB-KONTONUMMER(SALDO-ANZAHL)
                 MOVE ZERO TO SAL-TAB-BEWEGUNG(SALDO-ANZAHL)
                 MOVE SPACES TO SAL-TAB-WAEHRUNG(SALDO-ANZAHL)
                 MOVE SALDO-ANZAHL TO SALDO-HASH-EINTRAG(HASH-POS)
                 MOVE SALDO-ANZAHL TO SALDO-TREFFER
              END-IF
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
             TO HASH-KONTONUMMER
           PERFORM SUCHE-SALDO-EINTRAG
      * der Saldo fuehrt nur Betraege in Kontowaehrung
           IF SALDO-TREFFER > ZERO THEN
              MOVE UR-KONTO-WAEHRUNG TO SAL-TAB-WAEHRUNG(SALDO-TREFFER)
              IF AKTUELLE-DC IN AKTUELLE-EINGABE = "DC" THEN
                 SUBTRACT UR-KONTO-BETRAG
                   FROM SAL-TAB-BEWEGUNG(SALDO-TREFFER)
              ELSE
                 ADD UR-KONTO-BETRAG
                   TO SAL-TAB-BEWEGUNG(SALDO-TREFFER)
              END-IF
           END-IF
       EXIT.

       SCHREIBE-SALDEN SECTION.
      * nur die bewegten Konten werden im Saldenstamm fortgeschrieben;
      * aus dem ganzen Stamm entsteht danach die datierte Kopie als
      * Vortagsstand fuer die SALDOPRUEFUNG
           OPEN I-O SALDO-DATEI
           PERFORM VARYING SALDO-IDX FROM 1 BY 1
              UNTIL SALDO-IDX > SALDO-ANZAHL
              PERFORM FORTSCHREIBE-SALDO
           END-PERFORM
           CLOSE SALDO-DATEI

           OPEN INPUT SALDO-DATEI
           OPEN OUTPUT SALDO-KOPIE
           MOVE SPACES TO SALDO-ENDE
           PERFORM UNTIL SALDO-ENDE = "Y"
              READ SALDO-DATEI NEXT RECORD
                 AT END MOVE "Y" TO SALDO-ENDE
                 NOT AT END WRITE SALDO-KOPIE-SATZ FROM SALDO-SATZ
              END-READ
           END-PERFORM
           CLOSE SALDO-DATEI
           CLOSE SALDO-KOPIE
       EXIT.

       FORTSCHREIBE-SALDO SECTION.
           MOVE SAL-TAB-BANK-ID(SALDO-IDX) TO SAL-BANK-ID
           MOVE SAL-TAB-KONTONUMMER(SALDO-IDX) TO SAL-KONTONUMMER
           READ SALDO-DATEI
              INVALID KEY MOVE "N" TO SALDO-GEFUNDEN
              NOT INVALID KEY MOVE "J" TO SALDO-GEFUNDEN
           END-READ
           IF SALDO-GEFUNDEN = "N" THEN
              MOVE SAL-TAB-BANK-ID(SALDO-IDX) TO SAL-BANK-ID
              MOVE SAL-TAB-KONTONUMMER(SALDO-IDX) TO SAL-KONTONUMMER
              MOVE ZERO TO SAL-SALDO
              MOVE ZERO TO SAL-BUCHUNGSTAG
              MOVE SPACES TO SAL-WAEHRUNG
           END-IF
      * schon an diesem Lauftag fortgeschrieben (Wiederanlauf): die
      * Bewegung ersetzt die dort bereits gebuchte
           IF SAL-BUCHUNGSTAG NOT = LAUF-DATUM-ROH THEN
              MOVE SAL-SALDO TO SAL-VORTAGSSALDO
              MOVE LAUF-DATUM-ROH TO SAL-BUCHUNGSTAG
           END-IF
           COMPUTE SAL-SALDO = SAL-VORTAGSSALDO +
              SAL-TAB-BEWEGUNG(SALDO-IDX)
           IF SAL-TAB-WAEHRUNG(SALDO-IDX) NOT = SPACES THEN
              MOVE SAL-TAB-WAEHRUNG(SALDO-IDX) TO SAL-WAEHRUNG
           END-IF

           IF SALDO-GEFUNDEN = "J" THEN
              REWRITE SALDO-SATZ
                 INVALID KEY
                    DISPLAY "FEHLER: SALDO KONTO " SAL-BANK-ID " "
                       SAL-KONTONUMMER " NICHT FORTGESCHRIEBEN"
                    MOVE "J" TO ABWEICHUNG-VORHANDEN
              END-REWRITE
           ELSE
              WRITE SALDO-SATZ
                 INVALID KEY
                    DISPLAY "FEHLER: SALDO KONTO " SAL-BANK-ID " "
                       SAL-KONTONUMMER " NICHT ANGELEGT"
                    MOVE "J" TO ABWEICHUNG-VORHANDEN
              END-WRITE
           END-IF
       EXIT.

       SCHREIBE-BILANZ SECTION.
           OPEN OUTPUT BILANZ-DATEI
           MOVE SPACES TO BILANZ-ZEILE
                     DELIMITED BY SIZE
                  "           Bewegung           Endsaldo"
                     DELIMITED BY SIZE
                  " Whg" DELIMITED BY SIZE
              INTO BILANZ-ZEILE
           END-STRING
           WRITE BILANZ-ZEILE
           OPEN INPUT SALDO-DATEI
           MOVE SPACES TO SALDO-ENDE
           PERFORM UNTIL SALDO-ENDE = "Y"
              READ SALDO-DATEI NEXT RECORD
                 AT END MOVE "Y" TO SALDO-ENDE
                 NOT AT END PERFORM SCHREIBE-BILANZ-KONTO
              END-READ
           END-PERFORM
           CLOSE SALDO-DATEI
           CLOSE BILANZ-DATEI
       EXIT.

       SCHREIBE-BILANZ-KONTO SECTION.
           MOVE SAL-BANK-ID TO BD-BANK-ID
           MOVE SAL-KONTONUMMER TO BD-KONTONUMMER
           IF SAL-BUCHUNGSTAG = LAUF-DATUM-ROH THEN
              MOVE SAL-VORTAGSSALDO TO BD-ANFANG
              COMPUTE BD-BEWEGUNG = SAL-SALDO - SAL-VORTAGSSALDO
           ELSE
              MOVE SAL-SALDO TO BD-ANFANG
              MOVE ZERO TO BD-BEWEGUNG
           END-IF
           MOVE SAL-SALDO TO BD-ENDSALDO
           MOVE SAL-BANK-ID TO HASH-BANK-ID
           MOVE SAL-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM BESTIMME-KONTOWAEHRUNG
           IF KONTO-WAEHRUNG = SPACES THEN
              MOVE SAL-WAEHRUNG TO KONTO-WAEHRUNG
           END-IF
           IF KONTO-WAEHRUNG = SPACES THEN
              MOVE "EUR" TO KONTO-WAEHRUNG
           END-IF
           MOVE KONTO-WAEHRUNG TO BD-WAEHRUNG
           WRITE BILANZ-ZEILE FROM BILANZ-DRUCKZEILE
       EXIT.

       SCHREIBE-UEBERZIEHUNG SECTION.
           OPEN OUTPUT UEBERZIEHUNG-DATEI
           MOVE SPACES TO UEBERZIEHUNG-ZEILE
           WRITE UEBERZIEHUNG-ZEILE

           MOVE ZERO TO UEBERZIEHUNG-ANZAHL
           OPEN INPUT SALDO-DATEI
           MOVE SPACES TO SALDO-ENDE
           PERFORM UNTIL SALDO-ENDE = "Y"
              READ SALDO-DATEI NEXT RECORD
                 AT END MOVE "Y" TO SALDO-ENDE
                 NOT AT END PERFORM PRUEFE-UEBERZIEHUNG
              END-READ
           END-PERFORM
           CLOSE SALDO-DATEI

           IF UEBERZIEHUNG-ANZAHL = ZERO THEN
              MOVE "KEINE UEBERZIEHUNGEN" TO UEBERZIEHUNG-ZEILE
       PRUEFE-UEBERZIEHUNG SECTION.
      * ohne Kontostammsatz ist kein Limit bekannt, Konto wird
      * uebergangen
           MOVE SAL-BANK-ID TO HASH-BANK-ID
           MOVE SAL-KONTONUMMER TO HASH-KONTONUMMER
           PERFORM SUCHE-KSTAMM-EINTRAG

           IF KSTAMM-TREFFER > ZERO THEN
              MOVE SAL-SALDO TO ENDSALDO-WERT
              IF ENDSALDO-WERT < KST-LIMIT(KSTAMM-TREFFER) THEN
                 ADD 1 TO UEBERZIEHUNG-ANZAHL
                 MOVE SAL-BANK-ID TO GESUCHTE-BANK-ID
                 PERFORM SUCHE-BANKSTAMM-NAME
                 MOVE SAL-BANK-ID TO UE-BANK-ID
                 MOVE GEFUNDENER-BANK-NAME TO UE-BANK-NAME
                 MOVE SAL-KONTONUMMER TO UE-KONTONUMMER
                 MOVE KST-LIMIT(KSTAMM-TREFFER) TO UE-LIMIT
                 MOVE ENDSALDO-WERT TO UE-ENDSALDO
                 COMPUTE FEHLBETRAG-WERT =
              GO TO STELLE-VALUTA-ZURUECK-ENDE
           END-IF

           IF AKTUELLE-REFERENZ NOT = SPACES THEN
              PERFORM PRUEFE-REFERENZ-ZURUECKSTELLUNG
              IF NOT SATZ-IST-GUELTIG THEN
                 PERFORM SCHREIBE-ZURUECKWEISUNG
                 GO TO STELLE-VALUTA-ZURUECK-ENDE
              END-IF
           END-IF

      * der Kontrollsatz der Bank zaehlt den Satz als geliefert,
      * deshalb wird er fuer die Abstimmung je Bank und Waehrung
      * als zurueckgestellt mitgefuehrt
              GO TO VERARBEITE-VALUTA-FAELLIG-ENDE
           END-IF
           MOVE "J" TO VALUTA-FREIGABE
           MOVE "valutahold.txt" TO PRIMANOTA-QUELLE
           MOVE "VALUTAFREIGABE" TO PRIMANOTA-ERSTELLER
           PERFORM VARYING HALTE-IDX FROM 1 BY 1
              UNTIL HALTE-IDX > GELADENE-HALTE-ANZAHL
              PERFORM BESTIMME-FREIGABETAG
              IF FREIGABE-TAG NOT > LAUF-DATUM-ROH THEN
                 MOVE "J" TO HT-ERLEDIGT(HALTE-IDX)
                 ADD 1 TO GELESENE-SATZ-NUMMER
                 IF GELESENE-SATZ-NUMMER > LETZTER-CHECKPOINT-SATZ
       VERARBEITE-VALUTA-FAELLIG-ENDE.
       EXIT.

       BESTIMME-FREIGABETAG SECTION.
      * ein Valutadatum auf einem Nicht-Bankarbeitstag der Bank wird
      * erst am folgenden Bankarbeitstag freigegeben
           MOVE HT-VALUTA(HALTE-IDX) TO FREIGABE-TAG
           MOVE "F" TO KAL-FUNKTION
           MOVE HT-BANK-ID(HALTE-IDX) TO KAL-BANK-ID
           MOVE HT-VALUTA(HALTE-IDX) TO KAL-DATUM
           PERFORM RUFE-BANKKALENDER
           IF KAL-RUECKMELDUNG = "00" OR KAL-RUECKMELDUNG = "10" THEN
              MOVE KAL-ERGEBNIS TO FREIGABE-TAG
           END-IF
       EXIT.

       SCHREIBE-VALUTA-UEBERSICHT SECTION.
           MOVE FREIGEGEBEN-ANZAHL TO LIEFER-ANZEIGE
           MOVE ZURUECKGESTELLT-ANZAHL TO LIEFER2-ANZEIGE
           WRITE AUSGABE-LANGZEILE
       EXIT.

       SCHREIBE-UMBUCHUNGEN SECTION.
           MOVE "Umbuchungen:" TO AUSGABE-LANGZEILE
           WRITE AUSGABE-LANGZEILE
           PERFORM VARYING UMBUCHUNG-IDX FROM 1 BY 1
              UNTIL UMBUCHUNG-IDX > UMBUCHUNG-ANZAHL
              MOVE UMBUCHUNG-EINTRAG(UMBUCHUNG-IDX) TO UMBUCHUNG-SATZ
              MOVE UB-QUELL-BANK-ID TO UD-QUELL-BANK-ID
              MOVE UB-QUELL-KONTONUMMER TO UD-QUELL-KONTONUMMER
              MOVE UB-ZIEL-BANK-ID TO UD-ZIEL-BANK-ID
              MOVE UB-ZIEL-KONTONUMMER TO UD-ZIEL-KONTONUMMER
              MOVE UB-WAEHRUNG TO UD-WAEHRUNG
              MOVE UB-BETRAG TO AKTUELLER-BETRAG
              MOVE AKTUELLER-BETRAG TO UD-BETRAG
              MOVE UB-ZWECK TO UD-ZWECK
              WRITE AUSGABE-LANGZEILE FROM UMBUCHUNG-DRUCKZEILE
           END-PERFORM

           IF UMBUCHUNG-ANZAHL = ZERO THEN
              MOVE "KEINE UMBUCHUNGEN" TO AUSGABE-LANGZEILE
              WRITE AUSGABE-LANGZEILE
           END-IF
           IF UMBUCHUNG-UEBERLAUF = "J" THEN
              MOVE "WEITERE UMBUCHUNGEN NICHT AUFGELISTET"
                TO AUSGABE-LANGZEILE
              WRITE AUSGABE-LANGZEILE
           END-IF
       EXIT.

       SCHREIBE-VALUTA-BESTAND SECTION.
           IF HALTE-UEBERLAUF = "J" THEN
              DISPLAY "WARNUNG: valutahold.txt bleibt wegen "
           END-IF

           MOVE "J" TO ABWEICHUNG-VORHANDEN
           MOVE TAB-BANK-ID(BANK-IDX) TO HK-SUCH-BANK-ID
           MOVE TAB-WAEHRUNG(BANK-IDX) TO HK-SUCH-WAEHRUNG
           PERFORM VERMERKE-OFFENEN-BETRAG
           MOVE TAB-BANK-ID(BANK-IDX) TO BANK-ID-ANZEIGE
           MOVE SPACES TO ABSTIMMUNG-ZEILE
           STRING "DIFFER " DELIMITED BY SIZE
              WRITE ABSTIMMUNG-ZEILE
           ELSE
              MOVE "J" TO ABWEICHUNG-VORHANDEN
              MOVE CTL-BANK-ID TO HK-SUCH-BANK-ID
              MOVE CTL-WAEHRUNG TO HK-SUCH-WAEHRUNG
              PERFORM VERMERKE-OFFENEN-BETRAG
              MOVE DELTA-ANZAHL TO DELTA-ANZAHL-ANZEIGE
              MOVE DELTA-SOLL TO DELTA-SOLL-ANZEIGE
              MOVE DELTA-HABEN TO DELTA-HABEN-ANZEIGE
           END-IF
       EXIT.

       VERMERKE-OFFENEN-BETRAG SECTION.
      * noch offener Betrag = Kontrollsatz - geliefert, er geht in
      * der Hauptbuchschnittstelle auf das Zwischenkonto
           IF OFFEN-ANZAHL >= 100 THEN
              IF OFFEN-UEBERLAUF = "N" THEN
                 DISPLAY "WARNUNG: OFFEN-TABELLE VOLL, WEITERE "
                    "ABSTIMMUNGSDIFFERENZEN NICHT IM HAUPTBUCH"
                 MOVE "J" TO OFFEN-UEBERLAUF
              END-IF
              GO TO VERMERKE-OFFENEN-BETRAG-ENDE
           END-IF
           ADD 1 TO OFFEN-ANZAHL
           MOVE HK-SUCH-BANK-ID TO OFT-BANK-ID(OFFEN-ANZAHL)
           MOVE HK-SUCH-WAEHRUNG TO OFT-WAEHRUNG(OFFEN-ANZAHL)
           COMPUTE OFT-SOLL(OFFEN-ANZAHL) = ZERO - DELTA-SOLL
           COMPUTE OFT-HABEN(OFFEN-ANZAHL) = ZERO - DELTA-HABEN.
       VERMERKE-OFFENEN-BETRAG-ENDE.
       EXIT.

       LADE-HAUPTBUCHKONTEN SECTION.
           OPEN INPUT HAUPTBUCHKONTEN-DATEI
           IF HAUPTBUCHKONTEN-STATUS = "00" THEN
              PERFORM UNTIL ENDE = "Y"
                 READ HAUPTBUCHKONTEN-DATEI
                    AT END MOVE "Y" TO ENDE
                    NOT AT END
                       IF HK-ANZAHL < 200 THEN
                          ADD 1 TO HK-ANZAHL
                          MOVE HK-BANK-ID TO HKT-BANK-ID(HK-ANZAHL)
                          MOVE HK-WAEHRUNG TO HKT-WAEHRUNG(HK-ANZAHL)
                          MOVE HK-VERRECHNUNG
                            TO HKT-VERRECHNUNG(HK-ANZAHL)
                          MOVE HK-EINLAGEN TO HKT-EINLAGEN(HK-ANZAHL)
                          MOVE HK-ZWISCHEN TO HKT-ZWISCHEN(HK-ANZAHL)
                       ELSE
                          DISPLAY "WARNUNG: hauptbuchkonten.txt "
                             "hat mehr als 200 Eintraege, Rest "
                             "ignoriert"
                          MOVE "Y" TO ENDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HAUPTBUCHKONTEN-DATEI
              MOVE SPACES TO ENDE
           ELSE
              DISPLAY "WARNUNG: hauptbuchkonten.txt nicht gefunden"
           END-IF
       EXIT.

       SUCHE-HAUPTBUCHKONTO SECTION.
      * Eintrag mit passender Waehrung vor dem Eintrag ohne Waehrung
           MOVE ZERO TO HK-TREFFER
           PERFORM VARYING HK-IDX FROM 1 BY 1
              UNTIL HK-IDX > HK-ANZAHL
              IF HKT-BANK-ID(HK-IDX) = HK-SUCH-BANK-ID THEN
                 IF HKT-WAEHRUNG(HK-IDX) = HK-SUCH-WAEHRUNG THEN
                    MOVE HK-IDX TO HK-TREFFER
                 END-IF
                 IF HKT-WAEHRUNG(HK-IDX) = SPACES
                    AND HK-TREFFER = ZERO THEN
                    MOVE HK-IDX TO HK-TREFFER
                 END-IF
              END-IF
           END-PERFORM
           IF HK-TREFFER > ZERO THEN
              IF HKT-VERRECHNUNG(HK-TREFFER) = SPACES
                 OR HKT-EINLAGEN(HK-TREFFER) = SPACES
                 OR HKT-ZWISCHEN(HK-TREFFER) = SPACES THEN
                 MOVE ZERO TO HK-TREFFER
              END-IF
           END-IF
       EXIT.

       PRUEFE-HAUPTBUCHKONTEN SECTION.
      * jede am Lauftag gebuchte oder im Kontrollsatz gemeldete Bank
      * braucht ihre Sachkonten; fehlen sie, bricht der Lauf vor dem
      * Tagesabschluss ab und setzt nach Ergaenzung der Zuordnung
      * ueber den Checkpoint wieder auf
           MOVE "N" TO HK-FEHLT
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > BANK-ANZAHL
              MOVE TAB-BANK-ID(BANK-IDX) TO HK-SUCH-BANK-ID
              MOVE TAB-WAEHRUNG(BANK-IDX) TO HK-SUCH-WAEHRUNG
              PERFORM MELDE-FEHLENDES-HAUPTBUCHKONTO
           END-PERFORM

           OPEN INPUT CONTROL-DATEI
           IF CONTROL-STATUS = "00" THEN
              MOVE "N" TO CONTROL-ENDE
              PERFORM UNTIL CONTROL-ENDE = "Y"
                 READ CONTROL-DATEI
                    AT END MOVE "Y" TO CONTROL-ENDE
                    NOT AT END
                       MOVE ZERO TO BANK-TREFFER
                       PERFORM VARYING BANK-IDX FROM 1 BY 1
                          UNTIL BANK-IDX > BANK-ANZAHL
                          IF TAB-BANK-ID(BANK-IDX) = CTL-BANK-ID
                             AND TAB-WAEHRUNG(BANK-IDX) = CTL-WAEHRUNG
                             MOVE BANK-IDX TO BANK-TREFFER
                          END-IF
                       END-PERFORM
                       IF BANK-TREFFER = ZERO THEN
                          MOVE CTL-BANK-ID TO HK-SUCH-BANK-ID
                          MOVE CTL-WAEHRUNG TO HK-SUCH-WAEHRUNG
                          PERFORM MELDE-FEHLENDES-HAUPTBUCHKONTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-DATEI
           END-IF

           IF HK-FEHLT = "N" THEN
              GO TO PRUEFE-HAUPTBUCHKONTEN-ENDE
           END-IF
           DISPLAY "FEHLER: SACHKONTENZUORDNUNG UNVOLLSTAENDIG, "
              "LAUF ABGEBROCHEN"
           PERFORM SCHREIBE-CHECKPOINT
           CLOSE REJECT-KONTO
           CLOSE OUTPUT-KONTO
           CLOSE CSV-KONTO
           CLOSE KONTO-INDEX
           CLOSE EXCEPTION-KONTO
           CLOSE COMPLIANCE-DATEI
           CLOSE BUCHUNG-DETAIL
           CLOSE RUHEND-PRUEFUNG
           CLOSE PRIMANOTA-DATEI
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "FEHLER" TO JOURNAL-STATUS-TEXT
           MOVE GESAMTANZAHL TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       PRUEFE-HAUPTBUCHKONTEN-ENDE.
       EXIT.

       MELDE-FEHLENDES-HAUPTBUCHKONTO SECTION.
           PERFORM SUCHE-HAUPTBUCHKONTO
           IF HK-TREFFER = ZERO THEN
              MOVE HK-SUCH-BANK-ID TO BANK-ID-ANZEIGE
              DISPLAY "FEHLER: KEINE SACHKONTEN FUER BANK "
                 BANK-ID-ANZEIGE " " HK-SUCH-WAEHRUNG
                 " IN hauptbuchkonten.txt"
              MOVE "J" TO HK-FEHLT
           END-IF
       EXIT.

       SCHREIBE-HAUPTBUCH SECTION.
      * Kundenbuchungen gegen das Verrechnungskonto der Bank, Valuta-
      * Halt und offene Abstimmungsbetraege ueber das Zwischenkonto;
      * Betraege in Lieferwaehrung wie im Kontrollsatz
           MOVE ZERO TO HBW-ANZAHL-WAEHRUNGEN
           OPEN OUTPUT HAUPTBUCH-DATEI
           PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > BANK-ANZAHL
              MOVE TAB-BANK-ID(BANK-IDX) TO HK-SUCH-BANK-ID
              MOVE TAB-WAEHRUNG(BANK-IDX) TO HK-SUCH-WAEHRUNG
              PERFORM SUCHE-HAUPTBUCHKONTO
              IF HK-TREFFER > ZERO THEN
                 PERFORM SCHREIBE-HAUPTBUCH-BANK
              END-IF
           END-PERFORM
           PERFORM VARYING OFFEN-IDX FROM 1 BY 1
              UNTIL OFFEN-IDX > OFFEN-ANZAHL
              MOVE OFT-BANK-ID(OFFEN-IDX) TO HK-SUCH-BANK-ID
              MOVE OFT-WAEHRUNG(OFFEN-IDX) TO HK-SUCH-WAEHRUNG
              PERFORM SUCHE-HAUPTBUCHKONTO
              IF HK-TREFFER > ZERO THEN
                 PERFORM SCHREIBE-HAUPTBUCH-OFFEN
              END-IF
           END-PERFORM
           CLOSE HAUPTBUCH-DATEI
           PERFORM SUMMIERE-HAUPTBUCH

           OPEN EXTEND HAUPTBUCH-DATEI
           MOVE SPACES TO HAUPTBUCH-SUMMENSATZ
           MOVE "T" TO HBT-SATZART
           MOVE LAUF-DATUM-ROH TO HBT-DATUM
           IF HBW-ANZAHL-WAEHRUNGEN = ZERO THEN
              MOVE ZERO TO HBT-ANZAHL
              MOVE ZERO TO HBT-SOLL
              MOVE ZERO TO HBT-HABEN
              MOVE "AUSGEGLICHEN" TO HBT-STATUS
              WRITE HAUPTBUCH-SUMMENSATZ
           END-IF
           PERFORM VARYING HBW-IDX FROM 1 BY 1
              UNTIL HBW-IDX > HBW-ANZAHL-WAEHRUNGEN
              MOVE HBW-WAEHRUNG(HBW-IDX) TO HBT-WAEHRUNG
              MOVE HBW-ANZAHL(HBW-IDX) TO HBT-ANZAHL
              MOVE HBW-SOLL(HBW-IDX) TO HBT-SOLL
              MOVE HBW-HABEN(HBW-IDX) TO HBT-HABEN
              EVALUATE TRUE
                 WHEN HBW-GELESEN(HBW-IDX) NOT = HBW-ANZAHL(HBW-IDX)
                    MOVE "DIFFERENZ" TO HBT-STATUS
                    MOVE "J" TO ABWEICHUNG-VORHANDEN
                    DISPLAY "FEHLER: HAUPTBUCH " HBW-WAEHRUNG(HBW-IDX)
                       " " HBW-GELESEN(HBW-IDX) " SAETZE GELESEN, "
                       HBW-ANZAHL(HBW-IDX) " GESCHRIEBEN"
                 WHEN HBW-SOLL(HBW-IDX) NOT = HBW-HABEN(HBW-IDX)
                    MOVE "DIFFERENZ" TO HBT-STATUS
                    MOVE "J" TO ABWEICHUNG-VORHANDEN
                    DISPLAY "FEHLER: HAUPTBUCH " HBW-WAEHRUNG(HBW-IDX)
                       " SOLL UNGLEICH HABEN"
                 WHEN OTHER
                    MOVE "AUSGEGLICHEN" TO HBT-STATUS
              END-EVALUATE
              WRITE HAUPTBUCH-SUMMENSATZ
           END-PERFORM
           CLOSE HAUPTBUCH-DATEI
       EXIT.

       SUMMIERE-HAUPTBUCH SECTION.
      * Soll und Haben je Waehrung aus den geschriebenen Saetzen,
      * unabhaengig von der Fortschreibung beim Schreiben
           PERFORM VARYING HBW-IDX FROM 1 BY 1
              UNTIL HBW-IDX > HBW-ANZAHL-WAEHRUNGEN
              MOVE ZERO TO HBW-SOLL(HBW-IDX)
              MOVE ZERO TO HBW-HABEN(HBW-IDX)
              MOVE ZERO TO HBW-GELESEN(HBW-IDX)
           END-PERFORM
           OPEN INPUT HAUPTBUCH-DATEI
           MOVE SPACES TO ENDE
           PERFORM UNTIL ENDE = "Y"
              READ HAUPTBUCH-DATEI
                 AT END MOVE "Y" TO ENDE
                 NOT AT END
                    PERFORM SUMMIERE-HAUPTBUCH-SATZ
              END-READ
           END-PERFORM
           CLOSE HAUPTBUCH-DATEI
       EXIT.

       SUMMIERE-HAUPTBUCH-SATZ SECTION.
           MOVE ZERO TO HBW-TREFFER
           PERFORM VARYING HBW-IDX FROM 1 BY 1
              UNTIL HBW-IDX > HBW-ANZAHL-WAEHRUNGEN
              IF HBW-WAEHRUNG(HBW-IDX) = HB-WAEHRUNG THEN
                 MOVE HBW-IDX TO HBW-TREFFER
              END-IF
           END-PERFORM
           IF HB-SATZART NOT = "B" OR HBW-TREFFER = ZERO THEN
              GO TO SUMMIERE-HAUPTBUCH-SATZ-ENDE
           END-IF
           ADD 1 TO HBW-GELESEN(HBW-TREFFER)
           IF HB-SEITE = "S" THEN
              ADD HB-BETRAG TO HBW-SOLL(HBW-TREFFER)
           ELSE
              ADD HB-BETRAG TO HBW-HABEN(HBW-TREFFER)
           END-IF.
       SUMMIERE-HAUPTBUCH-SATZ-ENDE.
       EXIT.

       SCHREIBE-HAUPTBUCH-BANK SECTION.
           MOVE "GEBUCHT" TO HBP-ART
           MOVE HKT-EINLAGEN(HK-TREFFER) TO HBP-SOLL-KONTO
           MOVE HKT-VERRECHNUNG(HK-TREFFER) TO HBP-HABEN-KONTO
           COMPUTE HBP-BETRAG = TAB-SOLL-SUMME(BANK-IDX)
              - TAB-FREI-SOLL(BANK-IDX)
           MOVE "KUNDENBELASTUNGEN" TO HBP-TEXT
           PERFORM SCHREIBE-HAUPTBUCH-PAAR
           MOVE HKT-VERRECHNUNG(HK-TREFFER) TO HBP-SOLL-KONTO
           MOVE HKT-EINLAGEN(HK-TREFFER) TO HBP-HABEN-KONTO
           COMPUTE HBP-BETRAG = TAB-HABEN-SUMME(BANK-IDX)
              - TAB-FREI-HABEN(BANK-IDX)
           MOVE "KUNDENGUTSCHRIFTEN" TO HBP-TEXT
           PERFORM SCHREIBE-HAUPTBUCH-PAAR

      * aus dem Haltebestand freigegeben: das Zwischenkonto wird
      * gegen die Kundeneinlagen aufgeloest
           MOVE "FREIGABE" TO HBP-ART
           MOVE HKT-EINLAGEN(HK-TREFFER) TO HBP-SOLL-KONTO
           MOVE HKT-ZWISCHEN(HK-TREFFER) TO HBP-HABEN-KONTO
           MOVE TAB-FREI-SOLL(BANK-IDX) TO HBP-BETRAG
           MOVE "VALUTA-FREIGABE BELASTUNGEN" TO HBP-TEXT
           PERFORM SCHREIBE-HAUPTBUCH-PAAR
           MOVE HKT-ZWISCHEN(HK-TREFFER) TO HBP-SOLL-KONTO
           MOVE HKT-EINLAGEN(HK-TREFFER) TO HBP-HABEN-KONTO
           MOVE TAB-FREI-HABEN(BANK-IDX) TO HBP-BETRAG
           MOVE "VALUTA-FREIGABE GUTSCHRIFTEN" TO HBP-TEXT
           PERFORM SCHREIBE-HAUPTBUCH-PAAR

      * heute zurueckgestellt: geliefert, aber noch nicht gebucht
           MOVE "VALUTA" TO HBP-ART
           MOVE HKT-ZWISCHEN(HK-TREFFER) TO HBP-SOLL-KONTO
           MOVE HKT-VERRECHNUNG(HK-TREFFER) TO HBP-HABEN-KONTO
           MOVE TAB-ZURUECK-SOLL(BANK-IDX) TO HBP-BETRAG
           MOVE "VALUTA-HALT BELASTUNGEN" TO HBP-TEXT
           PERFORM SCHREIBE-HAUPTBUCH-PAAR
           MOVE HKT-VERRECHNUNG(HK-TREFFER) TO HBP-SOLL-KONTO
           MOVE HKT-ZWISCHEN(HK-TREFFER) TO HBP-HABEN-KONTO
           MOVE TAB-ZURUECK-HABEN(BANK-IDX) TO HBP-BETRAG
           MOVE "VALUTA-HALT GUTSCHRIFTEN" TO HBP-TEXT
           PERFORM SCHREIBE-HAUPTBUCH-PAAR
       EXIT.

       SCHREIBE-HAUPTBUCH-OFFEN SECTION.
      * Kontrollsatz ueber der Lieferung: Differenz auf das
      * Verrechnungskonto wie gemeldet, Gegenseite Zwischenkonto
           MOVE "ABSTIMMUNG" TO HBP-ART
           MOVE "OFFEN AUS ABSTIMMUNG DC" TO HBP-TEXT
           IF OFT-SOLL(OFFEN-IDX) > ZERO THEN
              MOVE HKT-ZWISCHEN(HK-TREFFER) TO HBP-SOLL-KONTO
              MOVE HKT-VERRECHNUNG(HK-TREFFER) TO HBP-HABEN-KONTO
              MOVE OFT-SOLL(OFFEN-IDX) TO HBP-BETRAG
              PERFORM SCHREIBE-HAUPTBUCH-PAAR
           END-IF
           IF OFT-SOLL(OFFEN-IDX) < ZERO THEN
              MOVE HKT-VERRECHNUNG(HK-TREFFER) TO HBP-SOLL-KONTO
              MOVE HKT-ZWISCHEN(HK-TREFFER) TO HBP-HABEN-KONTO
              COMPUTE HBP-BETRAG = ZERO - OFT-SOLL(OFFEN-IDX)
              PERFORM SCHREIBE-HAUPTBUCH-PAAR
           END-IF
           MOVE "OFFEN AUS ABSTIMMUNG CR" TO HBP-TEXT
           IF OFT-HABEN(OFFEN-IDX) > ZERO THEN
              MOVE HKT-VERRECHNUNG(HK-TREFFER) TO HBP-SOLL-KONTO
              MOVE HKT-ZWISCHEN(HK-TREFFER) TO HBP-HABEN-KONTO
              MOVE OFT-HABEN(OFFEN-IDX) TO HBP-BETRAG
              PERFORM SCHREIBE-HAUPTBUCH-PAAR
           END-IF
           IF OFT-HABEN(OFFEN-IDX) < ZERO THEN
              MOVE HKT-ZWISCHEN(HK-TREFFER) TO HBP-SOLL-KONTO
              MOVE HKT-VERRECHNUNG(HK-TREFFER) TO HBP-HABEN-KONTO
              COMPUTE HBP-BETRAG = ZERO - OFT-HABEN(OFFEN-IDX)
              PERFORM SCHREIBE-HAUPTBUCH-PAAR
           END-IF
       EXIT.

       SCHREIBE-HAUPTBUCH-PAAR SECTION.
      * ein Posten ergibt immer einen Soll- und einen Habensatz
           IF HBP-BETRAG = ZERO THEN
              GO TO SCHREIBE-HAUPTBUCH-PAAR-ENDE
           END-IF
           MOVE ZERO TO HBW-TREFFER
           PERFORM VARYING HBW-IDX FROM 1 BY 1
              UNTIL HBW-IDX > HBW-ANZAHL-WAEHRUNGEN
              IF HBW-WAEHRUNG(HBW-IDX) = HK-SUCH-WAEHRUNG THEN
                 MOVE HBW-IDX TO HBW-TREFFER
              END-IF
           END-PERFORM
           IF HBW-TREFFER = ZERO THEN
              IF HBW-ANZAHL-WAEHRUNGEN >= 20 THEN
                 DISPLAY "FEHLER: HAUPTBUCH MIT MEHR ALS 20 "
                    "WAEHRUNGEN, POSTEN " HK-SUCH-WAEHRUNG
                    " FEHLT"
                 MOVE "J" TO ABWEICHUNG-VORHANDEN
                 GO TO SCHREIBE-HAUPTBUCH-PAAR-ENDE
              END-IF
              ADD 1 TO HBW-ANZAHL-WAEHRUNGEN
              MOVE HBW-ANZAHL-WAEHRUNGEN TO HBW-TREFFER
              MOVE HK-SUCH-WAEHRUNG TO HBW-WAEHRUNG(HBW-TREFFER)
              MOVE ZERO TO HBW-ANZAHL(HBW-TREFFER)
              MOVE ZERO TO HBW-SOLL(HBW-TREFFER)
              MOVE ZERO TO HBW-HABEN(HBW-TREFFER)
           END-IF

           MOVE SPACES TO HAUPTBUCH-SATZ
           MOVE "B" TO HB-SATZART
           MOVE LAUF-DATUM-ROH TO HB-DATUM
           MOVE HK-SUCH-BANK-ID TO HB-BANK-ID
           MOVE HK-SUCH-WAEHRUNG TO HB-WAEHRUNG
           MOVE HBP-BETRAG TO HB-BETRAG
           MOVE HBP-ART TO HB-ART
           MOVE HBP-TEXT TO HB-TEXT
           MOVE HBP-SOLL-KONTO TO HB-SACHKONTO
           MOVE "S" TO HB-SEITE
           WRITE HAUPTBUCH-SATZ
           MOVE HBP-HABEN-KONTO TO HB-SACHKONTO
           MOVE "H" TO HB-SEITE
           WRITE HAUPTBUCH-SATZ
           ADD 2 TO HBW-ANZAHL(HBW-TREFFER).
       SCHREIBE-HAUPTBUCH-PAAR-ENDE.
       EXIT.

       SCHREIBE-QUITTUNGEN SECTION.
      * je liefernder Bank eine maschinenlesbare Quittung ueber
      * angenommene und abgelehnte Saetze des Tageslaufs
       EXIT.

       SCHREIBE-ZURUECKWEISUNG SECTION.
           IF RUHEND-SOLL = "J" THEN
              MOVE AKTUELLE-EINGABE TO RP-SATZ
              MOVE ABLEHNUNGSGRUND TO RP-GRUND
              MOVE AKTUELLE-REFERENZ TO RP-REFERENZ
              WRITE RUHEND-PRUEFUNG-SATZ
              ADD 1 TO RUHEND-ANZAHL
              MOVE "N" TO RUHEND-SOLL
           ELSE
              MOVE AKTUELLE-EINGABE TO ZURUECKWEISUNG-SATZ
              MOVE ABLEHNUNGSGRUND TO ZURUECKWEISUNG-GRUND
              MOVE AKTUELLE-REFERENZ TO ZURUECKWEISUNG-REFERENZ
              WRITE ZURUECKWEISUNG
           END-IF
       EXIT.

       SCHREIBE-BANK SECTION.

           PERFORM BUCHE-SALDO

           IF KSTAMM-ANZAHL > ZERO AND
              AKTUELLE-DC IN AKTUELLE-EINGABE NOT = "DC" THEN
              PERFORM PRUEFE-REAKTIVIERUNG
           END-IF

           ADD 1 TO TAB-SATZ-ANZAHL(BANK-TREFFER)
      * Freigaben aus dem Haltebestand stehen in keinem Kontrollsatz
      * des Lauftags und werden fuer die Abstimmung herausgerechnet
              END-IF
           END-IF
           ADD 1 TO GESAMTANZAHL
      * jede gebuchte Buchung, auch jedes Umbuchungsbein, erhaelt die
      * naechste Primanota-Nummer
           ADD 1 TO PRIMANOTA-NUMMER
           MOVE SPACES TO PRIMANOTA-ANZEIGE IN AKTUELLE-AUSGABE
           STRING " PN " DELIMITED BY SIZE
                  PRIMANOTA-NUMMER DELIMITED BY SIZE
              INTO PRIMANOTA-ANZEIGE IN AKTUELLE-AUSGABE
           END-STRING
      * Umbuchungen stehen in einem eigenen Abschnitt der Ausgabe
           IF UMBUCHUNG-AKTIV = "N" THEN
              PERFORM SCHREIBE-AUSGABE
           END-IF
           MOVE MITTE IN AKTUELLE-AUSGABE(2:2) TO CSV-DC-CR
           PERFORM SCHREIBE-CSV-ZEILE
           PERFORM SCHREIBE-INDEX-EINTRAG
           PERFORM SCHREIBE-BUCHUNG-DETAIL
           PERFORM SCHREIBE-PRIMANOTA

           IF AKTUELLER-BETRAG > EXCEPTION-SCHWELLE THEN
              PERFORM SCHREIBE-EXCEPTION
           END-IF
       EXIT.

       PRUEFE-REAKTIVIERUNG SECTION.
      * eine Gutschrift macht ein ruhendes Konto wieder aktiv,
      * Habenzinsen zaehlen wie bei der Ruhendpruefung nicht
           IF AKTUELLER-VERWENDUNGSZWECK IN AKTUELLE-EINGABE(1:11) =
              "HABENZINSEN" THEN
              GO TO PRUEFE-REAKTIVIERUNG-ENDE
           END-IF
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO HASH-BANK-ID
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
             TO HASH-KONTONUMMER
           PERFORM SUCHE-KSTAMM-EINTRAG
           IF KSTAMM-TREFFER = ZERO THEN
              GO TO PRUEFE-REAKTIVIERUNG-ENDE
           END-IF
           IF KST-STATUS(KSTAMM-TREFFER) NOT = "R" THEN
              GO TO PRUEFE-REAKTIVIERUNG-ENDE
           END-IF

           MOVE "A" TO KST-STATUS(KSTAMM-TREFFER)
           ADD 1 TO REAKTIVIERT-ANZAHL
           DISPLAY "HINWEIS: KONTO " HASH-BANK-ID " " HASH-KONTONUMMER
              " DURCH GUTSCHRIFT REAKTIVIERT"
           PERFORM SCHREIBE-KONTOSTAMM

           OPEN EXTEND RUHENDJOURNAL-DATEI
           IF RUHENDJOURNAL-STATUS NOT = "00" THEN
              OPEN OUTPUT RUHENDJOURNAL-DATEI
           END-IF
           MOVE SPACES TO RUHENDJOURNAL-SATZ
           MOVE LAUF-DATUM-ROH TO RJ-DATUM
           MOVE HASH-BANK-ID TO RJ-BANK-ID
           MOVE HASH-KONTONUMMER TO RJ-KONTONUMMER
           MOVE "H" TO RJ-AKTION
           MOVE "BATCHVERARBEITUNG" TO RJ-BEARBEITER
           MOVE AKTUELLER-VERWENDUNGSZWECK IN AKTUELLE-EINGABE
             TO RJ-DETAILS
           WRITE RUHENDJOURNAL-SATZ
           CLOSE RUHENDJOURNAL-DATEI.
       PRUEFE-REAKTIVIERUNG-ENDE.
       EXIT.

       SCHREIBE-KONTOSTAMM SECTION.
      * der Status wird sofort fortgeschrieben, damit ein Wiederanlauf
      * das Konto nicht erneut als ruhend behandelt; ein unvollstaendig
      * geladener Stamm darf nie zurueckgeschrieben werden
           IF KSTAMM-UEBERLAUF = "J" THEN
              DISPLAY "WARNUNG: kontostamm.txt unvollstaendig geladen, "
                 "Reaktivierung nicht gespeichert"
              GO TO SCHREIBE-KONTOSTAMM-ENDE
           END-IF
           OPEN OUTPUT KONTOSTAMM-DATEI
           PERFORM VARYING KSTAMM-IDX FROM 1 BY 1
              UNTIL KSTAMM-IDX > KSTAMM-ANZAHL
              MOVE KST-BANK-ID(KSTAMM-IDX) TO KSD-BANK-ID
              MOVE KST-KONTONUMMER(KSTAMM-IDX) TO KSD-KONTONUMMER
              MOVE KST-STATUS(KSTAMM-IDX) TO KSD-STATUS
              MOVE KST-PRUEFZIFFER(KSTAMM-IDX) TO KSD-PRUEFZIFFER
              MOVE KST-LIMIT(KSTAMM-IDX) TO KSD-LIMIT
              MOVE KST-WAEHRUNG(KSTAMM-IDX) TO KSD-WAEHRUNG
              WRITE KONTOSTAMM-SATZ
           END-PERFORM
           CLOSE KONTOSTAMM-DATEI.
       SCHREIBE-KONTOSTAMM-ENDE.
       EXIT.

       SCHREIBE-BUCHUNG-DETAIL SECTION.
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO BU-BANK-ID
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
           MOVE AKTUELLER-BETRAG TO BU-BETRAG
           MOVE AKTUELLER-VERWENDUNGSZWECK IN AKTUELLE-EINGABE
             TO BU-ZWECK
           MOVE UR-KONTO-WAEHRUNG TO BU-KONTO-WAEHRUNG
           MOVE UR-KURS TO BU-KURS
           MOVE UR-KONTO-BETRAG TO BU-KONTO-BETRAG
           MOVE AKTUELLE-REFERENZ TO BU-REFERENZ
           MOVE PRIMANOTA-NUMMER TO BU-PRIMANOTA
           WRITE BUCHUNG-SATZ
       EXIT.

       SCHREIBE-PRIMANOTA SECTION.
           MOVE SPACES TO PRIMANOTA-SATZ
           MOVE PRIMANOTA-NUMMER TO PN-NUMMER
           MOVE FUNCTION CURRENT-DATE(9:6) TO PN-ZEIT
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO PN-BANK-ID
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
             TO PN-KONTONUMMER
           MOVE CSV-DC-CR TO PN-DC
           MOVE AKTUELLER-BETRAG TO PN-BETRAG
           MOVE AKTUELLE-WAEHRUNG IN AKTUELLE-EINGABE TO PN-WAEHRUNG
           MOVE PRIMANOTA-QUELLE TO PN-QUELLE
           MOVE PRIMANOTA-ERSTELLER TO PN-ERSTELLER
           WRITE PRIMANOTA-SATZ
       EXIT.

       SCHREIBE-EXCEPTION SECTION.
           MOVE SPACES TO EXCEPTION-SATZ
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO EXC-BANK-ID
           MOVE AKTUELLER-BETRAG TO EXC-BETRAG
           MOVE AKTUELLER-VERWENDUNGSZWECK IN AKTUELLE-EINGABE
             TO EXC-VERWENDUNGSZWECK
           MOVE PRIMANOTA-NUMMER TO EXC-PRIMANOTA
           WRITE EXCEPTION-SATZ
       EXIT.

       SCHREIBE-INDEX-EINTRAG SECTION.
      * der Index fuehrt je Konto die Tagesbewegung netto in
      * Kontowaehrung, weitere Buchungen des Kontos werden verrechnet
           IF UR-KONTO-BETRAG > 99999999.99 THEN
              DISPLAY "WARNUNG: BETRAG FUER KONTO-INDEX ZU GROSS, "
                 "KONTO "
                 AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
              GO TO SCHREIBE-INDEX-EINTRAG-ENDE
           END-IF
           MOVE AKTUELLE-BANKID IN AKTUELLE-EINGABE TO IDX-BANK-ID
           MOVE AKTUELLE-KONTONUMMER IN AKTUELLE-EINGABE
             TO IDX-KONTONUMMER
           MOVE UR-KONTO-WAEHRUNG TO IDX-WAEHRUNG
           MOVE CSV-DC-CR TO IDX-DC
           MOVE UR-KONTO-BETRAG TO IDX-BETRAG
           MOVE PRIMANOTA-NUMMER TO IDX-PRIMANOTA
           WRITE INDEX-SATZ
              INVALID KEY
                 PERFORM VERRECHNE-INDEX-EINTRAG
           END-WRITE.
       SCHREIBE-INDEX-EINTRAG-ENDE.
       EXIT.

       VERRECHNE-INDEX-EINTRAG SECTION.
           IF CSV-DC-CR = "DC" THEN
              COMPUTE INDEX-NETTO = ZERO - UR-KONTO-BETRAG
           ELSE
              MOVE UR-KONTO-BETRAG TO INDEX-NETTO
           END-IF
           READ KONTO-INDEX
              INVALID KEY
                 MOVE "DUPLIKAT INDEX-SCHLUESSEL" TO ABLEHNUNGSGRUND
                 PERFORM SCHREIBE-ZURUECKWEISUNG
                 GO TO VERRECHNE-INDEX-EINTRAG-ENDE
           END-READ
      * jede Buchung erhaelt eine hoehere Primanota-Nummer; traegt der
      * Eintrag schon diese oder eine spaetere, ist die Buchung nach
      * einem Wiederanlauf bereits verrechnet
           IF IDX-PRIMANOTA >= PRIMANOTA-NUMMER THEN
              GO TO VERRECHNE-INDEX-EINTRAG-ENDE
           END-IF
           IF IDX-WAEHRUNG NOT = UR-KONTO-WAEHRUNG THEN
              DISPLAY "WARNUNG: KONTO-INDEX " IDX-SCHLUESSEL
                 " IN " IDX-WAEHRUNG ", BUCHUNG IN " UR-KONTO-WAEHRUNG
                 " NICHT VERRECHNET"
              GO TO VERRECHNE-INDEX-EINTRAG-ENDE
           END-IF
           IF IDX-DC = "DC" THEN
              SUBTRACT IDX-BETRAG FROM INDEX-NETTO
           ELSE
              ADD IDX-BETRAG TO INDEX-NETTO
           END-IF
           IF INDEX-NETTO < ZERO THEN
              MOVE "DC" TO IDX-DC
           ELSE
              MOVE "CR" TO IDX-DC
           END-IF
           COMPUTE IDX-BETRAG = FUNCTION ABS(INDEX-NETTO)
              ON SIZE ERROR
                 DISPLAY "WARNUNG: KONTO-INDEX " IDX-SCHLUESSEL
                    " UEBERLAUF, BUCHUNG NICHT VERRECHNET"
                 GO TO VERRECHNE-INDEX-EINTRAG-ENDE
           END-COMPUTE
           MOVE PRIMANOTA-NUMMER TO IDX-PRIMANOTA
           REWRITE INDEX-SATZ
              INVALID KEY
                 DISPLAY "WARNUNG: KONTO-INDEX " IDX-SCHLUESSEL
                    " NICHT FORTGESCHRIEBEN"
           END-REWRITE.
       VERRECHNE-INDEX-EINTRAG-ENDE.
       EXIT.

       SCHREIBE-CSV-ZEILE SECTION.
                  CSV-DC-CR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-BETRAG-ANZEIGE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PRIMANOTA-NUMMER DELIMITED BY SIZE
              INTO CSV-ZEILE
           END-STRING
           MOVE CSV-ZEILE TO CSV-SATZ
       SCHREIBE-TRAILER SECTION.
           MOVE "Grand Total: " TO ANFANG IN AKTUELLE-AUSGABE
           MOVE GESAMTANZAHL TO NUMMER IN AKTUELLE-AUSGABE
           MOVE SPACES TO PRIMANOTA-ANZEIGE IN AKTUELLE-AUSGABE

           MOVE " DC:  " TO MITTE IN AKTUELLE-AUSGABE
           MOVE GESAMT-SOLL TO BETRAG IN AKTUELLE-AUSGABE
                 END-IF
              WHEN "L"
                 PERFORM UEBERNEHME-SALDO-BEWEGUNG
              WHEN "U"
                 IF UMBUCHUNG-ANZAHL < 5000 THEN
                    ADD 1 TO UMBUCHUNG-ANZAHL
                    MOVE CPU-SATZ TO UMBUCHUNG-EINTRAG(UMBUCHUNG-ANZAHL)
                 END-IF
              WHEN "V"
                 IF HALTE-ANZAHL < 5000 THEN
                    ADD 1 TO HALTE-ANZAHL
                    MOVE "N" TO HT-ERLEDIGT(HALTE-ANZAHL)
                    ADD 1 TO ZURUECKGESTELLT-ANZAHL
                 END-IF
              WHEN "R"
                 MOVE CPR-BANK-ID TO REF-SUCH-BANK-ID
                 MOVE CPR-REFERENZ TO REF-SUCH-REFERENZ
                 PERFORM SUCHE-REFERENZ
                 IF REFERENZ-TREFFER = ZERO AND
                    REFERENZ-ANZAHL < 200000 THEN
                    MOVE LAUF-DATUM-ROH TO REFERENZ-DATUM
                    PERFORM EINFUEGE-REFERENZ
                 END-IF
              WHEN "S"
                 MOVE CPS-LETZTER-SATZ TO LETZTER-CHECKPOINT-SATZ
                 MOVE CPS-GESAMTANZAHL TO GESAMTANZAHL
                 MOVE CPS-FALL-NUMMER TO FALL-NUMMER
                 IF CPS-PRIMANOTA IS NUMERIC AND
                    CPS-PRIMANOTA >= PRIMANOTA-TAGESANFANG THEN
                    MOVE CPS-PRIMANOTA TO PRIMANOTA-NUMMER
                 END-IF
                 IF CPS-UMBUCHUNG-UEBERLAUF = "J" THEN
                    MOVE "J" TO UMBUCHUNG-UEBERLAUF
                 END-IF
           END-EVALUATE
       EXIT.

           PERFORM SUCHE-SALDO-EINTRAG
           IF SALDO-TREFFER > ZERO THEN
              MOVE CPL-BEWEGUNG TO SAL-TAB-BEWEGUNG(SALDO-TREFFER)
              IF CPL-WAEHRUNG NOT = SPACES THEN
                 MOVE CPL-WAEHRUNG TO SAL-TAB-WAEHRUNG(SALDO-TREFFER)
              END-IF
           END-IF
       EXIT.

                    MOVE SAL-TAB-KONTONUMMER(SALDO-IDX)
                      TO CPL-KONTONUMMER
                    MOVE SAL-TAB-BEWEGUNG(SALDO-IDX) TO CPL-BEWEGUNG
                    MOVE SAL-TAB-WAEHRUNG(SALDO-IDX) TO CPL-WAEHRUNG
                    WRITE CHECKPOINT-SATZ FROM CHECKPOINT-SALDO-EINTRAG
                 END-IF
              END-PERFORM
                    WRITE CHECKPOINT-SATZ FROM CHECKPOINT-VALUTA-EINTRAG
                 END-IF
              END-PERFORM
              PERFORM VARYING UMBUCHUNG-IDX FROM 1 BY 1
                 UNTIL UMBUCHUNG-IDX > UMBUCHUNG-ANZAHL
                 MOVE "U" TO CPU-TYP
                 MOVE UMBUCHUNG-EINTRAG(UMBUCHUNG-IDX) TO CPU-SATZ
                 WRITE CHECKPOINT-SATZ FROM CHECKPOINT-UMBUCHUNG-EINTRAG
              END-PERFORM
      * nur die am Lauftag gebuchten Referenzen, der Rest steht
      * weiter in referenzregister.txt
              PERFORM VARYING REFERENZ-IDX FROM 1 BY 1
                 UNTIL REFERENZ-IDX > REFERENZ-ANZAHL
                 IF REFERENZ-IDX > GELADENE-REFERENZ-ANZAHL THEN
                    MOVE SPACES TO CHECKPOINT-REFERENZ-EINTRAG
                    MOVE "R" TO CPR-TYP
                    MOVE RFT-BANK-ID(REFERENZ-IDX) TO CPR-BANK-ID
                    MOVE RFT-REFERENZ(REFERENZ-IDX) TO CPR-REFERENZ
                    WRITE CHECKPOINT-SATZ
                       FROM CHECKPOINT-REFERENZ-EINTRAG
                 END-IF
              END-PERFORM
              MOVE "S" TO CPS-TYP
              MOVE GELESENE-SATZ-NUMMER TO CPS-LETZTER-SATZ
              MOVE GESAMTANZAHL TO CPS-GESAMTANZAHL
              MOVE FALL-NUMMER TO CPS-FALL-NUMMER
              MOVE UMBUCHUNG-UEBERLAUF TO CPS-UMBUCHUNG-UEBERLAUF
              MOVE PRIMANOTA-NUMMER TO CPS-PRIMANOTA
              WRITE CHECKPOINT-SATZ FROM CHECKPOINT-SUMMARY
           CLOSE CHECKPOINT-KONTO
       EXIT.
           OPEN OUTPUT CHECKPOINT-KONTO
           CLOSE CHECKPOINT-KONTO
       EXIT.

       LADE-PRIMANOTA-ZAEHLER SECTION.
      * ohne Zaehlerdatei beginnt die Primanota bei 1; wird ein schon
      * abgeschlossener Lauftag wiederholt, werden dessen Nummern neu
      * vergeben
           MOVE ZERO TO PRIMANOTA-NUMMER
           MOVE ZERO TO PRIMANOTA-TAGESANFANG
           OPEN INPUT PRIMANOTAZAEHLER-DATEI
           IF PRIMANOTAZAEHLER-STATUS NOT = "00" THEN
              DISPLAY "HINWEIS: primanotazaehler.txt nicht vorhanden, "
                 "Primanota beginnt bei 1"
              GO TO LADE-PRIMANOTA-ZAEHLER-ENDE
           END-IF
           READ PRIMANOTAZAEHLER-DATEI
              AT END MOVE ZEROS TO PRIMANOTAZAEHLER-SATZ
           END-READ
           CLOSE PRIMANOTAZAEHLER-DATEI

           IF PRIMANOTAZAEHLER-SATZ IS NOT NUMERIC THEN
              DISPLAY "FEHLER: primanotazaehler.txt UNGUELTIG, "
                 "LAUF ABGEBROCHEN"
              PERFORM BRICH-PRIMANOTA-AB
           END-IF
      * ein frueherer Lauftag wuerde Nummern doppelt vergeben, die
      * spaetere Tage bereits tragen
           IF PZ-BUCHUNGSTAG > LAUF-DATUM-ROH THEN
              DISPLAY "FEHLER: PRIMANOTA BEREITS FUER LAUFTAG "
                 PZ-BUCHUNGSTAG " VERGEBEN, LAUF ABGEBROCHEN"
              PERFORM BRICH-PRIMANOTA-AB
           END-IF
           IF PZ-BUCHUNGSTAG = LAUF-DATUM-ROH THEN
              MOVE PZ-TAGESANFANG TO PRIMANOTA-NUMMER
           ELSE
              MOVE PZ-LETZTE-NUMMER TO PRIMANOTA-NUMMER
           END-IF
           MOVE PRIMANOTA-NUMMER TO PRIMANOTA-TAGESANFANG.
       LADE-PRIMANOTA-ZAEHLER-ENDE.
       EXIT.

       BRICH-PRIMANOTA-AB SECTION.
           MOVE "E" TO JOURNAL-EREIGNIS
           MOVE "FEHLER" TO JOURNAL-STATUS-TEXT
           MOVE ZERO TO JOURNAL-ZAEHLER
           PERFORM SCHREIBE-JOURNAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       EXIT.

       SCHREIBE-PRIMANOTA-ZAEHLER SECTION.
           OPEN OUTPUT PRIMANOTAZAEHLER-DATEI
           MOVE PRIMANOTA-NUMMER TO PZ-LETZTE-NUMMER
           MOVE LAUF-DATUM-ROH TO PZ-BUCHUNGSTAG
           MOVE PRIMANOTA-TAGESANFANG TO PZ-TAGESANFANG
           WRITE PRIMANOTAZAEHLER-SATZ
           CLOSE PRIMANOTAZAEHLER-DATEI
       EXIT.

       BESTIMME-LIEFERHERKUNFT SECTION.
      * der Erzeuger einer Lieferung ergibt sich aus dem Dateinamen,
      * alle uebrigen Lieferungen kommen aus dem Tageslauf der Banken
           MOVE LT-DATEINAME(LIEFER-IDX) TO PRIMANOTA-QUELLE
           EVALUATE TRUE
              WHEN LT-DATEINAME(LIEFER-IDX)(1:15) = "dauerauftraege-"
                 MOVE "DAUERAUFTRAG" TO PRIMANOTA-ERSTELLER
              WHEN LT-DATEINAME(LIEFER-IDX)(1:14) = "zinsbuchungen-"
                 MOVE "ZINSABSCHLUSS" TO PRIMANOTA-ERSTELLER
              WHEN LT-DATEINAME(LIEFER-IDX)(1:14) = "nachlieferung-"
                 MOVE "REJECTREPARATUR" TO PRIMANOTA-ERSTELLER
              WHEN LT-DATEINAME(LIEFER-IDX)(1:16) = "stornobuchungen-"
                 MOVE "STORNO" TO PRIMANOTA-ERSTELLER
              WHEN LT-DATEINAME(LIEFER-IDX)(1:19) =
                 "gebuehrenbuchungen-"
                 MOVE "GEBUEHRENABRECHNUNG" TO PRIMANOTA-ERSTELLER
              WHEN LT-DATEINAME(LIEFER-IDX)(1:21) =
                 "aufloesungsbuchungen-"
                 MOVE "KONTOAUFLOESUNG" TO PRIMANOTA-ERSTELLER
              WHEN OTHER
                 MOVE "TAGESLAUF" TO PRIMANOTA-ERSTELLER
           END-EVALUATE
       EXIT.

       BEREINIGE-PRIMANOTA SECTION.
      * die Saetze nach dem letzten Checkpoint werden beim Wiederanlauf
      * erneut gebucht und erhalten dieselben Nummern wieder; ihre
      * Buchungs- und Primanotasaetze aus dem abgebrochenen Lauf
      * werden vorher entfernt, damit keine Nummer doppelt steht
           MOVE ZERO TO PRIMANOTA-ENTFERNT
           PERFORM BEREINIGE-BUCHUNGSDATEI
           PERFORM BEREINIGE-PRIMANOTA-DATEI
           CALL "CBL_DELETE_FILE" USING UEBERGANG-NAME
           IF RETURN-CODE NOT = ZERO THEN
              DISPLAY "WARNUNG: " UEBERGANG-NAME
                 " konnte nicht geloescht werden"
              MOVE ZERO TO RETURN-CODE
           END-IF
           IF PRIMANOTA-ENTFERNT > ZERO THEN
              DISPLAY "WIEDERANLAUF: " PRIMANOTA-ENTFERNT
                 " SAETZE NACH PRIMANOTA " PRIMANOTA-NUMMER
                 " ENTFERNT"
           END-IF
       EXIT.

       BEREINIGE-BUCHUNGSDATEI SECTION.
           OPEN INPUT BUCHUNG-DETAIL
           IF BUCHUNG-STATUS NOT = "00" THEN
              OPEN OUTPUT BUCHUNG-DETAIL
              CLOSE BUCHUNG-DETAIL
              GO TO BEREINIGE-BUCHUNGSDATEI-ENDE
           END-IF
           OPEN OUTPUT PRIMANOTA-UEBERGANG
           MOVE SPACES TO UEBERGANG-ENDE
           PERFORM UNTIL UEBERGANG-ENDE = "Y"
              READ BUCHUNG-DETAIL
                 AT END MOVE "Y" TO UEBERGANG-ENDE
                 NOT AT END
                    WRITE PRIMANOTA-UEBERGANG-SATZ FROM BUCHUNG-SATZ
              END-READ
           END-PERFORM
           CLOSE BUCHUNG-DETAIL
           CLOSE PRIMANOTA-UEBERGANG

           OPEN INPUT PRIMANOTA-UEBERGANG
           OPEN OUTPUT BUCHUNG-DETAIL
           MOVE SPACES TO UEBERGANG-ENDE
           PERFORM UNTIL UEBERGANG-ENDE = "Y"
              READ PRIMANOTA-UEBERGANG
                 AT END MOVE "Y" TO UEBERGANG-ENDE
                 NOT AT END
                    MOVE PRIMANOTA-UEBERGANG-SATZ TO BUCHUNG-SATZ
                    IF BU-PRIMANOTA IS NUMERIC AND
                       BU-PRIMANOTA > PRIMANOTA-NUMMER THEN
                       ADD 1 TO PRIMANOTA-ENTFERNT
                    ELSE
                       WRITE BUCHUNG-SATZ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRIMANOTA-UEBERGANG
           CLOSE BUCHUNG-DETAIL.
       BEREINIGE-BUCHUNGSDATEI-ENDE.
       EXIT.

       BEREINIGE-PRIMANOTA-DATEI SECTION.
           OPEN INPUT PRIMANOTA-DATEI
           IF PRIMANOTA-STATUS NOT = "00" THEN
              OPEN OUTPUT PRIMANOTA-DATEI
              CLOSE PRIMANOTA-DATEI
              GO TO BEREINIGE-PRIMANOTA-DATEI-ENDE
           END-IF
           OPEN OUTPUT PRIMANOTA-UEBERGANG
           MOVE SPACES TO UEBERGANG-ENDE
           PERFORM UNTIL UEBERGANG-ENDE = "Y"
              READ PRIMANOTA-DATEI
                 AT END MOVE "Y" TO UEBERGANG-ENDE
                 NOT AT END
                    WRITE PRIMANOTA-UEBERGANG-SATZ FROM PRIMANOTA-SATZ
              END-READ
           END-PERFORM
           CLOSE PRIMANOTA-DATEI
           CLOSE PRIMANOTA-UEBERGANG

           OPEN INPUT PRIMANOTA-UEBERGANG
           OPEN OUTPUT PRIMANOTA-DATEI
           MOVE SPACES TO UEBERGANG-ENDE
           PERFORM UNTIL UEBERGANG-ENDE = "Y"
              READ PRIMANOTA-UEBERGANG
                 AT END MOVE "Y" TO UEBERGANG-ENDE
                 NOT AT END
                    MOVE PRIMANOTA-UEBERGANG-SATZ TO PRIMANOTA-SATZ
                    IF PN-NUMMER > PRIMANOTA-NUMMER THEN
                       ADD 1 TO PRIMANOTA-ENTFERNT
                    ELSE
                       WRITE PRIMANOTA-SATZ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRIMANOTA-UEBERGANG
           CLOSE PRIMANOTA-DATEI.
       BEREINIGE-PRIMANOTA-DATEI-ENDE.
       EXIT.
