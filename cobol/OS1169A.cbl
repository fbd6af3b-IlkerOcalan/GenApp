      ***------------------------------------------------------------***
      * Datum               : (vgl. ClearCase-Historie)
      * MusterVersion       : 3.3 vom 26.11.2009
      * Typ                 : Hauptprogramm (Stapel)
      *
      * Anwendung/Subsystem : GO_Partner
      * Komponente          : OSMandatMandantZugriffBericht
      * Name:               : OS1169A
      *
      ***------------------------------------------------------------***
      *
      * Dokumentation:
      * OS_MandatMandantZugriffBericht <OS1169A>
      *      Woechentlicher Sicherheitsbericht ueber mandanten-
      *      uebergreifende Zugriffe auf Mandate.
      *
      *      Das OV1145A protokolliert im Statuswechsel-Audit
      *      MANDHAUD jeden abgewiesenen Zugriff auf das Mandat
      *      eines fremden Mandanten (Schritt ABGELEHNT) und jede
      *      Verwendung des mandantenuebergreifenden Kennzeichens
      *      (Schritt UEBERGRIFF), jeweils mit aufrufendem
      *      Programm, Methode, Auftrags- und Zielmandant. Dieser
      *      Lauf liest MANDHAUD einmal sequentiell und fasst die
      *      Saetze des Berichtszeitraums (sieben Tage bis
      *      einschliesslich Stichtag) im Bericht MANDSICH
      *      zusammen:
      *
      *      - je aufrufendem Programm die Summe der abgewiesenen
      *        Zugriffe und der Uebergriffe, darunter je Methode
      *        und Mandantenpaar (Auftragsmandant -> Zielmandant)
      *        die Einzelzahlen,
      *      - die Aufrufer, deren Anzahl abgewiesener Zugriffe
      *        oder Uebergriffe die eingestellte Schwelle
      *        uebersteigt; sie sind auch in der Aufstellung mit
      *        '***' gekennzeichnet.
      *
      *      Der Steuersatz MANDSPAR ist optional: Spalten 1-8
      *      Stichtag JJJJMMTT (leer = Vortag), Spalten 9-13
      *      Schwelle fuer abgewiesene Zugriffe je Aufrufer (leer =
      *      10), Spalten 14-18 Schwelle fuer Uebergriffe je
      *      Aufrufer (leer = 1000). Saetze, die vor der Erfassung
      *      der Mandanten im Audit geschrieben wurden, erscheinen
      *      mit leerem Mandantenpaar ('----').
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OS1169A.
       AUTHOR.         R. Vogt

       DATE-WRITTEN.   15.10.2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ***------------------------------------------------------------***
      *  Steuerdatei des Berichts (Stichtag, Schwellen)
      ***------------------------------------------------------------***
           SELECT MANDSPAR-DATEI ASSIGN TO 'MANDSPAR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDSPAR-STATUS.

      ***------------------------------------------------------------***
      *  Statuswechsel-Audit (nur lesend)
      ***------------------------------------------------------------***
           SELECT MANDHAUD-DATEI ASSIGN TO 'MANDHAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDHAUD-STATUS.

      ***------------------------------------------------------------***
      *  Sicherheitsbericht mandantenuebergreifende Zugriffe
      ***------------------------------------------------------------***
           SELECT MANDSICH-DATEI ASSIGN TO 'MANDSICH'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDSICH-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***------------------------------------------------------------***
      *  Steuersatz des Berichts
      ***------------------------------------------------------------***
       FD  MANDSPAR-DATEI
           RECORDING MODE IS F.
       01  MANDSPAR-SATZ.
           05  MANDSPAR-STICHTAG               PIC X(08).
           05  MANDSPAR-SCHWELLE-ABGELEHNT     PIC X(05).
           05  MANDSPAR-SCHWELLE-UEBERGRIFF    PIC X(05).
           05  FILLER                          PIC X(114).

      ***------------------------------------------------------------***
      *  Satz des Statuswechsel-Audits (Aufbau wie im OV1145A)
      ***------------------------------------------------------------***
       FD  MANDHAUD-DATEI
           RECORDING MODE IS F.
       01  MANDHAUD-SATZ.
           05  MANDHAUD-BANKVERBINDUNGID    PIC 9(10).
           05  MANDHAUD-METHODE             PIC X(30).
           05  MANDHAUD-STATUS-ALT          PIC X(02).
           05  MANDHAUD-STATUS-NEU          PIC X(02).
           05  MANDHAUD-BENUTZER            PIC X(08).
           05  MANDHAUD-DATUM               PIC 9(08).
           05  MANDHAUD-SCHRITT             PIC X(02).
               88  MANDHAUD-SCHRITT-VERSUCHT    VALUE '01'.
               88  MANDHAUD-SCHRITT-BESTAETIGT  VALUE '02'.
               88  MANDHAUD-SCHRITT-KORRIGIERT  VALUE '03'.
               88  MANDHAUD-SCHRITT-ABGELEHNT   VALUE '04'.
               88  MANDHAUD-SCHRITT-UEBERGRIFF  VALUE '05'.
           05  MANDHAUD-LAUF-ID             PIC X(20).
           05  MANDHAUD-AUFTRAG-MANDANT     PIC X(04).
           05  MANDHAUD-ZIEL-MANDANT        PIC X(04).

      ***------------------------------------------------------------***
      *  Zeile des Sicherheitsberichts
      ***------------------------------------------------------------***
       FD  MANDSICH-DATEI
           RECORDING MODE IS F.
       01  MANDSICH-SATZ                    PIC X(132).

      ***------------------------------------------------------------***
      *  Satz des Laufjournals MANDLAUF
      ***------------------------------------------------------------***
       FD  MANDLAUF-DATEI
           RECORDING MODE IS F.
           COPY SO0744A REPLACING ==:PRF:== BY ==JRN==.

       WORKING-STORAGE SECTION.

      ***------------------------------------------------------------***
      *  Bereich für Programmstart
      ***------------------------------------------------------------***
       01 WS-START.
          05 WS-EYECATCHER.
             10 FILLER                 PIC  X(30)
                                       USAGE IS DISPLAY
                                 VALUE '**********WS-ANFANG*********'.
             10 FILLER                 PIC  X(08)
                                       USAGE IS DISPLAY
                                       VALUE 'OS1169A'.

      ***------------------------------------------------------------***
      *  Copystrecke fuer allgemeinen Konstantenbereich
      ***------------------------------------------------------------***
           COPY SE4397.

      ***------------------------------------------------------------***
      *  Bereich fuer das Laufjournal
      ***------------------------------------------------------------***
       01 WS-MANDLAUF-BEREICH.
          05 WS-MANDLAUF-STATUS            PIC X(02).
          05 WS-LAUF-OFFEN-SW              PIC X(01) VALUE 'N'.
             88 LAUF-JOURNAL-EROEFFNET          VALUE 'J'.
          05 WS-LAUF-ID                    PIC X(20) VALUE SPACES.
          05 WS-LAUF-START-DATUM           PIC 9(08) VALUE ZERO.
          05 WS-LAUF-START-ZEIT            PIC 9(06) VALUE ZERO.
          05 WS-LAUF-ANZ-EINGABE           PIC 9(09) VALUE ZERO.
          05 WS-LAUF-ANZ-AUSGABE           PIC 9(09) VALUE ZERO.
          05 WS-LAUF-ZEITPUNKT.
             10 WS-LAUF-ZP-DATUM           PIC 9(08).
             10 WS-LAUF-ZP-ZEIT.
                15 WS-LAUF-ZP-HHMMSS       PIC 9(06).
                15 WS-LAUF-ZP-HUNDERTSTEL  PIC 9(02).

      ***------------------------------------------------------------***
      *  Bereiche fuer die Dateien
      ***------------------------------------------------------------***
       01 WS-DATEI-BEREICH.
          05 WS-MANDSPAR-STATUS            PIC X(02).
          05 WS-MANDHAUD-STATUS            PIC X(02).
          05 WS-MANDHAUD-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDHAUD-DATEI-ENDE            VALUE 'J'.
          05 WS-MANDSICH-STATUS            PIC X(02).
          05 WS-ABBRUCH-SW                 PIC X(01) VALUE 'N'.
             88 LAUF-ABGEBROCHEN               VALUE 'J'.

      ***------------------------------------------------------------***
      *  Berichtszeitraum und Schwellen
      ***------------------------------------------------------------***
       01 WS-PARAMETER-BEREICH.
          05 WS-STICHTAG                   PIC 9(08) VALUE ZERO.
          05 WS-ZEITRAUM-AB                PIC 9(08) VALUE ZERO.
          05 WS-SCHWELLE-ABGELEHNT         PIC 9(05) VALUE 10.
          05 WS-SCHWELLE-UEBERGRIFF        PIC 9(05) VALUE 1000.

      ***------------------------------------------------------------***
      *  Gruppentabelle: je aufrufendem Programm, Methode und
      *  Mandantenpaar die Anzahl abgewiesener Zugriffe und
      *  Uebergriffe im Berichtszeitraum
      ***------------------------------------------------------------***
       01 WS-GRP-TABELLE-BEREICH.
          05 WS-GRP-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-GRP-TAB OCCURS 2000 TIMES.
             10 WS-GRP-AUFRUFER            PIC X(08).
             10 WS-GRP-METHODE             PIC X(30).
             10 WS-GRP-AUFTRAG-MANDANT     PIC X(04).
             10 WS-GRP-ZIEL-MANDANT        PIC X(04).
             10 WS-GRP-ANZ-ABGELEHNT       PIC 9(07) COMP.
             10 WS-GRP-ANZ-UEBERGRIFF      PIC 9(07) COMP.
       77 WS-GRP-MAX                       PIC 9(04) COMP VALUE 2000.
       77 WS-GRP-IX                        PIC 9(04) COMP VALUE ZERO.
       77 WS-GRP-FUND-IX                   PIC 9(04) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Aufrufertabelle: je aufrufendem Programm die Summen und
      *  die Kennzeichnung bei Ueberschreiten einer Schwelle
      ***------------------------------------------------------------***
       01 WS-AUF-TABELLE-BEREICH.
          05 WS-AUF-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-AUF-TAB OCCURS 500 TIMES.
             10 WS-AUF-AUFRUFER            PIC X(08).
             10 WS-AUF-ANZ-ABGELEHNT       PIC 9(07) COMP.
             10 WS-AUF-ANZ-UEBERGRIFF      PIC 9(07) COMP.
             10 WS-AUF-SCHWELLE-SW         PIC X(01).
                88 WS-AUF-UEBER-SCHWELLE      VALUE 'J'.
       77 WS-AUF-MAX                       PIC 9(04) COMP VALUE 500.
       77 WS-AUF-IX                        PIC 9(04) COMP VALUE ZERO.
       77 WS-AUF-FUND-IX                   PIC 9(04) COMP VALUE ZERO.

       01 WS-SUCH-BEREICH.
          05 WS-SUCH-AUFRUFER              PIC X(08).
          05 WS-SUCH-METHODE               PIC X(30).
          05 WS-SUCH-AUFTRAG-MANDANT       PIC X(04).
          05 WS-SUCH-ZIEL-MANDANT          PIC X(04).

      ***------------------------------------------------------------***
      *  Arbeitsfelder fuer den Bericht
      ***------------------------------------------------------------***
       01 WS-ZEILE-BEREICH.
          05 WS-TEIL-ANZAHL                PIC 9(06) VALUE ZERO.
          05 WS-ZEILE-KENNZ                PIC X(03).
          05 WS-ZEILE-ABGELEHNT            PIC 9(07).
          05 WS-ZEILE-UEBERGRIFF           PIC 9(07).
          05 WS-ZEILE-AUFTRAG-MANDANT      PIC X(04).
          05 WS-ZEILE-ZIEL-MANDANT         PIC X(04).

      ***------------------------------------------------------------***
      *  Zaehler fuer die Laufzusammenfassung
      ***------------------------------------------------------------***
       01 WS-ZAEHLER-BEREICH.
          05 WS-ANZ-GELESEN                PIC 9(09) VALUE ZERO.
          05 WS-ANZ-ABGELEHNT              PIC 9(09) VALUE ZERO.
          05 WS-ANZ-UEBERGRIFF             PIC 9(09) VALUE ZERO.
          05 WS-ANZ-AUFRUFER               PIC 9(06) VALUE ZERO.
          05 WS-ANZ-GRUPPEN                PIC 9(06) VALUE ZERO.
          05 WS-ANZ-UEBER-SCHWELLE         PIC 9(06) VALUE ZERO.

      ***------------------------------------------------------------***
      ***------------------------------------------------------------***BOBENV
      * * LOESCHSTRUKTUREN FUER BOB-ENVIRONMENT                        *BOBENV
      ***------------------------------------------------------------***BOBENV
           COPY SE3989 REPLACING ==:PRF:== BY ==DL11==.                 BOBENV
           COPY SE4055V2 REPLACING ==:PRF:== BY ==DL12==.               BOBENV
           COPY SE3991   REPLACING ==:PRF:== BY ==DL13==.               BOBENV
           COPY SF0001   REPLACING ==:PRF:== BY ==DL01==.               BOBENV
      * * BEREICH FUER ENTSPRECHENDEN MACH-BER                          BOBENV
      ***------------------------------------------------------------***BOBENV
      * * UEBERGABE STRUKTUREN FUER BOB-ENVIRONMENT                    *BOBENV
      ***------------------------------------------------------------***BOBENV
      * * STANDARD UEBERGABEBEREICH MODULDATEN (LOG.NAME ETC)           BOBENV
           COPY SE3989 REPLACING ==:PRF:== BY ==SY11==.                 BOBENV
      * * SAVEAREA des rufenden Pgms (wg.MY-INIT=ERSTANMELDUNG)          BOBENV
           COPY SE4055V2 REPLACING ==:PRF:== BY ==SY12==.               BOBENV
      * * Standard-Uebergabebereich (rufendes Programm, Typ)            BOBENV
           COPY SE3991 REPLACING ==:PRF:== BY ==SY13==.                 BOBENV
      * * External-Bereich fuer MaCH                                    BOBENV
      * * EX-M-...                                                      BOBENV
           COPY SE3994.                                                 BOBENV
           COPY SF0001   REPLACING ==:PRF:== BY ==SY01==.               BOBENV
      ***------------------------------------------------------------***BOBENV
      * * VARIABLENDEFINITIONEN FUER BOB-ENVIRONMENT                   *BOBENV
      ***------------------------------------------------------------***BOBENV
       77  MY-NAME           PIC X(8)                                   BOBENV
                             VALUE 'OS1169A'.                           BOBENV
       77  MY-SYSTEM         PIC X(4)                                   BOBENV
                             VALUE 'BOB'.                               BOBENV
       77  MY-NAME-LOG       PIC X(30)                                  BOBENV
                             VALUE 'OSMandatMandantZugriffBericht'.     BOBENV
       77  MY-NAMESPACE      PIC X(80)                                  BOBENV
                             VALUE 'GO_PARTNER'.                        BOBENV
       77  MY-TYP            PIC X(10)                                  BOBENV
                             VALUE 'HPRO'.                              BOBENV
       01  MY-CALLER         PIC X(8)                                   BOBENV
                             VALUE SPACES.                              BOBENV
      ***------------------------------------------------------------***BOBENV
      * * ENDE VARIABLEN FUER BOB-ENVIRONMENT                          *BOBENV
      ***------------------------------------------------------------***BOBENV
       01  SF0001  PIC X(10)  VALUE 'SF0001'.                           MUPRODEF

       PROCEDURE DIVISION.

       OS1169A-MAINLINE.

      ***------------------------------------------------------------***
      * Aufbau des BOB-Environment und Stapelsteuerung
      ***------------------------------------------------------------***

           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM A0010-PARAMETER-LESEN
              PERFORM B0000-STAPELVERARBEITUNG
              IF LAUF-ABGEBROCHEN
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM C0000-BERICHT-SCHREIBEN
              END-IF
           END-IF
           PERFORM Z9990-ABSCHLUSSMELDUNG
           PERFORM Z9998-LAUF-ABSCHLIESSEN
           PERFORM ES990-ABMELDUNG
           GOBACK.


       A0001-LAUF-EROEFFNEN.

      ***------------------------------------------------------------***
      * Eroeffnungssatz im Laufjournal MANDLAUF anhaengen und die
      * Lauf-ID des Laufs in WS-LAUF-ID bereitstellen
      ***------------------------------------------------------------***

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-LAUF-ZEITPUNKT
           MOVE WS-LAUF-ZP-DATUM  TO WS-LAUF-START-DATUM
           MOVE WS-LAUF-ZP-HHMMSS TO WS-LAUF-START-ZEIT

           OPEN EXTEND MANDLAUF-DATEI
           IF WS-MANDLAUF-STATUS = '35'
              CLOSE MANDLAUF-DATEI
              OPEN OUTPUT MANDLAUF-DATEI
           END-IF

           MOVE SPACES              TO JRN-SO0744A
           MOVE WS-LAUF-ZP-DATUM    TO JRN-LAUF-ID-DATUM
           MOVE WS-LAUF-ZP-ZEIT     TO JRN-LAUF-ID-ZEIT
           MOVE MY-NAME(3:4)        TO JRN-LAUF-ID-PGMNR
           MOVE JRN-LAUF-ID         TO WS-LAUF-ID
           SET JRN-EROEFFNUNG       TO TRUE
           MOVE MY-NAME             TO JRN-PROGRAMM
           MOVE WS-LAUF-START-DATUM TO JRN-START-DATUM
           MOVE WS-LAUF-START-ZEIT  TO JRN-START-ZEIT
           MOVE ZERO                TO JRN-ENDE-DATUM
                                       JRN-ENDE-ZEIT
                                       JRN-ANZ-EINGABE
                                       JRN-ANZ-AUSGABE
                                       JRN-RETURNCODE
           SET JRN-LAEUFT           TO TRUE
           WRITE JRN-SO0744A
           CLOSE MANDLAUF-DATEI

           MOVE 'J' TO WS-LAUF-OFFEN-SW

           DISPLAY '  ' 'OS1169A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-PARAMETER-LESEN.

      ***------------------------------------------------------------***
      * Steuersatz MANDSPAR lesen; fehlende bzw. nicht numerische
      * Angaben werden durch die Vorgaben ersetzt (Vortag, 10
      * abgewiesene Zugriffe, 1000 Uebergriffe). Der Berichts-
      * zeitraum umfasst die sieben Tage bis zum Stichtag.
      ***------------------------------------------------------------***

           COMPUTE WS-STICHTAG = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAUF-START-DATUM) - 1)

           OPEN INPUT MANDSPAR-DATEI
           IF WS-MANDSPAR-STATUS = '35'
              DISPLAY '  '
              'OS1169A: kein Steuersatz MANDSPAR vorhanden -'
              ' Vorgaben werden verwendet'
           ELSE
              READ MANDSPAR-DATEI
                AT END
                   DISPLAY '  '
                   'OS1169A: Steuerdatei MANDSPAR ist leer -'
                   ' Vorgaben werden verwendet'
                NOT AT END
                   IF MANDSPAR-STICHTAG IS NUMERIC
                      MOVE MANDSPAR-STICHTAG TO WS-STICHTAG
                   END-IF
                   IF MANDSPAR-SCHWELLE-ABGELEHNT IS NUMERIC
                      MOVE MANDSPAR-SCHWELLE-ABGELEHNT
                           TO WS-SCHWELLE-ABGELEHNT
                   END-IF
                   IF MANDSPAR-SCHWELLE-UEBERGRIFF IS NUMERIC
                      MOVE MANDSPAR-SCHWELLE-UEBERGRIFF
                           TO WS-SCHWELLE-UEBERGRIFF
                   END-IF
              END-READ
              CLOSE MANDSPAR-DATEI
           END-IF

           COMPUTE WS-ZEITRAUM-AB = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-STICHTAG) - 6)

           SET ALLES-OK TO TRUE

           EXIT.


       B0000-STAPELVERARBEITUNG.

      ***------------------------------------------------------------***
      * Statuswechsel-Audit MANDHAUD durchlaufen und die Gruppen-
      * und Aufrufertabelle fuellen
      ***------------------------------------------------------------***

           OPEN INPUT MANDHAUD-DATEI
           IF WS-MANDHAUD-STATUS = '35'
              DISPLAY '  '
              'OS1169A: kein Statuswechsel-Audit MANDHAUD vorhanden'
           ELSE
              MOVE 'N' TO WS-MANDHAUD-EOF-SW
              PERFORM UNTIL MANDHAUD-DATEI-ENDE
                         OR LAUF-ABGEBROCHEN
                 READ MANDHAUD-DATEI
                   AT END
                      SET MANDHAUD-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0100-AUDIT-VERARBEITEN
                 END-READ
              END-PERFORM
              CLOSE MANDHAUD-DATEI
           END-IF

           EXIT.


       B0100-AUDIT-VERARBEITEN.

      ***------------------------------------------------------------***
      * Abgewiesene Zugriffe und Uebergriffe des Berichtszeitraums
      * der Gruppe und dem Aufrufer zurechnen
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-GELESEN

           IF (MANDHAUD-SCHRITT-ABGELEHNT
            OR MANDHAUD-SCHRITT-UEBERGRIFF)
              AND MANDHAUD-DATUM NOT < WS-ZEITRAUM-AB
              AND MANDHAUD-DATUM NOT > WS-STICHTAG
              MOVE MANDHAUD-BENUTZER        TO WS-SUCH-AUFRUFER
              MOVE MANDHAUD-METHODE         TO WS-SUCH-METHODE
              MOVE MANDHAUD-AUFTRAG-MANDANT TO WS-SUCH-AUFTRAG-MANDANT
              MOVE MANDHAUD-ZIEL-MANDANT    TO WS-SUCH-ZIEL-MANDANT
              PERFORM U0100-GRUPPE-SUCHEN
              IF NOT LAUF-ABGEBROCHEN
                 PERFORM U0200-AUFRUFER-SUCHEN
              END-IF
              IF NOT LAUF-ABGEBROCHEN
                 IF MANDHAUD-SCHRITT-ABGELEHNT
                    ADD 1 TO WS-ANZ-ABGELEHNT
                    ADD 1 TO WS-GRP-ANZ-ABGELEHNT(WS-GRP-FUND-IX)
                    ADD 1 TO WS-AUF-ANZ-ABGELEHNT(WS-AUF-FUND-IX)
                 ELSE
                    ADD 1 TO WS-ANZ-UEBERGRIFF
                    ADD 1 TO WS-GRP-ANZ-UEBERGRIFF(WS-GRP-FUND-IX)
                    ADD 1 TO WS-AUF-ANZ-UEBERGRIFF(WS-AUF-FUND-IX)
                 END-IF
              END-IF
           END-IF

           EXIT.


       C0000-BERICHT-SCHREIBEN.

      ***------------------------------------------------------------***
      * Bericht MANDSICH schreiben: Kopf, Aufstellung je Aufrufer
      * mit Gruppen, Aufrufer ueber Schwelle, Summen
      ***------------------------------------------------------------***

           PERFORM C0050-SCHWELLE-PRUEFEN
             VARYING WS-AUF-IX FROM 1 BY 1
             UNTIL WS-AUF-IX > WS-AUF-ANZAHL

           MOVE WS-AUF-ANZAHL TO WS-ANZ-AUFRUFER
           MOVE WS-GRP-ANZAHL TO WS-ANZ-GRUPPEN

           OPEN OUTPUT MANDSICH-DATEI

           MOVE SPACES TO MANDSICH-SATZ
           STRING 'OS1169A MANDANTENUEBERGREIFENDE ZUGRIFFE'
                                            DELIMITED BY SIZE
                  ' VON='                   DELIMITED BY SIZE
                  WS-ZEITRAUM-AB            DELIMITED BY SIZE
                  ' BIS='                   DELIMITED BY SIZE
                  WS-STICHTAG               DELIMITED BY SIZE
                  ' SCHWELLE-ABGELEHNT='    DELIMITED BY SIZE
                  WS-SCHWELLE-ABGELEHNT     DELIMITED BY SIZE
                  ' SCHWELLE-UEBERGRIFF='   DELIMITED BY SIZE
                  WS-SCHWELLE-UEBERGRIFF    DELIMITED BY SIZE
             INTO MANDSICH-SATZ
           END-STRING
           WRITE MANDSICH-SATZ

           MOVE SPACES TO MANDSICH-SATZ
           STRING 'LAUF-ID='                DELIMITED BY SIZE
                  WS-LAUF-ID                DELIMITED BY SIZE
             INTO MANDSICH-SATZ
           END-STRING
           WRITE MANDSICH-SATZ

           MOVE SPACES TO MANDSICH-SATZ
           WRITE MANDSICH-SATZ
           MOVE 'TEIL 1: ZUGRIFFE JE AUFRUFER, METHODE, MANDANTEN'
             TO MANDSICH-SATZ
           WRITE MANDSICH-SATZ
           MOVE ZERO TO WS-TEIL-ANZAHL
           PERFORM C0100-AUFRUFER-SCHREIBEN
             VARYING WS-AUF-IX FROM 1 BY 1
             UNTIL WS-AUF-IX > WS-AUF-ANZAHL
           PERFORM C0900-TEIL-ABSCHLIESSEN

           MOVE SPACES TO MANDSICH-SATZ
           WRITE MANDSICH-SATZ
           MOVE 'TEIL 2: AUFRUFER UEBER SCHWELLE' TO MANDSICH-SATZ
           WRITE MANDSICH-SATZ
           MOVE ZERO TO WS-TEIL-ANZAHL
           PERFORM C0200-SCHWELLE-SCHREIBEN
             VARYING WS-AUF-IX FROM 1 BY 1
             UNTIL WS-AUF-IX > WS-AUF-ANZAHL
           PERFORM C0900-TEIL-ABSCHLIESSEN

           MOVE SPACES TO MANDSICH-SATZ
           WRITE MANDSICH-SATZ
           MOVE SPACES TO MANDSICH-SATZ
           STRING 'SUMMEN:'                 DELIMITED BY SIZE
                  ' ABGELEHNT='             DELIMITED BY SIZE
                  WS-ANZ-ABGELEHNT          DELIMITED BY SIZE
                  ' UEBERGRIFF='            DELIMITED BY SIZE
                  WS-ANZ-UEBERGRIFF         DELIMITED BY SIZE
                  ' AUFRUFER='              DELIMITED BY SIZE
                  WS-ANZ-AUFRUFER           DELIMITED BY SIZE
                  ' GRUPPEN='               DELIMITED BY SIZE
                  WS-ANZ-GRUPPEN            DELIMITED BY SIZE
                  ' UEBER-SCHWELLE='        DELIMITED BY SIZE
                  WS-ANZ-UEBER-SCHWELLE     DELIMITED BY SIZE
             INTO MANDSICH-SATZ
           END-STRING
           WRITE MANDSICH-SATZ

           CLOSE MANDSICH-DATEI

           EXIT.


       C0050-SCHWELLE-PRUEFEN.

      ***------------------------------------------------------------***
      * Aufrufer kennzeichnen, wenn eine der beiden Schwellen
      * ueberschritten ist
      ***------------------------------------------------------------***

           IF WS-AUF-ANZ-ABGELEHNT(WS-AUF-IX) > WS-SCHWELLE-ABGELEHNT
              OR WS-AUF-ANZ-UEBERGRIFF(WS-AUF-IX)
                 > WS-SCHWELLE-UEBERGRIFF
              SET WS-AUF-UEBER-SCHWELLE(WS-AUF-IX) TO TRUE
              ADD 1 TO WS-ANZ-UEBER-SCHWELLE
           END-IF

           EXIT.


       C0100-AUFRUFER-SCHREIBEN.

      ***------------------------------------------------------------***
      * Summenzeile des Aufrufers und darunter seine Gruppen
      ***------------------------------------------------------------***

           ADD 1 TO WS-TEIL-ANZAHL

           MOVE SPACES TO MANDSICH-SATZ
           WRITE MANDSICH-SATZ
           PERFORM C0300-AUFRUFERZEILE-SCHREIBEN

           PERFORM C0110-GRUPPE-SCHREIBEN
             VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-ANZAHL

           EXIT.


       C0110-GRUPPE-SCHREIBEN.

      ***------------------------------------------------------------***
      * Gruppenzeile schreiben, sofern die Gruppe zum aktuellen
      * Aufrufer gehoert
      ***------------------------------------------------------------***

           IF WS-GRP-AUFRUFER(WS-GRP-IX) = WS-AUF-AUFRUFER(WS-AUF-IX)
              MOVE WS-GRP-AUFTRAG-MANDANT(WS-GRP-IX)
                   TO WS-ZEILE-AUFTRAG-MANDANT
              MOVE WS-GRP-ZIEL-MANDANT(WS-GRP-IX)
                   TO WS-ZEILE-ZIEL-MANDANT
              IF WS-ZEILE-AUFTRAG-MANDANT = SPACES
                 MOVE '----' TO WS-ZEILE-AUFTRAG-MANDANT
              END-IF
              IF WS-ZEILE-ZIEL-MANDANT = SPACES
                 MOVE '----' TO WS-ZEILE-ZIEL-MANDANT
              END-IF
              MOVE WS-GRP-ANZ-ABGELEHNT(WS-GRP-IX)
                   TO WS-ZEILE-ABGELEHNT
              MOVE WS-GRP-ANZ-UEBERGRIFF(WS-GRP-IX)
                   TO WS-ZEILE-UEBERGRIFF
              MOVE SPACES TO MANDSICH-SATZ
              STRING '      METHODE='            DELIMITED BY SIZE
                     WS-GRP-METHODE(WS-GRP-IX)   DELIMITED BY SIZE
                     ' MANDANTEN='               DELIMITED BY SIZE
                     WS-ZEILE-AUFTRAG-MANDANT    DELIMITED BY SIZE
                     '->'                        DELIMITED BY SIZE
                     WS-ZEILE-ZIEL-MANDANT       DELIMITED BY SIZE
                     ' ABGELEHNT='               DELIMITED BY SIZE
                     WS-ZEILE-ABGELEHNT          DELIMITED BY SIZE
                     ' UEBERGRIFF='              DELIMITED BY SIZE
                     WS-ZEILE-UEBERGRIFF         DELIMITED BY SIZE
                INTO MANDSICH-SATZ
              END-STRING
              WRITE MANDSICH-SATZ
           END-IF

           EXIT.


       C0200-SCHWELLE-SCHREIBEN.

      ***------------------------------------------------------------***
      * Aufrufer ueber Schwelle erneut gesammelt ausweisen
      ***------------------------------------------------------------***

           IF WS-AUF-UEBER-SCHWELLE(WS-AUF-IX)
              ADD 1 TO WS-TEIL-ANZAHL
              PERFORM C0300-AUFRUFERZEILE-SCHREIBEN
           END-IF

           EXIT.


       C0300-AUFRUFERZEILE-SCHREIBEN.

      ***------------------------------------------------------------***
      * Summenzeile eines Aufrufers; '***' kennzeichnet einen
      * Aufrufer ueber Schwelle
      ***------------------------------------------------------------***

           IF WS-AUF-UEBER-SCHWELLE(WS-AUF-IX)
              MOVE '***' TO WS-ZEILE-KENNZ
           ELSE
              MOVE SPACES TO WS-ZEILE-KENNZ
           END-IF
           MOVE WS-AUF-ANZ-ABGELEHNT(WS-AUF-IX)  TO WS-ZEILE-ABGELEHNT
           MOVE WS-AUF-ANZ-UEBERGRIFF(WS-AUF-IX) TO WS-ZEILE-UEBERGRIFF

           MOVE SPACES TO MANDSICH-SATZ
           STRING WS-ZEILE-KENNZ                 DELIMITED BY SIZE
                  ' AUFRUFER='                   DELIMITED BY SIZE
                  WS-AUF-AUFRUFER(WS-AUF-IX)     DELIMITED BY SIZE
                  ' ABGELEHNT='                  DELIMITED BY SIZE
                  WS-ZEILE-ABGELEHNT             DELIMITED BY SIZE
                  ' UEBERGRIFF='                 DELIMITED BY SIZE
                  WS-ZEILE-UEBERGRIFF            DELIMITED BY SIZE
             INTO MANDSICH-SATZ
           END-STRING
           WRITE MANDSICH-SATZ

           EXIT.


       C0900-TEIL-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Berichtsteil ohne Befund ausdruecklich als leer ausweisen
      ***------------------------------------------------------------***

           IF WS-TEIL-ANZAHL = ZERO
              MOVE '  KEINE' TO MANDSICH-SATZ
              WRITE MANDSICH-SATZ
           END-IF

           EXIT.


       U0100-GRUPPE-SUCHEN.

      ***------------------------------------------------------------***
      * Gruppe zu Aufrufer, Methode und Mandantenpaar suchen bzw.
      * neu anlegen; eine volle Tabelle bricht den Lauf ab, da der
      * Bericht sonst unvollstaendig waere
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-GRP-FUND-IX
           PERFORM U0105-GRUPPE-VERGLEICHEN
             VARYING WS-GRP-IX FROM 1 BY 1
             UNTIL WS-GRP-IX > WS-GRP-ANZAHL
                OR WS-GRP-FUND-IX > ZERO

           IF WS-GRP-FUND-IX = ZERO
              IF WS-GRP-ANZAHL < WS-GRP-MAX
                 ADD 1 TO WS-GRP-ANZAHL
                 MOVE WS-GRP-ANZAHL TO WS-GRP-FUND-IX
                 MOVE WS-SUCH-AUFRUFER
                      TO WS-GRP-AUFRUFER(WS-GRP-ANZAHL)
                 MOVE WS-SUCH-METHODE
                      TO WS-GRP-METHODE(WS-GRP-ANZAHL)
                 MOVE WS-SUCH-AUFTRAG-MANDANT
                      TO WS-GRP-AUFTRAG-MANDANT(WS-GRP-ANZAHL)
                 MOVE WS-SUCH-ZIEL-MANDANT
                      TO WS-GRP-ZIEL-MANDANT(WS-GRP-ANZAHL)
                 MOVE ZERO TO WS-GRP-ANZ-ABGELEHNT(WS-GRP-ANZAHL)
                              WS-GRP-ANZ-UEBERGRIFF(WS-GRP-ANZAHL)
              ELSE
                 MOVE 'J' TO WS-ABBRUCH-SW
                 DISPLAY '  '
                 'OS1169A ABBRUCH: mehr als ' WS-GRP-MAX
                 ' Gruppen Aufrufer/Methode/Mandantenpaar'
              END-IF
           END-IF

           EXIT.


       U0105-GRUPPE-VERGLEICHEN.

      ***------------------------------------------------------------***
      * Einzelnen Gruppeneintrag mit dem gesuchten Schluessel
      * vergleichen
      ***------------------------------------------------------------***

           IF WS-GRP-AUFRUFER(WS-GRP-IX)            = WS-SUCH-AUFRUFER
              AND WS-GRP-METHODE(WS-GRP-IX)         = WS-SUCH-METHODE
              AND WS-GRP-AUFTRAG-MANDANT(WS-GRP-IX)
                                             = WS-SUCH-AUFTRAG-MANDANT
              AND WS-GRP-ZIEL-MANDANT(WS-GRP-IX)
                                             = WS-SUCH-ZIEL-MANDANT
              MOVE WS-GRP-IX TO WS-GRP-FUND-IX
           END-IF

           EXIT.


       U0200-AUFRUFER-SUCHEN.

      ***------------------------------------------------------------***
      * Aufrufer suchen bzw. neu anlegen; eine volle Tabelle bricht
      * den Lauf ab
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-AUF-FUND-IX
           PERFORM U0205-AUFRUFER-VERGLEICHEN
             VARYING WS-AUF-IX FROM 1 BY 1
             UNTIL WS-AUF-IX > WS-AUF-ANZAHL
                OR WS-AUF-FUND-IX > ZERO

           IF WS-AUF-FUND-IX = ZERO
              IF WS-AUF-ANZAHL < WS-AUF-MAX
                 ADD 1 TO WS-AUF-ANZAHL
                 MOVE WS-AUF-ANZAHL    TO WS-AUF-FUND-IX
                 MOVE WS-SUCH-AUFRUFER TO WS-AUF-AUFRUFER(WS-AUF-ANZAHL)
                 MOVE ZERO TO WS-AUF-ANZ-ABGELEHNT(WS-AUF-ANZAHL)
                              WS-AUF-ANZ-UEBERGRIFF(WS-AUF-ANZAHL)
                 MOVE 'N'  TO WS-AUF-SCHWELLE-SW(WS-AUF-ANZAHL)
              ELSE
                 MOVE 'J' TO WS-ABBRUCH-SW
                 DISPLAY '  '
                 'OS1169A ABBRUCH: mehr als ' WS-AUF-MAX
                 ' aufrufende Programme'
              END-IF
           END-IF

           EXIT.


       U0205-AUFRUFER-VERGLEICHEN.

      ***------------------------------------------------------------***
      * Einzelnen Aufrufereintrag mit dem gesuchten Aufrufer
      * vergleichen
      ***------------------------------------------------------------***

           IF WS-AUF-AUFRUFER(WS-AUF-IX) = WS-SUCH-AUFRUFER
              MOVE WS-AUF-IX TO WS-AUF-FUND-IX
           END-IF

           EXIT.


       Z9990-ABSCHLUSSMELDUNG.

      ***------------------------------------------------------------***
      * Laufzusammenfassung fuer den Operator ausgeben
      ***------------------------------------------------------------***

           DISPLAY '  '
           'OS1169A Bericht mandantenuebergreifende Zugriffe beendet:'
           ' VON=' WS-ZEITRAUM-AB
           ' BIS=' WS-STICHTAG

           DISPLAY '  '
           'OS1169A:'
           ' GELESEN='        WS-ANZ-GELESEN
           ' ABGELEHNT='      WS-ANZ-ABGELEHNT
           ' UEBERGRIFF='     WS-ANZ-UEBERGRIFF
           ' AUFRUFER='       WS-ANZ-AUFRUFER
           ' UEBER-SCHWELLE=' WS-ANZ-UEBER-SCHWELLE

           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      * (Ausgabe = ausgewertete mandantenuebergreifende Zugriffe)
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              MOVE WS-ANZ-GELESEN TO WS-LAUF-ANZ-EINGABE
              COMPUTE WS-LAUF-ANZ-AUSGABE = WS-ANZ-ABGELEHNT
                                           + WS-ANZ-UEBERGRIFF
              MOVE FUNCTION CURRENT-DATE(1:16) TO WS-LAUF-ZEITPUNKT

              OPEN EXTEND MANDLAUF-DATEI
              IF WS-MANDLAUF-STATUS = '35'
                 CLOSE MANDLAUF-DATEI
                 OPEN OUTPUT MANDLAUF-DATEI
              END-IF

              MOVE SPACES              TO JRN-SO0744A
              MOVE WS-LAUF-ID          TO JRN-LAUF-ID
              SET JRN-ABSCHLUSS        TO TRUE
              MOVE MY-NAME             TO JRN-PROGRAMM
              MOVE WS-LAUF-START-DATUM TO JRN-START-DATUM
              MOVE WS-LAUF-START-ZEIT  TO JRN-START-ZEIT
              MOVE WS-LAUF-ZP-DATUM    TO JRN-ENDE-DATUM
              MOVE WS-LAUF-ZP-HHMMSS   TO JRN-ENDE-ZEIT
              MOVE WS-LAUF-ANZ-EINGABE TO JRN-ANZ-EINGABE
              MOVE WS-LAUF-ANZ-AUSGABE TO JRN-ANZ-AUSGABE
              MOVE RETURN-CODE         TO JRN-RETURNCODE
              EVALUATE TRUE
                 WHEN RETURN-CODE = ZERO
                    SET JRN-ENDE-OK      TO TRUE
                 WHEN RETURN-CODE < 8
                    SET JRN-ENDE-WARNUNG TO TRUE
                 WHEN OTHER
                    SET JRN-ENDE-FEHLER  TO TRUE
              END-EVALUATE
              WRITE JRN-SO0744A
              CLOSE MANDLAUF-DATEI

              MOVE 'N' TO WS-LAUF-OFFEN-SW
           END-IF

           EXIT.

      ***------------------------------------------------------------***BOBEPI
      * * PUZI CODE EXTENTION AREA    Attention                        *BOBEPI
      * * ANMELDUNG AM BOB-ENVIRONMENT                                 *BOBEPI
      ***------------------------------------------------------------***BOBEPI
       AS010-ANMELDUNG-PGM.                                             BOBEPI
           MOVE DL124055 TO SY124055                                    BOBEPI
           MOVE DL113989 TO SY113989                                    BOBEPI
           MOVE DL133991 TO SY133991                                    BOBEPI
           MOVE DL010001 TO SY010001                                    BOBEPI
           MOVE 'ERSTANMELDUNG'  TO SY11-MODUL-METHODE                  BOBEPI
           MOVE MY-TYP      TO SY13-AUFRUFPGM-TYP                       BOBEPI
           MOVE MY-NAME     TO SY13-AUFRUFPGM                           BOBEPI
           MOVE MY-NAME-LOG TO SY13-AUFRUFPGM-LOG                       BOBEPI
           MOVE MY-SYSTEM   TO SY01-SYSTEM                              BOBEPI
      ***------------------------------------------------------------***MUPRO
      * UNTERPROGRAMM SF0001 AUFRUFEN                                  *MUPRO
      ***------------------------------------------------------------***MUPRO
           CALL SF0001 USING SY113989                                   MUPRO
                   SY124055                                             MUPRO
                   SY133991                                             MUPRO
                   SY010001                                             MUPRO
           END-CALL                                                     MUPRO
           IF SF-INTERN-NOT-OK                                          BOBEPI
              SET NOT-ALLES-OK TO TRUE                                  BOBEPI
           END-IF                                                       BOBEPI
           MOVE EX-M-CURRENT-PGM TO MY-CALLER                           BOBEPI
           EXIT.                                                        BOBEPI
      ***------------------------------------------------------------***BOBEPI
      * * ABMELDUNG VOM BOB-ENVIRONMENT                                *BOBEPI
      ***------------------------------------------------------------***BOBEPI
       ES990-ABMELDUNG.                                                 BOBEPI
           MOVE DL113989    TO SY113989                                 BOBEPI
           MOVE DL133991    TO SY133991                                 BOBEPI
           MOVE DL010001    TO SY010001                                 BOBEPI
           MOVE MY-NAME     TO SY13-AUFRUFPGM                           BOBEPI
           MOVE MY-NAME-LOG TO SY13-AUFRUFPGM-LOG                       BOBEPI
           MOVE 'ABMELDUNG' TO SY11-MODUL-METHODE                       BOBEPI
      ***------------------------------------------------------------***MUPRO
      * UNTERPROGRAMM SF0001 AUFRUFEN                                  *MUPRO
      ***------------------------------------------------------------***MUPRO
           CALL SF0001 USING SY113989                                   MUPRO
                   SY124055                                             MUPRO
                   SY133991                                             MUPRO
                   SY010001                                             MUPRO
           END-CALL                                                     MUPRO
           IF SF-INTERN-NOT-OK                                          BOBEPI
              SET NOT-ALLES-OK TO TRUE                                  BOBEPI
           END-IF                                                       BOBEPI
           EXIT.                                                        BOBEPI
