      ***------------------------------------------------------------***
      * Datum               : (vgl. ClearCase-Historie)
      * MusterVersion       : 3.3 vom 26.11.2009
      * Typ                 : Hauptprogramm (Stapel)
      *
      * Anwendung/Subsystem : GO_Partner
      * Komponente          : OSMandatKontrollAbgleich
      * Name:               : OS1168A
      *
      ***------------------------------------------------------------***
      *
      * Dokumentation:
      * OS_MandatKontrollAbgleich <OS1168A>
      *      Taeglicher Abgleich der Kontrollsummen von Lebenszyklus-
      *      Report MANDREPT, Ereignisschnittstelle MANDEVNT und
      *      Statuswechsel-Audit MANDHAUD.
      *
      *      Jeder erfolgreiche veraendernde Aufruf des OV1145A
      *      hinterlaesst eine OK-Zeile in MANDREPT (D0900-
      *      LEBENSZYKLUS-SCHREIBEN) und ein Ereignis in MANDEVNT
      *      (D0950-EREIGNIS-SCHREIBEN); der Historien-Purge und die
      *      Aenderung schreiben zusaetzlich einen VERSUCHT-Satz in
      *      MANDHAUD, der nach bekanntem Ausgang durch einen
      *      BESTAETIGT- bzw. KORRIGIERT-Satz abgeschlossen wird
      *      (D0115/D0710 und D0117). Dieser Lauf liest die drei
      *      Dateien je einmal sequentiell, zaehlt je
      *      BANKVERBINDUNGID und Methode fuer den Geschaeftstag
      *      und weist im Abgleichbericht MANDABGL aus:
      *
      *      - OK-Zeilen ohne Ereignis,
      *      - Ereignisse ohne OK-Zeile,
      *      - VERSUCHT-Saetze ohne Abschluss.
      *
      *      Einem Satz wird der Geschaeftstag ueber das Datum
      *      seiner Lauf-ID (erste 8 Stellen, vgl. SO0744A)
      *      zugeordnet, damit ein ueber Mitternacht laufender
      *      Stapellauf in allen drei Dateien demselben Tag
      *      angehoert; ohne Lauf-ID gilt das Satzdatum des
      *      Ereignisses bzw. Audit-Satzes. MANDREPT-Zeilen ohne
      *      Lauf-ID tragen kein Datum und werden dem Geschaeftstag
      *      zugerechnet (die Ablaufsteuerung stellt den Tages-
      *      schnitt bereit).
      *
      *      Der Steuersatz MANDAPAR ist optional: Spalten 1-8
      *      Geschaeftstag JJJJMMTT (leer = Vortag, damit die
      *      Nachtlaeufe vollstaendig erfasst werden).
      *
      *      Wird mindestens eine Abweichung gefunden, endet der
      *      Lauf mit Returncode 4; reicht die Abgleichtabelle
      *      nicht aus, bricht er mit Returncode 8 ab.
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OS1168A.
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
      *  Steuerdatei des Abgleichs (Geschaeftstag)
      ***------------------------------------------------------------***
           SELECT MANDAPAR-DATEI ASSIGN TO 'MANDAPAR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDAPAR-STATUS.

      ***------------------------------------------------------------***
      *  Mandats-Lebenszyklus-Report (nur lesend)
      ***------------------------------------------------------------***
           SELECT MANDREPT-DATEI ASSIGN TO 'MANDREPT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDREPT-STATUS.

      ***------------------------------------------------------------***
      *  Ereignisschnittstelle (nur lesend)
      ***------------------------------------------------------------***
           SELECT MANDEVNT-DATEI ASSIGN TO 'MANDEVNT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDEVNT-STATUS.

      ***------------------------------------------------------------***
      *  Statuswechsel-Audit (nur lesend)
      ***------------------------------------------------------------***
           SELECT MANDHAUD-DATEI ASSIGN TO 'MANDHAUD'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDHAUD-STATUS.

      ***------------------------------------------------------------***
      *  Abgleichbericht
      ***------------------------------------------------------------***
           SELECT MANDABGL-DATEI ASSIGN TO 'MANDABGL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDABGL-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***------------------------------------------------------------***
      *  Steuersatz des Abgleichs
      ***------------------------------------------------------------***
       FD  MANDAPAR-DATEI
           RECORDING MODE IS F.
       01  MANDAPAR-SATZ.
           05  MANDAPAR-GESCHAEFTSTAG          PIC X(08).
           05  FILLER                          PIC X(124).

      ***------------------------------------------------------------***
      *  Satz des Mandats-Lebenszyklus-Reports (Aufbau wie im
      *  OV1145A)
      ***------------------------------------------------------------***
       FD  MANDREPT-DATEI
           RECORDING MODE IS F.
       01  MANDREPT-SATZ                    PIC X(200).

      ***------------------------------------------------------------***
      *  Satz der Ereignisschnittstelle MANDEVNT
      ***------------------------------------------------------------***
       FD  MANDEVNT-DATEI
           RECORDING MODE IS F.
           COPY SO0729A REPLACING ==:PRF:== BY ==EVT==.

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
      *  Zeile des Abgleichberichts
      ***------------------------------------------------------------***
       FD  MANDABGL-DATEI
           RECORDING MODE IS F.
       01  MANDABGL-SATZ                    PIC X(132).

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
                                       VALUE 'OS1168A'.

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
          05 WS-MANDAPAR-STATUS            PIC X(02).
          05 WS-MANDREPT-STATUS            PIC X(02).
          05 WS-MANDREPT-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDREPT-DATEI-ENDE            VALUE 'J'.
          05 WS-MANDEVNT-STATUS            PIC X(02).
          05 WS-MANDEVNT-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDEVNT-DATEI-ENDE            VALUE 'J'.
          05 WS-MANDHAUD-STATUS            PIC X(02).
          05 WS-MANDHAUD-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDHAUD-DATEI-ENDE            VALUE 'J'.
          05 WS-MANDABGL-STATUS            PIC X(02).
          05 WS-ABBRUCH-SW                 PIC X(01) VALUE 'N'.
             88 LAUF-ABGEBROCHEN               VALUE 'J'.

      ***------------------------------------------------------------***
      *  Geschaeftstag und Tageszuordnung des gelesenen Satzes
      ***------------------------------------------------------------***
       01 WS-TAG-BEREICH.
          05 WS-GESCHAEFTSTAG              PIC 9(08) VALUE ZERO.
          05 WS-SATZ-TAG                   PIC X(08).

      ***------------------------------------------------------------***
      *  Bereich fuer das Zerlegen der Reportzeilen
      *  (Schluesselwort=Wert-Felder, durch Leerzeichen getrennt)
      ***------------------------------------------------------------***
       01 WS-ZERLEGE-BEREICH.
          05 WS-TOKEN-TAB OCCURS 12 TIMES  PIC X(40).
          05 WS-TOK-NAME                   PIC X(20).
          05 WS-TOK-WERT                   PIC X(40).
          05 WS-REPT-BVID                  PIC X(10).
          05 WS-REPT-ERGEBNIS              PIC X(10).
          05 WS-REPT-LAUF-TAG              PIC X(08).
       77 WS-TOK-IX                        PIC 9(04) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Abgleichtabelle: je BANKVERBINDUNGID und Methode die
      *  Anzahl der OK-Zeilen, der Ereignisse, der VERSUCHT-Saetze
      *  und der abschliessenden Audit-Saetze des Geschaeftstags
      ***------------------------------------------------------------***
       01 WS-ABG-TABELLE-BEREICH.
          05 WS-ABG-ANZAHL                 PIC 9(05) COMP VALUE ZERO.
          05 WS-ABG-TAB OCCURS 20000 TIMES.
             10 WS-ABG-BVID                PIC 9(10).
             10 WS-ABG-METHODE             PIC X(30).
             10 WS-ABG-ANZ-OK              PIC 9(05) COMP.
             10 WS-ABG-ANZ-EREIGNIS        PIC 9(05) COMP.
             10 WS-ABG-ANZ-VERSUCHT        PIC 9(05) COMP.
             10 WS-ABG-ANZ-ABGESCHL        PIC 9(05) COMP.
       77 WS-ABG-MAX                       PIC 9(05) COMP VALUE 20000.
       77 WS-ABG-IX                        PIC 9(05) COMP VALUE ZERO.
       77 WS-ABG-FUND-IX                   PIC 9(05) COMP VALUE ZERO.

       01 WS-SUCH-BEREICH.
          05 WS-SUCH-BVID                  PIC 9(10).
          05 WS-SUCH-METHODE               PIC X(30).

      ***------------------------------------------------------------***
      *  Arbeitsfelder fuer den Bericht
      ***------------------------------------------------------------***
       01 WS-ZEILE-BEREICH.
          05 WS-TEIL-ANZAHL                PIC 9(06) VALUE ZERO.
          05 WS-ZEILE-ANZ-1                PIC 9(05).
          05 WS-ZEILE-ANZ-2                PIC 9(05).
          05 WS-ZEILE-SCHLUESSEL           PIC 9(05).

      ***------------------------------------------------------------***
      *  Zaehler fuer die Laufzusammenfassung
      ***------------------------------------------------------------***
       01 WS-ZAEHLER-BEREICH.
          05 WS-ANZ-REPT-GELESEN           PIC 9(09) VALUE ZERO.
          05 WS-ANZ-REPT-OK                PIC 9(09) VALUE ZERO.
          05 WS-ANZ-REPT-UNLESBAR          PIC 9(09) VALUE ZERO.
          05 WS-ANZ-EVNT-GELESEN           PIC 9(09) VALUE ZERO.
          05 WS-ANZ-EVNT-IM-TAG            PIC 9(09) VALUE ZERO.
          05 WS-ANZ-HAUD-GELESEN           PIC 9(09) VALUE ZERO.
          05 WS-ANZ-HAUD-IM-TAG            PIC 9(09) VALUE ZERO.
          05 WS-ANZ-OK-OHNE-EREIGNIS       PIC 9(06) VALUE ZERO.
          05 WS-ANZ-EREIGNIS-OHNE-OK       PIC 9(06) VALUE ZERO.
          05 WS-ANZ-VERSUCHT-OFFEN         PIC 9(06) VALUE ZERO.
          05 WS-ANZ-ABWEICHUNGEN           PIC 9(06) VALUE ZERO.

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
                             VALUE 'OS1168A'.                           BOBENV
       77  MY-SYSTEM         PIC X(4)                                   BOBENV
                             VALUE 'BOB'.                               BOBENV
       77  MY-NAME-LOG       PIC X(30)                                  BOBENV
                             VALUE 'OSMandatKontrollAbgleich'.          BOBENV
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

       OS1168A-MAINLINE.

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
                 IF WS-ANZ-ABWEICHUNGEN > ZERO
                    MOVE 4 TO RETURN-CODE
                 END-IF
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

           DISPLAY '  ' 'OS1168A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-PARAMETER-LESEN.

      ***------------------------------------------------------------***
      * Steuersatz MANDAPAR lesen; ohne Steuerdatei bzw. ohne
      * numerischen Geschaeftstag gilt der Vortag
      ***------------------------------------------------------------***

           COMPUTE WS-GESCHAEFTSTAG = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAUF-START-DATUM) - 1)

           OPEN INPUT MANDAPAR-DATEI
           IF WS-MANDAPAR-STATUS = '35'
              DISPLAY '  '
              'OS1168A: kein Steuersatz MANDAPAR vorhanden -'
              ' Abgleich fuer den Vortag'
           ELSE
              READ MANDAPAR-DATEI
                AT END
                   DISPLAY '  '
                   'OS1168A: Steuerdatei MANDAPAR ist leer -'
                   ' Abgleich fuer den Vortag'
                NOT AT END
                   IF MANDAPAR-GESCHAEFTSTAG IS NUMERIC
                      MOVE MANDAPAR-GESCHAEFTSTAG TO WS-GESCHAEFTSTAG
                   END-IF
              END-READ
              CLOSE MANDAPAR-DATEI
           END-IF

           SET ALLES-OK TO TRUE

           EXIT.


       B0000-STAPELVERARBEITUNG.

      ***------------------------------------------------------------***
      * Die drei Dateien nacheinander lesen und die Abgleichtabelle
      * fuellen
      ***------------------------------------------------------------***

           PERFORM B0100-REPORT-LESEN

           IF NOT LAUF-ABGEBROCHEN
              PERFORM B0200-EREIGNISSE-LESEN
           END-IF

           IF NOT LAUF-ABGEBROCHEN
              PERFORM B0300-AUDIT-LESEN
           END-IF

           EXIT.


       B0100-REPORT-LESEN.

      ***------------------------------------------------------------***
      * Lebenszyklus-Report MANDREPT durchlaufen
      ***------------------------------------------------------------***

           OPEN INPUT MANDREPT-DATEI
           IF WS-MANDREPT-STATUS = '35'
              DISPLAY '  '
              'OS1168A: kein Lebenszyklus-Report MANDREPT vorhanden'
           ELSE
              MOVE 'N' TO WS-MANDREPT-EOF-SW
              PERFORM UNTIL MANDREPT-DATEI-ENDE
                         OR LAUF-ABGEBROCHEN
                 READ MANDREPT-DATEI
                   AT END
                      SET MANDREPT-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0110-REPORTZEILE-VERARBEITEN
                 END-READ
              END-PERFORM
              CLOSE MANDREPT-DATEI
           END-IF

           EXIT.


       B0110-REPORTZEILE-VERARBEITEN.

      ***------------------------------------------------------------***
      * Einzelne Reportzeile zerlegen (das erste Feld ist die
      * Methode, die weiteren Felder sind Schluesselwort=Wert-
      * Paare) und eine OK-Zeile des Geschaeftstags zaehlen
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-REPT-GELESEN

           PERFORM VARYING WS-TOK-IX FROM 1 BY 1
                   UNTIL WS-TOK-IX > 12
              MOVE SPACES TO WS-TOKEN-TAB(WS-TOK-IX)
           END-PERFORM
           MOVE SPACES TO WS-REPT-BVID
                          WS-REPT-ERGEBNIS
                          WS-REPT-LAUF-TAG

           UNSTRING MANDREPT-SATZ DELIMITED BY ALL ' '
               INTO WS-TOKEN-TAB(1)
                    WS-TOKEN-TAB(2)
                    WS-TOKEN-TAB(3)
                    WS-TOKEN-TAB(4)
                    WS-TOKEN-TAB(5)
                    WS-TOKEN-TAB(6)
                    WS-TOKEN-TAB(7)
                    WS-TOKEN-TAB(8)
                    WS-TOKEN-TAB(9)
                    WS-TOKEN-TAB(10)
                    WS-TOKEN-TAB(11)
                    WS-TOKEN-TAB(12)
           END-UNSTRING

           PERFORM B0120-TOKEN-AUSWERTEN
             VARYING WS-TOK-IX FROM 2 BY 1
             UNTIL WS-TOK-IX > 12

      *    Zeilen ohne Lauf-ID tragen kein Datum und gehoeren zum
      *    bereitgestellten Tagesschnitt
           IF WS-REPT-LAUF-TAG IS NUMERIC
              MOVE WS-REPT-LAUF-TAG TO WS-SATZ-TAG
           ELSE
              MOVE WS-GESCHAEFTSTAG TO WS-SATZ-TAG
           END-IF

           IF WS-REPT-ERGEBNIS = 'OK'
              AND WS-SATZ-TAG = WS-GESCHAEFTSTAG
              IF WS-REPT-BVID IS NUMERIC
                 AND WS-TOKEN-TAB(1) NOT = SPACES
                 ADD 1 TO WS-ANZ-REPT-OK
                 MOVE WS-REPT-BVID    TO WS-SUCH-BVID
                 MOVE WS-TOKEN-TAB(1) TO WS-SUCH-METHODE
                 PERFORM U0100-SCHLUESSEL-SUCHEN
                 IF WS-ABG-FUND-IX > ZERO
                    ADD 1 TO WS-ABG-ANZ-OK(WS-ABG-FUND-IX)
                 END-IF
              ELSE
                 ADD 1 TO WS-ANZ-REPT-UNLESBAR
              END-IF
           END-IF

           EXIT.


       B0120-TOKEN-AUSWERTEN.

      ***------------------------------------------------------------***
      * Einzelnes Schluesselwort=Wert-Paar der Reportzeile
      * auswerten (BVID, ERGEBNIS und LAUF werden uebernommen)
      ***------------------------------------------------------------***

           MOVE SPACES TO WS-TOK-NAME
           MOVE SPACES TO WS-TOK-WERT
           UNSTRING WS-TOKEN-TAB(WS-TOK-IX) DELIMITED BY '='
               INTO WS-TOK-NAME
                    WS-TOK-WERT
           END-UNSTRING

           EVALUATE WS-TOK-NAME
              WHEN 'BVID'
                 MOVE WS-TOK-WERT TO WS-REPT-BVID
              WHEN 'ERGEBNIS'
                 MOVE WS-TOK-WERT TO WS-REPT-ERGEBNIS
              WHEN 'LAUF'
                 MOVE WS-TOK-WERT TO WS-REPT-LAUF-TAG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EXIT.


       B0200-EREIGNISSE-LESEN.

      ***------------------------------------------------------------***
      * Ereignisdatei MANDEVNT durchlaufen
      ***------------------------------------------------------------***

           OPEN INPUT MANDEVNT-DATEI
           IF WS-MANDEVNT-STATUS = '35'
              DISPLAY '  '
              'OS1168A: keine Ereignisdatei MANDEVNT vorhanden'
           ELSE
              MOVE 'N' TO WS-MANDEVNT-EOF-SW
              PERFORM UNTIL MANDEVNT-DATEI-ENDE
                         OR LAUF-ABGEBROCHEN
                 READ MANDEVNT-DATEI
                   AT END
                      SET MANDEVNT-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0210-EREIGNIS-VERARBEITEN
                 END-READ
              END-PERFORM
              CLOSE MANDEVNT-DATEI
           END-IF

           EXIT.


       B0210-EREIGNIS-VERARBEITEN.

      ***------------------------------------------------------------***
      * Einzelnes Ereignis dem Geschaeftstag zuordnen und zaehlen
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-EVNT-GELESEN

           IF EVT-LAUF-ID(1:8) IS NUMERIC
              MOVE EVT-LAUF-ID(1:8) TO WS-SATZ-TAG
           ELSE
              MOVE EVT-DATUM        TO WS-SATZ-TAG
           END-IF

           IF WS-SATZ-TAG = WS-GESCHAEFTSTAG
              ADD 1 TO WS-ANZ-EVNT-IM-TAG
              MOVE EVT-BANKVERBINDUNGID TO WS-SUCH-BVID
              MOVE EVT-EREIGNIS         TO WS-SUCH-METHODE
              PERFORM U0100-SCHLUESSEL-SUCHEN
              IF WS-ABG-FUND-IX > ZERO
                 ADD 1 TO WS-ABG-ANZ-EREIGNIS(WS-ABG-FUND-IX)
              END-IF
           END-IF

           EXIT.


       B0300-AUDIT-LESEN.

      ***------------------------------------------------------------***
      * Statuswechsel-Audit MANDHAUD durchlaufen
      ***------------------------------------------------------------***

           OPEN INPUT MANDHAUD-DATEI
           IF WS-MANDHAUD-STATUS = '35'
              DISPLAY '  '
              'OS1168A: kein Statuswechsel-Audit MANDHAUD vorhanden'
           ELSE
              MOVE 'N' TO WS-MANDHAUD-EOF-SW
              PERFORM UNTIL MANDHAUD-DATEI-ENDE
                         OR LAUF-ABGEBROCHEN
                 READ MANDHAUD-DATEI
                   AT END
                      SET MANDHAUD-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0310-AUDIT-VERARBEITEN
                 END-READ
              END-PERFORM
              CLOSE MANDHAUD-DATEI
           END-IF

           EXIT.


       B0310-AUDIT-VERARBEITEN.

      ***------------------------------------------------------------***
      * VERSUCHT-Saetze und abschliessende Saetze (BESTAETIGT,
      * KORRIGIERT) des Geschaeftstags zaehlen; die Saetze zu
      * mandantenuebergreifenden Zugriffen (ABGELEHNT, UEBERGRIFF)
      * gehoeren nicht zum Abgleich
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-HAUD-GELESEN

           IF MANDHAUD-LAUF-ID(1:8) IS NUMERIC
              MOVE MANDHAUD-LAUF-ID(1:8) TO WS-SATZ-TAG
           ELSE
              MOVE MANDHAUD-DATUM        TO WS-SATZ-TAG
           END-IF

           IF WS-SATZ-TAG = WS-GESCHAEFTSTAG
              AND (MANDHAUD-SCHRITT-VERSUCHT
                OR MANDHAUD-SCHRITT-BESTAETIGT
                OR MANDHAUD-SCHRITT-KORRIGIERT)
              ADD 1 TO WS-ANZ-HAUD-IM-TAG
              MOVE MANDHAUD-BANKVERBINDUNGID TO WS-SUCH-BVID
              MOVE MANDHAUD-METHODE          TO WS-SUCH-METHODE
              PERFORM U0100-SCHLUESSEL-SUCHEN
              IF WS-ABG-FUND-IX > ZERO
                 IF MANDHAUD-SCHRITT-VERSUCHT
                    ADD 1 TO WS-ABG-ANZ-VERSUCHT(WS-ABG-FUND-IX)
                 ELSE
                    ADD 1 TO WS-ABG-ANZ-ABGESCHL(WS-ABG-FUND-IX)
                 END-IF
              END-IF
           END-IF

           EXIT.


       C0000-BERICHT-SCHREIBEN.

      ***------------------------------------------------------------***
      * Abgleichbericht MANDABGL schreiben: Kopf, je Befundart ein
      * Berichtsteil, Summen
      ***------------------------------------------------------------***

           OPEN OUTPUT MANDABGL-DATEI

           MOVE SPACES TO MANDABGL-SATZ
           STRING 'OS1168A KONTROLLSUMMEN-ABGLEICH MANDREPT/MANDEVNT/'
                                            DELIMITED BY SIZE
                  'MANDHAUD'                DELIMITED BY SIZE
                  ' GESCHAEFTSTAG='         DELIMITED BY SIZE
                  WS-GESCHAEFTSTAG          DELIMITED BY SIZE
                  ' LAUF-ID='               DELIMITED BY SIZE
                  WS-LAUF-ID                DELIMITED BY SIZE
             INTO MANDABGL-SATZ
           END-STRING
           WRITE MANDABGL-SATZ

           MOVE SPACES TO MANDABGL-SATZ
           WRITE MANDABGL-SATZ
           MOVE 'TEIL 1: OK-ZEILEN MANDREPT OHNE EREIGNIS MANDEVNT'
             TO MANDABGL-SATZ
           WRITE MANDABGL-SATZ
           MOVE ZERO TO WS-TEIL-ANZAHL
           PERFORM C0100-OK-OHNE-EREIGNIS
             VARYING WS-ABG-IX FROM 1 BY 1
             UNTIL WS-ABG-IX > WS-ABG-ANZAHL
           PERFORM C0900-TEIL-ABSCHLIESSEN

           MOVE SPACES TO MANDABGL-SATZ
           WRITE MANDABGL-SATZ
           MOVE 'TEIL 2: EREIGNISSE MANDEVNT OHNE OK-ZEILE MANDREPT'
             TO MANDABGL-SATZ
           WRITE MANDABGL-SATZ
           MOVE ZERO TO WS-TEIL-ANZAHL
           PERFORM C0200-EREIGNIS-OHNE-OK
             VARYING WS-ABG-IX FROM 1 BY 1
             UNTIL WS-ABG-IX > WS-ABG-ANZAHL
           PERFORM C0900-TEIL-ABSCHLIESSEN

           MOVE SPACES TO MANDABGL-SATZ
           WRITE MANDABGL-SATZ
           MOVE 'TEIL 3: VERSUCHT-SAETZE MANDHAUD OHNE ABSCHLUSS'
             TO MANDABGL-SATZ
           WRITE MANDABGL-SATZ
           MOVE ZERO TO WS-TEIL-ANZAHL
           PERFORM C0300-VERSUCHT-OFFEN
             VARYING WS-ABG-IX FROM 1 BY 1
             UNTIL WS-ABG-IX > WS-ABG-ANZAHL
           PERFORM C0900-TEIL-ABSCHLIESSEN

           COMPUTE WS-ANZ-ABWEICHUNGEN = WS-ANZ-OK-OHNE-EREIGNIS
                                       + WS-ANZ-EREIGNIS-OHNE-OK
                                       + WS-ANZ-VERSUCHT-OFFEN

           MOVE WS-ABG-ANZAHL TO WS-ZEILE-SCHLUESSEL

           MOVE SPACES TO MANDABGL-SATZ
           WRITE MANDABGL-SATZ
           MOVE SPACES TO MANDABGL-SATZ
           STRING 'SUMMEN:'                 DELIMITED BY SIZE
                  ' OK-ZEILEN='             DELIMITED BY SIZE
                  WS-ANZ-REPT-OK            DELIMITED BY SIZE
                  ' EREIGNISSE='            DELIMITED BY SIZE
                  WS-ANZ-EVNT-IM-TAG        DELIMITED BY SIZE
                  ' AUDIT-SAETZE='          DELIMITED BY SIZE
                  WS-ANZ-HAUD-IM-TAG        DELIMITED BY SIZE
                  ' SCHLUESSEL='            DELIMITED BY SIZE
                  WS-ZEILE-SCHLUESSEL       DELIMITED BY SIZE
             INTO MANDABGL-SATZ
           END-STRING
           WRITE MANDABGL-SATZ

           MOVE SPACES TO MANDABGL-SATZ
           STRING '        OK-OHNE-EREIGNIS=' DELIMITED BY SIZE
                  WS-ANZ-OK-OHNE-EREIGNIS   DELIMITED BY SIZE
                  ' EREIGNIS-OHNE-OK='      DELIMITED BY SIZE
                  WS-ANZ-EREIGNIS-OHNE-OK   DELIMITED BY SIZE
                  ' VERSUCHT-OFFEN='        DELIMITED BY SIZE
                  WS-ANZ-VERSUCHT-OFFEN     DELIMITED BY SIZE
                  ' ABWEICHUNGEN='          DELIMITED BY SIZE
                  WS-ANZ-ABWEICHUNGEN       DELIMITED BY SIZE
             INTO MANDABGL-SATZ
           END-STRING
           WRITE MANDABGL-SATZ

           CLOSE MANDABGL-DATEI

           EXIT.


       C0100-OK-OHNE-EREIGNIS.

      ***------------------------------------------------------------***
      * Schluessel mit mehr OK-Zeilen als Ereignissen berichten
      ***------------------------------------------------------------***

           IF WS-ABG-ANZ-OK(WS-ABG-IX)
              > WS-ABG-ANZ-EREIGNIS(WS-ABG-IX)
              ADD 1 TO WS-ANZ-OK-OHNE-EREIGNIS
              ADD 1 TO WS-TEIL-ANZAHL
              MOVE WS-ABG-ANZ-OK(WS-ABG-IX)       TO WS-ZEILE-ANZ-1
              MOVE WS-ABG-ANZ-EREIGNIS(WS-ABG-IX) TO WS-ZEILE-ANZ-2
              MOVE SPACES TO MANDABGL-SATZ
              STRING '  BVID='                    DELIMITED BY SIZE
                     WS-ABG-BVID(WS-ABG-IX)       DELIMITED BY SIZE
                     ' METHODE='                  DELIMITED BY SIZE
                     WS-ABG-METHODE(WS-ABG-IX)    DELIMITED BY SIZE
                     ' OK-ZEILEN='                DELIMITED BY SIZE
                     WS-ZEILE-ANZ-1               DELIMITED BY SIZE
                     ' EREIGNISSE='               DELIMITED BY SIZE
                     WS-ZEILE-ANZ-2               DELIMITED BY SIZE
                INTO MANDABGL-SATZ
              END-STRING
              WRITE MANDABGL-SATZ
           END-IF

           EXIT.


       C0200-EREIGNIS-OHNE-OK.

      ***------------------------------------------------------------***
      * Schluessel mit mehr Ereignissen als OK-Zeilen berichten
      ***------------------------------------------------------------***

           IF WS-ABG-ANZ-EREIGNIS(WS-ABG-IX)
              > WS-ABG-ANZ-OK(WS-ABG-IX)
              ADD 1 TO WS-ANZ-EREIGNIS-OHNE-OK
              ADD 1 TO WS-TEIL-ANZAHL
              MOVE WS-ABG-ANZ-EREIGNIS(WS-ABG-IX) TO WS-ZEILE-ANZ-1
              MOVE WS-ABG-ANZ-OK(WS-ABG-IX)       TO WS-ZEILE-ANZ-2
              MOVE SPACES TO MANDABGL-SATZ
              STRING '  BVID='                    DELIMITED BY SIZE
                     WS-ABG-BVID(WS-ABG-IX)       DELIMITED BY SIZE
                     ' METHODE='                  DELIMITED BY SIZE
                     WS-ABG-METHODE(WS-ABG-IX)    DELIMITED BY SIZE
                     ' EREIGNISSE='               DELIMITED BY SIZE
                     WS-ZEILE-ANZ-1               DELIMITED BY SIZE
                     ' OK-ZEILEN='                DELIMITED BY SIZE
                     WS-ZEILE-ANZ-2               DELIMITED BY SIZE
                INTO MANDABGL-SATZ
              END-STRING
              WRITE MANDABGL-SATZ
           END-IF

           EXIT.


       C0300-VERSUCHT-OFFEN.

      ***------------------------------------------------------------***
      * Schluessel mit mehr VERSUCHT-Saetzen als abschliessenden
      * Saetzen berichten
      ***------------------------------------------------------------***

           IF WS-ABG-ANZ-VERSUCHT(WS-ABG-IX)
              > WS-ABG-ANZ-ABGESCHL(WS-ABG-IX)
              ADD 1 TO WS-ANZ-VERSUCHT-OFFEN
              ADD 1 TO WS-TEIL-ANZAHL
              MOVE WS-ABG-ANZ-VERSUCHT(WS-ABG-IX) TO WS-ZEILE-ANZ-1
              MOVE WS-ABG-ANZ-ABGESCHL(WS-ABG-IX) TO WS-ZEILE-ANZ-2
              MOVE SPACES TO MANDABGL-SATZ
              STRING '  BVID='                    DELIMITED BY SIZE
                     WS-ABG-BVID(WS-ABG-IX)       DELIMITED BY SIZE
                     ' METHODE='                  DELIMITED BY SIZE
                     WS-ABG-METHODE(WS-ABG-IX)    DELIMITED BY SIZE
                     ' VERSUCHT='                 DELIMITED BY SIZE
                     WS-ZEILE-ANZ-1               DELIMITED BY SIZE
                     ' ABGESCHLOSSEN='            DELIMITED BY SIZE
                     WS-ZEILE-ANZ-2               DELIMITED BY SIZE
                INTO MANDABGL-SATZ
              END-STRING
              WRITE MANDABGL-SATZ
           END-IF

           EXIT.


       C0900-TEIL-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Berichtsteil ohne Befund ausdruecklich als leer ausweisen
      ***------------------------------------------------------------***

           IF WS-TEIL-ANZAHL = ZERO
              MOVE '  KEINE' TO MANDABGL-SATZ
              WRITE MANDABGL-SATZ
           END-IF

           EXIT.


       U0100-SCHLUESSEL-SUCHEN.

      ***------------------------------------------------------------***
      * Eintrag zu WS-SUCH-BVID/WS-SUCH-METHODE in der Abgleich-
      * tabelle suchen bzw. neu anlegen. Eine volle Tabelle bricht
      * den Lauf ab, da ein unvollstaendiger Abgleich falsche
      * Abweichungen ausweisen wuerde; WS-ABG-FUND-IX bleibt dann 0.
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-ABG-FUND-IX
           PERFORM U0105-SCHLUESSEL-VERGLEICHEN
             VARYING WS-ABG-IX FROM 1 BY 1
             UNTIL WS-ABG-IX > WS-ABG-ANZAHL
                OR WS-ABG-FUND-IX > ZERO

           IF WS-ABG-FUND-IX = ZERO
              IF WS-ABG-ANZAHL < WS-ABG-MAX
                 ADD 1 TO WS-ABG-ANZAHL
                 MOVE WS-ABG-ANZAHL   TO WS-ABG-FUND-IX
                 MOVE WS-SUCH-BVID    TO WS-ABG-BVID(WS-ABG-ANZAHL)
                 MOVE WS-SUCH-METHODE TO WS-ABG-METHODE(WS-ABG-ANZAHL)
                 MOVE ZERO TO WS-ABG-ANZ-OK(WS-ABG-ANZAHL)
                              WS-ABG-ANZ-EREIGNIS(WS-ABG-ANZAHL)
                              WS-ABG-ANZ-VERSUCHT(WS-ABG-ANZAHL)
                              WS-ABG-ANZ-ABGESCHL(WS-ABG-ANZAHL)
              ELSE
                 MOVE 'J' TO WS-ABBRUCH-SW
                 DISPLAY '  '
                 'OS1168A ABBRUCH: mehr als ' WS-ABG-MAX
                 ' Schluessel BANKVERBINDUNGID/Methode am'
                 ' Geschaeftstag'
              END-IF
           END-IF

           EXIT.


       U0105-SCHLUESSEL-VERGLEICHEN.

      ***------------------------------------------------------------***
      * Einzelnen Tabelleneintrag mit dem gesuchten Schluessel
      * vergleichen
      ***------------------------------------------------------------***

           IF WS-ABG-BVID(WS-ABG-IX)    = WS-SUCH-BVID
              AND WS-ABG-METHODE(WS-ABG-IX) = WS-SUCH-METHODE
              MOVE WS-ABG-IX TO WS-ABG-FUND-IX
           END-IF

           EXIT.


       Z9990-ABSCHLUSSMELDUNG.

      ***------------------------------------------------------------***
      * Laufzusammenfassung fuer den Operator ausgeben
      ***------------------------------------------------------------***

           DISPLAY '  '
           'OS1168A Kontrollsummen-Abgleich beendet:'
           ' GESCHAEFTSTAG=' WS-GESCHAEFTSTAG

           DISPLAY '  '
           'OS1168A:'
           ' MANDREPT=' WS-ANZ-REPT-GELESEN
           ' OK-IM-TAG=' WS-ANZ-REPT-OK
           ' UNLESBAR=' WS-ANZ-REPT-UNLESBAR
           ' MANDEVNT=' WS-ANZ-EVNT-GELESEN
           ' IM-TAG=' WS-ANZ-EVNT-IM-TAG

           DISPLAY '  '
           'OS1168A:'
           ' MANDHAUD=' WS-ANZ-HAUD-GELESEN
           ' IM-TAG=' WS-ANZ-HAUD-IM-TAG
           ' OK-OHNE-EREIGNIS=' WS-ANZ-OK-OHNE-EREIGNIS
           ' EREIGNIS-OHNE-OK=' WS-ANZ-EREIGNIS-OHNE-OK
           ' VERSUCHT-OFFEN=' WS-ANZ-VERSUCHT-OFFEN

           IF WS-ANZ-ABWEICHUNGEN > ZERO
              DISPLAY '  '
              'OS1168A: Abweichungen gefunden - siehe MANDABGL,'
              ' Returncode 4'
           END-IF

           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      * (Eingabe = Saetze der drei Dateien, Ausgabe = Abweichungen)
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              COMPUTE WS-LAUF-ANZ-EINGABE = WS-ANZ-REPT-GELESEN
                                           + WS-ANZ-EVNT-GELESEN
                                           + WS-ANZ-HAUD-GELESEN
              MOVE WS-ANZ-ABWEICHUNGEN TO WS-LAUF-ANZ-AUSGABE
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
