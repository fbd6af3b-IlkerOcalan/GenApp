      ***------------------------------------------------------------***
      * Datum               : (vgl. ClearCase-Historie)
      * MusterVersion       : 3.3 vom 26.11.2009
      * Typ                 : Hauptprogramm (Stapel)
      *
      * Anwendung/Subsystem : GO_Partner
      * Komponente          : OSMandatAufbewahrungLoeschung
      * Name:               : OS1164A
      *
      ***------------------------------------------------------------***
      *
      * Dokumentation:
      * OS_MandatAufbewahrungLoeschung <OS1164A>
      *      Endgueltige Loeschung archivierter SEPA-Mandate nach
      *      Ablauf der Aufbewahrungsfrist.
      *
      *      Liest die Archivliste MANDARCL (BANKVERBINDUNGIDs des
      *      Mandatsarchivs vom naechtlichen Archivabzug, Satzaufbau
      *      wie die Bestandsliste MANDBEST) und holt zu jeder ID
      *      den Archivsatz ueber das OD1143A (Methode
      *      MANDATARCHZUBVIDHOLEN). Ein ARCHIVIERTes Mandat ist
      *      zur Loeschung faellig, wenn sein Bezugsdatum - das
      *      spaetere von Archivierungsdatum (Datumsteil des
      *      ANLAENDZP) und LETZTVERWEND - laenger als die
      *      Aufbewahrungsfrist seines MANDANTen zurueckliegt. Die
      *      Frist in Jahren steht je MANDANT in der Regeldatei
      *      MANDREGL (Satzaufbau SO0743A); Mandanten ohne eigene
      *      Zeile erhalten die Standardregel der Datei. Nur wenn
      *      auch die Standardregel keine Frist belegt, gilt der
      *      Steuersatz MANDPARM (Spalten 35-36, Aufbau wie im
      *      OS1151A) bzw. ohne Angabe 10 Jahre. Die Lauf-
      *      zusammenfassung weist je Mandant die angewandte
      *      Regelversion, die Frist und das Grenzdatum aus.
      *      Ein Archivsatz ohne auswertbares Archivierungsdatum
      *      wird nicht geloescht, sondern nur gezaehlt.
      *
      *      Die faelligen Mandate werden in Bloecken von bis zu 50
      *      Eintraegen mit dem LOESCHGRUND '04' (Aufbewahrungsfrist
      *      abgelaufen) an die Massenmethode MANDATLOESCHENBULK des
      *      OV1145A uebergeben. Die Ablagepruefung (D0135-ABLAGE-
      *      PRUEFEN) und die Pruefung auf offene Lastschriften
      *      laufen dort je Mandat wie bei jeder anderen Loeschung;
      *      abgewiesene Mandate bleiben im Archiv und werden beim
      *      naechsten Lauf erneut vorgelegt.
      *
      *      Als Loeschnachweis entsteht der Bericht MANDLZER: je
      *      vorgelegtem Mandat eine Zeile mit Ergebniscode, danach
      *      die Anzahl geloeschter und abgewiesener Mandate je
      *      MANDANT und je Archivierungsjahr.
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OS1164A.
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
      *  Archivliste der BANKVERBINDUNGIDs des Mandatsarchivs
      ***------------------------------------------------------------***
           SELECT MANDARCL-DATEI ASSIGN TO 'MANDARCL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDARCL-STATUS.

      ***------------------------------------------------------------***
      *  Steuerdatei der Archivierungskette (Aufbau wie im OS1151A)
      ***------------------------------------------------------------***
           SELECT MANDPARM-DATEI ASSIGN TO 'MANDPARM'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDPARM-STATUS.

      ***------------------------------------------------------------***
      *  Regeldatei der Mandanten (Fristen je MANDANT, Aufbau wie
      *  Copystrecke SO0743A)
      ***------------------------------------------------------------***
           SELECT MANDREGL-DATEI ASSIGN TO 'MANDREGL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDREGL-STATUS.

      ***------------------------------------------------------------***
      *  Loeschnachweis des Aufbewahrungslaufs
      ***------------------------------------------------------------***
           SELECT MANDLZER-DATEI ASSIGN TO 'MANDLZER'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLZER-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***------------------------------------------------------------***
      *  Satz der Archivliste MANDARCL (Aufbau wie MANDBEST)
      ***------------------------------------------------------------***
       FD  MANDARCL-DATEI
           RECORDING MODE IS F.
       01  MANDARCL-SATZ.
           05  MANDARCL-BANKVERBINDUNGID       PIC 9(10).
           05  FILLER                          PIC X(122).

      ***------------------------------------------------------------***
      *  Steuersatz der Archivierungskette (Satzaufbau und
      *  Spaltenbeschreibung wie im OS1151A; hier wird nur die
      *  Aufbewahrungsfrist AUFBEW-JAHRE als Vorgabe ausgewertet,
      *  sofern die Regeldatei MANDREGL keine Frist liefert)
      ***------------------------------------------------------------***
       FD  MANDPARM-DATEI
           RECORDING MODE IS F.
       01  MANDPARM-SATZ.
           05  FILLER                          PIC X(34).
           05  MANDPARM-AUFBEW-JAHRE           PIC X(02).
           05  FILLER                          PIC X(96).

      ***------------------------------------------------------------***
      *  Satz der Regeldatei MANDREGL - siehe Copystrecke SO0743A
      ***------------------------------------------------------------***
       FD  MANDREGL-DATEI
           RECORDING MODE IS F.
           COPY SO0743A REPLACING ==:PRF:== BY ==REGL==.

      ***------------------------------------------------------------***
      *  Zeile des Loeschnachweises MANDLZER
      ***------------------------------------------------------------***
       FD  MANDLZER-DATEI
           RECORDING MODE IS F.
       01  MANDLZER-SATZ                    PIC X(132).

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
                                       VALUE 'OS1164A'.

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
      *  Bereich fuer die Archivliste
      ***------------------------------------------------------------***
       01 WS-MANDARCL-BEREICH.
          05 WS-MANDARCL-STATUS            PIC X(02).
          05 WS-MANDARCL-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDARCL-DATEI-ENDE             VALUE 'J'.

      ***------------------------------------------------------------***
      *  Bereich fuer den Steuersatz und den Loeschnachweis
      ***------------------------------------------------------------***
       01 WS-MANDPARM-BEREICH.
          05 WS-MANDPARM-STATUS            PIC X(02).
          05 WS-AUFBEW-JAHRE               PIC 9(02) VALUE 10.
       01 WS-MANDLZER-BEREICH.
          05 WS-MANDLZER-STATUS            PIC X(02).

      ***------------------------------------------------------------***
      *  Regeltabelle aus MANDREGL: Eintrag 1 traegt die Standard-
      *  regel ('****'), danach folgen die Mandantenzeilen der Datei.
      *  Ein Mandant ohne eigene Zeile wird beim ersten Auftreten
      *  mit der Standardregel nachgetragen, damit die Lauf-
      *  zusammenfassung je Mandant die angewandte Regelversion
      *  ausweist. HERKUNFT 'D' = Zeile aus MANDREGL, 'S' =
      *  Standardregel. Die Programmvorgabe gilt fuer Felder, die
      *  auch die Standardzeile nicht belegt.
      ***------------------------------------------------------------***
       01 WS-MANDREGL-BEREICH.
          05 WS-MANDREGL-STATUS            PIC X(02).
          05 WS-MANDREGL-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDREGL-DATEI-ENDE            VALUE 'J'.
       01 WS-RGL-TABELLE-BEREICH.
          05 WS-RGL-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-RGL-UEBERLAUF-SW           PIC X(01) VALUE 'N'.
             88 RGL-TABELLE-UEBERLAUF          VALUE 'J'.
          05 WS-RGL-TAB OCCURS 200 TIMES.
             10 WS-RGL-MANDANT             PIC X(04).
             10 WS-RGL-VERSION             PIC X(04).
             10 WS-RGL-HERKUNFT            PIC X(01).
             10 WS-RGL-DORM-MONATE-X       PIC X(03).
             10 WS-RGL-DORM-MONATE REDEFINES WS-RGL-DORM-MONATE-X
                                           PIC 9(03).
             10 WS-RGL-KARENZ-TAGE-X       PIC X(03).
             10 WS-RGL-KARENZ-TAGE REDEFINES WS-RGL-KARENZ-TAGE-X
                                           PIC 9(03).
             10 WS-RGL-GESPERRT-SW         PIC X(01).
                88 WS-RGL-GESPERRTE-MITNEHMEN  VALUE 'J'.
             10 WS-RGL-AUFBEW-JAHRE-X      PIC X(02).
             10 WS-RGL-AUFBEW-JAHRE REDEFINES WS-RGL-AUFBEW-JAHRE-X
                                           PIC 9(02).
             10 WS-RGL-GRENZ-DATUM         PIC 9(08).
             10 WS-RGL-ANZ-ANGEWENDET      PIC 9(06) COMP.
       77 WS-RGL-MAX                       PIC 9(04) COMP VALUE 200.
       77 WS-RGL-IX                        PIC 9(04) COMP VALUE ZERO.
       77 WS-RGL-AKT-IX                    PIC 9(04) COMP VALUE ZERO.
       77 WS-RGL-SUCH-MANDANT              PIC X(04) VALUE SPACES.
       77 WS-VORGABE-DORM-MONATE           PIC 9(03) VALUE 36.
       77 WS-VORGABE-KARENZ-TAGE           PIC 9(03) VALUE ZERO.
       77 WS-VORGABE-GESPERRT-SW           PIC X(01) VALUE 'N'.
       77 WS-VORGABE-AUFBEW-JAHRE          PIC 9(02) VALUE 10.

      ***------------------------------------------------------------***
      *  Bereich fuer die Fristberechnung: Grenzdatum je Mandant
      *  (heute minus Aufbewahrungsjahre), Archivierungsdatum aus
      *  dem Zeitstempel
      *  ANLAENDZP (JJJJ-MM-TT-...) und Bezugsdatum
      ***------------------------------------------------------------***
       01 WS-DATUM-BEREICH.
          05 WS-HEUTE-DATUM.
             10 WS-HEUTE-JJJJ               PIC 9(04).
             10 WS-HEUTE-MM                 PIC 9(02).
             10 WS-HEUTE-TT                 PIC 9(02).
          05 WS-HEUTE-DATUM-N REDEFINES WS-HEUTE-DATUM PIC 9(08).
          05 WS-GRENZ-DATUM.
             10 WS-GRENZ-JJJJ               PIC 9(04).
             10 WS-GRENZ-MM                 PIC 9(02).
             10 WS-GRENZ-TT                 PIC 9(02).
          05 WS-GRENZ-DATUM-N REDEFINES WS-GRENZ-DATUM PIC 9(08).
          05 WS-ARCH-ZP.
             10 WS-ARCH-ZP-JJJJ             PIC X(04).
             10 FILLER                      PIC X(01).
             10 WS-ARCH-ZP-MM               PIC X(02).
             10 FILLER                      PIC X(01).
             10 WS-ARCH-ZP-TT               PIC X(02).
             10 FILLER                      PIC X(16).
          05 WS-ARCH-DATUM.
             10 WS-ARCH-JJJJ                PIC 9(04).
             10 WS-ARCH-MM                  PIC 9(02).
             10 WS-ARCH-TT                  PIC 9(02).
          05 WS-ARCH-DATUM-N REDEFINES WS-ARCH-DATUM PIC 9(08).
          05 WS-BEZUG-DATUM                 PIC 9(08).

      ***------------------------------------------------------------***
      *  Bereich fuer die Blockbildung (50 Eintraege je Aufruf der
      *  Massenmethode MANDATLOESCHENBULK); je Blockeintrag werden
      *  MANDANT und Archivierungsjahr fuer den Loeschnachweis
      *  mitgefuehrt
      ***------------------------------------------------------------***
       01 WS-BLOCK-BEREICH.
          05 WS-BLOCK-ANZAHL               PIC 9(04) COMP VALUE ZERO.
          05 WS-BLOCK-IX                   PIC 9(04) COMP VALUE ZERO.
          05 WS-BLK-TAB OCCURS 50 TIMES.
             10 WS-BLK-MANDANT             PIC X(04).
             10 WS-BLK-ARCH-JAHR           PIC X(04).
       77 WS-BLOCK-GROESSE                 PIC 9(04) COMP VALUE 50.

      ***------------------------------------------------------------***
      *  Zaehltabellen des Loeschnachweises: je MANDANT bzw. je
      *  Archivierungsjahr die geloeschten und abgewiesenen Mandate
      ***------------------------------------------------------------***
       01 WS-MND-BEREICH.
          05 WS-MND-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-MND-TAB OCCURS 200 TIMES.
             10 WS-MND-SCHLUESSEL          PIC X(04).
             10 WS-MND-GELOESCHT           PIC 9(09) COMP.
             10 WS-MND-ABGEWIESEN          PIC 9(09) COMP.
       77 WS-MND-MAX                       PIC 9(04) COMP VALUE 200.

       01 WS-JHR-BEREICH.
          05 WS-JHR-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-JHR-TAB OCCURS 100 TIMES.
             10 WS-JHR-SCHLUESSEL          PIC X(04).
             10 WS-JHR-GELOESCHT           PIC 9(09) COMP.
             10 WS-JHR-ABGEWIESEN          PIC 9(09) COMP.
       77 WS-JHR-MAX                       PIC 9(04) COMP VALUE 100.

      ***------------------------------------------------------------***
      *  Arbeitsfelder fuer Zaehlung und Zeilenaufbau
      ***------------------------------------------------------------***
       01 WS-ZAEHL-BEREICH.
          05 WS-SUCH-SCHLUESSEL            PIC X(04).
          05 WS-ZAEHL-GELOESCHT            PIC 9(09) COMP.
          05 WS-ZAEHL-ABGEWIESEN           PIC 9(09) COMP.
          05 WS-FUND-IX                    PIC 9(04) COMP.
          05 WS-SUCH-IX                    PIC 9(04) COMP.
       01 WS-ZEILE-BEREICH.
          05 WS-ZEILE-RUBRIK               PIC X(12).
          05 WS-ZEILE-SCHLUESSEL           PIC X(04).
          05 WS-ZEILE-GELOESCHT-X          PIC 9(09).
          05 WS-ZEILE-ABGEWIESEN-X         PIC 9(09).
          05 WS-ZEILE-ERGEBNIS             PIC X(02).
          05 WS-ZEILE-AUSGANG              PIC X(10).

      ***------------------------------------------------------------***
      *  Zaehler fuer die Laufzusammenfassung
      ***------------------------------------------------------------***
       01 WS-ZAEHLER-BEREICH.
          05 WS-ANZ-GELESEN                PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-UNGUELTIG               PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-NICHT-IM-ARCHIV         PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-NICHT-ARCHIVIERT        PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-DATUM-UNKLAR            PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-IN-FRIST                PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-SELEKTIERT              PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-GELOESCHT               PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-NICHTGEF                PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-ABGEWIESEN              PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-F-ABLAGE                PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-F-LASTSCHR              PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-F-MANDANT               PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-F-TECHNISCH             PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-F-SONSTIGE              PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-UEBERLAUF               PIC 9(06) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Copystrecken fuer den Aufruf des OD1143A
      ***------------------------------------------------------------***
      * Technische Copystrecke mit den Aufrufdaten der OD-/OV-Module
           COPY SE3989 REPLACING ==:PRF:== BY ==U1==.
      * Fachliche Copystrecken fuer MANDATARCHZUBVIDHOLEN
           COPY SO0721A REPLACING ==:PRF:== BY ==AB03==.
           COPY SO0721E REPLACING ==:PRF:== BY ==EB03==.
      * Initialisierung
           COPY SO0721E REPLACING ==:PRF:== BY ==EI03==.

      ***------------------------------------------------------------***
      *  Copystrecken fuer den Aufruf des OV1145A
      ***------------------------------------------------------------***
      * Fachliche Copystrecken fuer die Methode
      * MANDATLOESCHENBULK (Bloecke von bis zu 50 Mandaten)
           COPY SO0730E REPLACING ==:PRF:== BY ==E02==.
           COPY SO0730A REPLACING ==:PRF:== BY ==AB02==.

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
                             VALUE 'OS1164A'.                           BOBENV
       77  MY-SYSTEM         PIC X(4)                                   BOBENV
                             VALUE 'BOB'.                               BOBENV
       77  MY-NAME-LOG       PIC X(30)                                  BOBENV
                             VALUE 'OSMandatAufbewahrungLoeschung'.     BOBENV
       77  MY-NAMESPACE      PIC X(80)                                  BOBENV
                             VALUE 'GO_PARTNER'.                        BOBENV
       77  MY-TYP            PIC X(10)                                  BOBENV
                             VALUE 'HPRO'.                              BOBENV
       01  MY-CALLER         PIC X(8)                                   BOBENV
                             VALUE SPACES.                              BOBENV
      ***------------------------------------------------------------***BOBENV
      * * ENDE VARIABLEN FUER BOB-ENVIRONMENT                          *BOBENV
      ***------------------------------------------------------------***BOBENV
       77  OD1143A        PIC X(8)  VALUE 'OD1143A'.                    MCALL
       77  OV1145A        PIC X(8)  VALUE 'OV1145A'.                    MCALL
       01  SF0001  PIC X(10)  VALUE 'SF0001'.                           MUPRODEF

       PROCEDURE DIVISION.

       OS1164A-MAINLINE.

      ***------------------------------------------------------------***
      * Aufbau des BOB-Environment und Stapelsteuerung
      ***------------------------------------------------------------***

           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM A0010-PARAMETER-LESEN
              PERFORM A0020-TAGESDATUM-ERMITTELN
              PERFORM A0030-REGELN-LADEN
              IF NOT RGL-TABELLE-UEBERLAUF
                 PERFORM B0000-STAPELVERARBEITUNG
              END-IF
           END-IF
           PERFORM Z9990-ABSCHLUSSMELDUNG
           PERFORM Z9998-LAUF-ABSCHLIESSEN
           PERFORM ES990-ABMELDUNG
           GOBACK.


       A0001-LAUF-EROEFFNEN.

      ***------------------------------------------------------------***
      * Eroeffnungssatz im Laufjournal MANDLAUF anhaengen und die
      * Lauf-ID des Laufs in WS-LAUF-ID bereitstellen; sie wird bei
      * jedem Aufruf des OV1145A im Eingabebereich mitgegeben und
      * dort auf MANDREPT, MANDEVNT und MANDHAUD gestempelt
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

           DISPLAY '  ' 'OS1164A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-PARAMETER-LESEN.

      ***------------------------------------------------------------***
      * Vorgabe der Aufbewahrungsfrist aus dem Steuersatz MANDPARM
      * uebernehmen (gilt nur, wenn die Regeldatei MANDREGL keine
      * Frist liefert); ohne Steuersatz bzw. bei leerer, nicht
      * numerischer oder auf Null gesetzter Angabe gilt sie mit
      * 10 Jahren
      ***------------------------------------------------------------***

           MOVE 10 TO WS-AUFBEW-JAHRE

           OPEN INPUT MANDPARM-DATEI
           IF WS-MANDPARM-STATUS NOT = '35'
              READ MANDPARM-DATEI
                AT END
                   CONTINUE
                NOT AT END
                   IF MANDPARM-AUFBEW-JAHRE IS NUMERIC
                      AND MANDPARM-AUFBEW-JAHRE > '00'
                      MOVE MANDPARM-AUFBEW-JAHRE TO WS-AUFBEW-JAHRE
                   END-IF
              END-READ
              CLOSE MANDPARM-DATEI
           END-IF

           SET ALLES-OK TO TRUE

           EXIT.


       A0020-TAGESDATUM-ERMITTELN.

      ***------------------------------------------------------------***
      * Tagesdatum ermitteln; das Grenzdatum der Aufbewahrungsfrist
      * je Mandant entsteht beim Laden der Regeldatei
      ***------------------------------------------------------------***

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE-DATUM

           EXIT.


       A0030-REGELN-LADEN.

      ***------------------------------------------------------------***
      * Regeldatei MANDREGL in die Regeltabelle laden und die
      * Eintraege aufloesen: zuerst die Standardregel gegen die
      * Programmvorgabe, danach die Mandantenzeilen gegen die
      * Standardregel. Ohne Regeldatei gilt fuer jeden Mandanten
      * die Programmvorgabe. Laeuft die Regeltabelle ueber, wird
      * der Lauf mit Returncode 8 gestoppt, da sonst vereinbarte
      * Mandantenregeln nicht angewandt wuerden.
      ***------------------------------------------------------------***

           MOVE WS-AUFBEW-JAHRE TO WS-VORGABE-AUFBEW-JAHRE

           MOVE 1      TO WS-RGL-ANZAHL
           MOVE SPACES TO WS-RGL-TAB(1)
           MOVE '****' TO WS-RGL-MANDANT(1)
           MOVE 'VORG' TO WS-RGL-VERSION(1)
           MOVE 'S'    TO WS-RGL-HERKUNFT(1)
           MOVE ZERO   TO WS-RGL-ANZ-ANGEWENDET(1)

           OPEN INPUT MANDREGL-DATEI
           IF WS-MANDREGL-STATUS NOT = '35'
              MOVE 'N' TO WS-MANDREGL-EOF-SW
              PERFORM UNTIL MANDREGL-DATEI-ENDE
                 READ MANDREGL-DATEI
                   AT END
                      SET MANDREGL-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM A0035-REGELSATZ-LADEN
                 END-READ
              END-PERFORM
              CLOSE MANDREGL-DATEI
           END-IF

      *    die aufgeloeste Standardregel ist anschliessend die
      *    Vorgabe fuer die Mandantenzeilen
           MOVE 1 TO WS-RGL-IX
           PERFORM A0040-REGEL-AUFLOESEN
           MOVE WS-RGL-DORM-MONATE(1)  TO WS-VORGABE-DORM-MONATE
           MOVE WS-RGL-KARENZ-TAGE(1)  TO WS-VORGABE-KARENZ-TAGE
           MOVE WS-RGL-GESPERRT-SW(1)  TO WS-VORGABE-GESPERRT-SW
           MOVE WS-RGL-AUFBEW-JAHRE(1) TO WS-VORGABE-AUFBEW-JAHRE
           PERFORM A0040-REGEL-AUFLOESEN
             VARYING WS-RGL-IX FROM 2 BY 1
             UNTIL WS-RGL-IX > WS-RGL-ANZAHL

           IF RGL-TABELLE-UEBERLAUF
              MOVE 8 TO RETURN-CODE
              DISPLAY '  '
              'OS1164A ABBRUCH: Regeldatei MANDREGL ueberschreitet'
              ' die Regeltabelle - Lauf ohne Verarbeitung beendet'
           END-IF

           SET ALLES-OK TO TRUE

           EXIT.


       A0035-REGELSATZ-LADEN.

      ***------------------------------------------------------------***
      * Einzelne Zeile der Regeldatei uebernehmen: die Standard-
      * zeile in Eintrag 1, jede Mandantenzeile in einen neuen
      * Eintrag; Leerzeilen werden ueberlesen
      ***------------------------------------------------------------***

           EVALUATE TRUE
              WHEN REGL-STANDARDZEILE
                 MOVE 1 TO WS-RGL-IX
                 PERFORM A0036-REGELFELDER-UEBERNEHMEN
              WHEN REGL-MANDANT = SPACES
                 CONTINUE
              WHEN WS-RGL-ANZAHL < WS-RGL-MAX
                 ADD 1 TO WS-RGL-ANZAHL
                 MOVE WS-RGL-ANZAHL TO WS-RGL-IX
                 MOVE REGL-MANDANT  TO WS-RGL-MANDANT(WS-RGL-IX)
                 PERFORM A0036-REGELFELDER-UEBERNEHMEN
              WHEN OTHER
                 MOVE 'J' TO WS-RGL-UEBERLAUF-SW
           END-EVALUATE

           EXIT.


       A0036-REGELFELDER-UEBERNEHMEN.

      ***------------------------------------------------------------***
      * Felder der gelesenen Regelzeile unaufgeloest in den
      * Tabelleneintrag WS-RGL-IX uebernehmen
      ***------------------------------------------------------------***

           MOVE REGL-REGELVERSION TO WS-RGL-VERSION(WS-RGL-IX)
           MOVE 'D'               TO WS-RGL-HERKUNFT(WS-RGL-IX)
           MOVE REGL-DORM-MONATE  TO WS-RGL-DORM-MONATE-X(WS-RGL-IX)
           MOVE REGL-KARENZ-TAGE  TO WS-RGL-KARENZ-TAGE-X(WS-RGL-IX)
           MOVE REGL-GESPERRT-SW  TO WS-RGL-GESPERRT-SW(WS-RGL-IX)
           MOVE REGL-AUFBEW-JAHRE TO WS-RGL-AUFBEW-JAHRE-X(WS-RGL-IX)
           MOVE ZERO              TO WS-RGL-ANZ-ANGEWENDET(WS-RGL-IX)

           EXIT.


       A0040-REGEL-AUFLOESEN.

      ***------------------------------------------------------------***
      * Leere bzw. nicht numerische Felder des Eintrags WS-RGL-IX
      * aus der Vorgabe fuellen; eine Frist von null Monaten bzw.
      * Jahren gilt als nicht angegeben, null Karenztage sind
      * zulaessig
      ***------------------------------------------------------------***

           IF WS-RGL-DORM-MONATE-X(WS-RGL-IX) IS NOT NUMERIC
              MOVE ZERO TO WS-RGL-DORM-MONATE(WS-RGL-IX)
           END-IF
           IF WS-RGL-DORM-MONATE(WS-RGL-IX) = ZERO
              MOVE WS-VORGABE-DORM-MONATE
                   TO WS-RGL-DORM-MONATE(WS-RGL-IX)
           END-IF

           IF WS-RGL-KARENZ-TAGE-X(WS-RGL-IX) IS NOT NUMERIC
              MOVE WS-VORGABE-KARENZ-TAGE
                   TO WS-RGL-KARENZ-TAGE(WS-RGL-IX)
           END-IF

           IF WS-RGL-GESPERRT-SW(WS-RGL-IX) NOT = 'J'
              AND WS-RGL-GESPERRT-SW(WS-RGL-IX) NOT = 'N'
              MOVE WS-VORGABE-GESPERRT-SW
                   TO WS-RGL-GESPERRT-SW(WS-RGL-IX)
           END-IF

           IF WS-RGL-AUFBEW-JAHRE-X(WS-RGL-IX) IS NOT NUMERIC
              MOVE ZERO TO WS-RGL-AUFBEW-JAHRE(WS-RGL-IX)
           END-IF
           IF WS-RGL-AUFBEW-JAHRE(WS-RGL-IX) = ZERO
              MOVE WS-VORGABE-AUFBEW-JAHRE
                   TO WS-RGL-AUFBEW-JAHRE(WS-RGL-IX)
           END-IF

      *    Grenzdatum der Aufbewahrungsfrist: faellig ist ein Mandat,
      *    dessen Bezugsdatum vor dem heutigen Tag vor AUFBEW-JAHRE
      *    Jahren liegt
           COMPUTE WS-GRENZ-JJJJ = WS-HEUTE-JJJJ
                                 - WS-RGL-AUFBEW-JAHRE(WS-RGL-IX)
           MOVE WS-HEUTE-MM TO WS-GRENZ-MM
           MOVE WS-HEUTE-TT TO WS-GRENZ-TT
           MOVE WS-GRENZ-DATUM-N TO WS-RGL-GRENZ-DATUM(WS-RGL-IX)

           EXIT.


       B0000-STAPELVERARBEITUNG.

      ***------------------------------------------------------------***
      * Archivliste durchlaufen, faellige Mandate blockweise loeschen
      * und den Loeschnachweis schreiben; ohne Archivliste endet der
      * Lauf ohne Verarbeitung
      ***------------------------------------------------------------***

           OPEN INPUT MANDARCL-DATEI
           IF WS-MANDARCL-STATUS = '35'
              DISPLAY '  '
              'OS1164A: keine Archivliste MANDARCL vorhanden -'
              ' Lauf ohne Verarbeitung beendet'
           ELSE
              OPEN OUTPUT MANDLZER-DATEI
              PERFORM C0000-NACHWEIS-KOPF-SCHREIBEN
              MOVE 'N' TO WS-MANDARCL-EOF-SW
              PERFORM UNTIL MANDARCL-DATEI-ENDE
                 READ MANDARCL-DATEI
                   AT END
                      SET MANDARCL-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0100-ARCHIVMANDAT-PRUEFEN
                 END-READ
              END-PERFORM
              IF WS-BLOCK-ANZAHL > ZERO
                 PERFORM M0200-BLOCK-LOESCHEN-RUFEN
              END-IF
              PERFORM C0100-NACHWEIS-SUMMEN-SCHREIBEN
              CLOSE MANDLZER-DATEI
              CLOSE MANDARCL-DATEI
           END-IF

           EXIT.


       B0100-ARCHIVMANDAT-PRUEFEN.

      ***------------------------------------------------------------***
      * Archivsatz zur BANKVERBINDUNGID holen und gegen die
      * Aufbewahrungsfrist pruefen; ein faelliges Mandat wird in den
      * naechsten Loeschblock uebernommen, ein voller Block sofort
      * verarbeitet
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-GELESEN

           IF MANDARCL-BANKVERBINDUNGID IS NOT NUMERIC
              ADD 1 TO WS-ANZ-UNGUELTIG
           ELSE
              PERFORM M0100-ARCHIV-HOLEN-RUFEN
              IF ALLES-OK AND LAST-CALL-OK
                 PERFORM B0110-FRIST-PRUEFEN
              ELSE
                 ADD 1 TO WS-ANZ-NICHT-IM-ARCHIV
              END-IF
           END-IF

           SET ALLES-OK TO TRUE

           EXIT.


       B0110-FRIST-PRUEFEN.

      ***------------------------------------------------------------***
      * Bezugsdatum (spaeteres von Archivierungsdatum und
      * LETZTVERWEND) bestimmen und gegen das Grenzdatum des
      * Mandanten pruefen.
      * Ohne auswertbares Archivierungsdatum laesst sich der
      * Fristbeginn nicht belegen - das Mandat bleibt im Archiv.
      ***------------------------------------------------------------***

           MOVE AB03-MANDANT(1) TO WS-RGL-SUCH-MANDANT
           PERFORM U0300-REGEL-ERMITTELN
           ADD 1 TO WS-RGL-ANZ-ANGEWENDET(WS-RGL-AKT-IX)

           MOVE AB03-ANLAENDZP(1) TO WS-ARCH-ZP
           IF WS-ARCH-ZP-JJJJ IS NUMERIC
              AND WS-ARCH-ZP-MM IS NUMERIC
              AND WS-ARCH-ZP-TT IS NUMERIC
              MOVE WS-ARCH-ZP-JJJJ TO WS-ARCH-JJJJ
              MOVE WS-ARCH-ZP-MM   TO WS-ARCH-MM
              MOVE WS-ARCH-ZP-TT   TO WS-ARCH-TT
           ELSE
              MOVE ZERO TO WS-ARCH-DATUM-N
           END-IF

           MOVE WS-ARCH-DATUM-N TO WS-BEZUG-DATUM
           IF AB03-LETZTVERWEND(1) IS NUMERIC
              AND AB03-LETZTVERWEND(1) > WS-BEZUG-DATUM
              MOVE AB03-LETZTVERWEND(1) TO WS-BEZUG-DATUM
           END-IF

           EVALUATE TRUE
              WHEN NOT AB03-MANDATSSTATUS-ARCHIVIERT(1)
                 ADD 1 TO WS-ANZ-NICHT-ARCHIVIERT
              WHEN WS-ARCH-DATUM-N = ZERO
                 ADD 1 TO WS-ANZ-DATUM-UNKLAR
              WHEN WS-BEZUG-DATUM
                   NOT < WS-RGL-GRENZ-DATUM(WS-RGL-AKT-IX)
                 ADD 1 TO WS-ANZ-IN-FRIST
              WHEN OTHER
                 ADD 1 TO WS-ANZ-SELEKTIERT
                 ADD 1 TO WS-BLOCK-ANZAHL
                 MOVE MANDARCL-BANKVERBINDUNGID
                      TO E02-BANKVERBINDUNGID(WS-BLOCK-ANZAHL)
                 MOVE '04' TO E02-LOESCHGRUND(WS-BLOCK-ANZAHL)
                 MOVE AB03-MANDANT(1)
                      TO WS-BLK-MANDANT(WS-BLOCK-ANZAHL)
                 MOVE WS-ARCH-ZP-JJJJ
                      TO WS-BLK-ARCH-JAHR(WS-BLOCK-ANZAHL)
                 IF WS-BLOCK-ANZAHL NOT < WS-BLOCK-GROESSE
                    PERFORM M0200-BLOCK-LOESCHEN-RUFEN
                 END-IF
           END-EVALUATE

           EXIT.


       M0100-ARCHIV-HOLEN-RUFEN.

      ***------------------------------------------------------------***
      * OD1143A mit der Methode MANDATARCHZUBVIDHOLEN fuer die
      * BANKVERBINDUNGID der Archivliste aufrufen
      ***------------------------------------------------------------***

           MOVE EI03-SO0721E              TO EB03-SO0721E
           MOVE MANDARCL-BANKVERBINDUNGID TO EB03-BANKVERBINDUNGID

      *|-< $MCALL OD1143A
      *    ...    ENTITAET='ODMandat'
      *    ...    METHODE='MANDATARCHZUBVIDHOLEN'
      *    ...    U13989
      *    ...    AB03-SO0721A
      *    ...    EB03-SO0721E
           MOVE 'MANDATARCHZUBVIDHOLEN' TO U1-MODUL-METHODE
           MOVE 'ODMandat'              TO U1-ZIEL-ENTITAET
           CALL OD1143A USING U13989
                              AB03-SO0721A
                              EB03-SO0721E
           END-CALL

           EXIT.


       M0200-BLOCK-LOESCHEN-RUFEN.

      ***------------------------------------------------------------***
      * OV1145A mit der Massenmethode MANDATLOESCHENBULK fuer den
      * aktuell gesammelten Block aufrufen und die Einzelergebnisse
      * in Laufzaehler und Loeschnachweis uebernehmen
      ***------------------------------------------------------------***

           MOVE 'MANDATLOESCHENBULK' TO U1-MODUL-METHODE
           MOVE 'ODMandat'           TO U1-ZIEL-ENTITAET

           MOVE 'SO0730E '          TO E02-DSTRUKTUR
           MOVE '02'                TO E02-DVERSNR
           MOVE SPACES              TO E02-DSTRUKTUR-MD5
           MOVE SPACES              TO E02-AUFTRAG-MANDANT
           MOVE 'N'                 TO E02-MANDANT-UEBERGR-SW
           MOVE WS-LAUF-ID          TO E02-LAUF-ID
           MOVE WS-BLOCK-ANZAHL     TO E02-ANZAHL

           INITIALIZE AB02-SO0730A

      *|-< $MCALL OV1145A
      *    ...    ENTITAET='ODMandat'
      *    ...    METHODE='MANDATLOESCHENBULK'
      *    ...    U13989
      *    ...    AB02-SO0730A
      *    ...    E02-SO0730E
      *    ...    OMITTED
           CALL OV1145A USING U13989
                              AB02-SO0730A
                              E02-SO0730E
                              OMITTED
           END-CALL

           IF NOT ALLES-OK
      *       Gesamtaufruf gescheitert - alle Eintraege des Blocks
      *       als technisch abgewiesen vermerken
              PERFORM M0210-BLOCK-TECHNISCH-MARKIEREN
                VARYING WS-BLOCK-IX FROM 1 BY 1
                UNTIL WS-BLOCK-IX > WS-BLOCK-ANZAHL
              SET ALLES-OK TO TRUE
           END-IF

           PERFORM M0205-BLOCK-ERGEBNIS-AUSWERTEN
             VARYING WS-BLOCK-IX FROM 1 BY 1
             UNTIL WS-BLOCK-IX > WS-BLOCK-ANZAHL

           MOVE ZERO TO WS-BLOCK-ANZAHL

           EXIT.


       M0205-BLOCK-ERGEBNIS-AUSWERTEN.

      ***------------------------------------------------------------***
      * Einzelergebnis eines Blockeintrags zaehlen, je MANDANT und
      * Archivierungsjahr fortschreiben und als Nachweiszeile
      * ausgeben. Ein toleriertes "nicht gefunden" gilt als
      * geloescht (das Mandat ist nicht mehr vorhanden).
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-ZAEHL-GELOESCHT
           MOVE ZERO TO WS-ZAEHL-ABGEWIESEN

           EVALUATE TRUE
              WHEN AB02-ERGEBNIS-OK(WS-BLOCK-IX)
                 ADD 1 TO WS-ANZ-GELOESCHT
                 MOVE 1 TO WS-ZAEHL-GELOESCHT
                 MOVE 'GELOESCHT' TO WS-ZEILE-AUSGANG
              WHEN AB02-ERGEBNIS-NICHT-GEFUNDEN(WS-BLOCK-IX)
                 ADD 1 TO WS-ANZ-GELOESCHT
                 ADD 1 TO WS-ANZ-NICHTGEF
                 MOVE 1 TO WS-ZAEHL-GELOESCHT
                 MOVE 'GELOESCHT' TO WS-ZEILE-AUSGANG
              WHEN OTHER
                 ADD 1 TO WS-ANZ-ABGEWIESEN
                 MOVE 1 TO WS-ZAEHL-ABGEWIESEN
                 MOVE 'ABGEWIESEN' TO WS-ZEILE-AUSGANG
                 PERFORM M0215-FEHLER-AUFSCHLUESSELN
           END-EVALUATE

           MOVE WS-BLK-MANDANT(WS-BLOCK-IX) TO WS-SUCH-SCHLUESSEL
           PERFORM U0100-MANDANT-ZAEHLEN
           MOVE WS-BLK-ARCH-JAHR(WS-BLOCK-IX) TO WS-SUCH-SCHLUESSEL
           PERFORM U0200-JAHR-ZAEHLEN

           MOVE AB02-ERGEBNIS(WS-BLOCK-IX) TO WS-ZEILE-ERGEBNIS
           MOVE SPACES TO MANDLZER-SATZ
           STRING WS-ZEILE-AUSGANG          DELIMITED BY SPACE
                  ' BVID='                  DELIMITED BY SIZE
                  E02-BANKVERBINDUNGID(WS-BLOCK-IX)
                                            DELIMITED BY SIZE
                  ' MANDANT='               DELIMITED BY SIZE
                  WS-BLK-MANDANT(WS-BLOCK-IX)
                                            DELIMITED BY SIZE
                  ' ARCHIVJAHR='            DELIMITED BY SIZE
                  WS-BLK-ARCH-JAHR(WS-BLOCK-IX)
                                            DELIMITED BY SIZE
                  ' LOESCHGRUND='           DELIMITED BY SIZE
                  E02-LOESCHGRUND(WS-BLOCK-IX)
                                            DELIMITED BY SIZE
                  ' ERGEBNIS='              DELIMITED BY SIZE
                  WS-ZEILE-ERGEBNIS         DELIMITED BY SIZE
             INTO MANDLZER-SATZ
           END-STRING
           WRITE MANDLZER-SATZ

           EXIT.


       M0210-BLOCK-TECHNISCH-MARKIEREN.

      ***------------------------------------------------------------***
      * Blockeintrag nach gescheitertem Gesamtaufruf als technisch
      * abgewiesen kennzeichnen
      ***------------------------------------------------------------***

           MOVE E02-BANKVERBINDUNGID(WS-BLOCK-IX)
                TO AB02-BANKVERBINDUNGID(WS-BLOCK-IX)
           SET AB02-ERGEBNIS-TECHNISCH(WS-BLOCK-IX) TO TRUE

           EXIT.


       M0215-FEHLER-AUFSCHLUESSELN.

      ***------------------------------------------------------------***
      * Abgewiesene Loeschung nach dem Ergebniscode aufschluesseln
      ***------------------------------------------------------------***

           EVALUATE TRUE
              WHEN AB02-ERGEBNIS-ABLAGEPRUEFUNG(WS-BLOCK-IX)
                 ADD 1 TO WS-ANZ-F-ABLAGE
              WHEN AB02-ERGEBNIS-OFFENE-LASTSCHR(WS-BLOCK-IX)
                 ADD 1 TO WS-ANZ-F-LASTSCHR
              WHEN AB02-ERGEBNIS-MANDANT-FREMD(WS-BLOCK-IX)
                 ADD 1 TO WS-ANZ-F-MANDANT
              WHEN AB02-ERGEBNIS-TECHNISCH(WS-BLOCK-IX)
                 ADD 1 TO WS-ANZ-F-TECHNISCH
              WHEN OTHER
                 ADD 1 TO WS-ANZ-F-SONSTIGE
           END-EVALUATE

           EXIT.


       C0000-NACHWEIS-KOPF-SCHREIBEN.

      ***------------------------------------------------------------***
      * Kopf des Loeschnachweises mit Laufdatum sowie Frist und
      * Grenzdatum der Standardregel schreiben (die Regel je
      * Mandant steht in der Laufzusammenfassung)
      ***------------------------------------------------------------***

           MOVE SPACES TO MANDLZER-SATZ
           STRING 'OS1164A LOESCHNACHWEIS AUFBEWAHRUNGSFRIST'
                                            DELIMITED BY SIZE
                  ' LAUFDATUM='             DELIMITED BY SIZE
                  WS-HEUTE-DATUM            DELIMITED BY SIZE
                  ' STANDARDFRIST-JAHRE='   DELIMITED BY SIZE
                  WS-RGL-AUFBEW-JAHRE(1)    DELIMITED BY SIZE
                  ' GRENZDATUM='            DELIMITED BY SIZE
                  WS-RGL-GRENZ-DATUM(1)     DELIMITED BY SIZE
             INTO MANDLZER-SATZ
           END-STRING
           WRITE MANDLZER-SATZ

           MOVE SPACES TO MANDLZER-SATZ
           MOVE 'TEIL 1: EINZELNACHWEIS (ERGEBNIS JE MANDAT)'
                TO MANDLZER-SATZ
           WRITE MANDLZER-SATZ

           EXIT.


       C0100-NACHWEIS-SUMMEN-SCHREIBEN.

      ***------------------------------------------------------------***
      * Summenteile des Loeschnachweises je MANDANT und je
      * Archivierungsjahr sowie die Gesamtsumme schreiben
      ***------------------------------------------------------------***

           MOVE SPACES TO MANDLZER-SATZ
           MOVE 'TEIL 2: MANDANTEN' TO MANDLZER-SATZ
           WRITE MANDLZER-SATZ
           MOVE 'MANDANT     ' TO WS-ZEILE-RUBRIK
           PERFORM C0200-MANDANTEN-ZEILEN
             VARYING WS-SUCH-IX FROM 1 BY 1
             UNTIL WS-SUCH-IX > WS-MND-ANZAHL

           MOVE SPACES TO MANDLZER-SATZ
           MOVE 'TEIL 3: ARCHIVIERUNGSJAHRE' TO MANDLZER-SATZ
           WRITE MANDLZER-SATZ
           MOVE 'ARCHIVJAHR  ' TO WS-ZEILE-RUBRIK
           PERFORM C0300-JAHRES-ZEILEN
             VARYING WS-SUCH-IX FROM 1 BY 1
             UNTIL WS-SUCH-IX > WS-JHR-ANZAHL

           MOVE SPACES TO MANDLZER-SATZ
           MOVE 'TEIL 4: GESAMT' TO MANDLZER-SATZ
           WRITE MANDLZER-SATZ
           MOVE 'GESAMT      ' TO WS-ZEILE-RUBRIK
           MOVE 'ALLE'         TO WS-ZEILE-SCHLUESSEL
           MOVE WS-ANZ-GELOESCHT  TO WS-ZEILE-GELOESCHT-X
           MOVE WS-ANZ-ABGEWIESEN TO WS-ZEILE-ABGEWIESEN-X
           PERFORM C0900-SUMMENZEILE-SCHREIBEN

           IF WS-ANZ-UEBERLAUF > ZERO
              MOVE SPACES TO MANDLZER-SATZ
              MOVE 'HINWEIS: ZAEHLTABELLE UEBERGELAUFEN -'
                   TO MANDLZER-SATZ
              WRITE MANDLZER-SATZ
              MOVE 'EINZELNE SCHLUESSEL SIND NICHT AUSGEWIESEN'
                   TO MANDLZER-SATZ
              WRITE MANDLZER-SATZ
           END-IF

           EXIT.


       C0200-MANDANTEN-ZEILEN.

      ***------------------------------------------------------------***
      * Einzelne Mandantenzeile ausgeben
      ***------------------------------------------------------------***

           MOVE WS-MND-SCHLUESSEL(WS-SUCH-IX)  TO WS-ZEILE-SCHLUESSEL
           MOVE WS-MND-GELOESCHT(WS-SUCH-IX)   TO WS-ZEILE-GELOESCHT-X
           MOVE WS-MND-ABGEWIESEN(WS-SUCH-IX)  TO WS-ZEILE-ABGEWIESEN-X
           PERFORM C0900-SUMMENZEILE-SCHREIBEN

           EXIT.


       C0300-JAHRES-ZEILEN.

      ***------------------------------------------------------------***
      * Einzelne Zeile eines Archivierungsjahres ausgeben
      ***------------------------------------------------------------***

           MOVE WS-JHR-SCHLUESSEL(WS-SUCH-IX)  TO WS-ZEILE-SCHLUESSEL
           MOVE WS-JHR-GELOESCHT(WS-SUCH-IX)   TO WS-ZEILE-GELOESCHT-X
           MOVE WS-JHR-ABGEWIESEN(WS-SUCH-IX)  TO WS-ZEILE-ABGEWIESEN-X
           PERFORM C0900-SUMMENZEILE-SCHREIBEN

           EXIT.


       C0900-SUMMENZEILE-SCHREIBEN.

      ***------------------------------------------------------------***
      * Einzelne Summenzeile des Loeschnachweises schreiben
      ***------------------------------------------------------------***

           MOVE SPACES TO MANDLZER-SATZ
           STRING WS-ZEILE-RUBRIK           DELIMITED BY SPACE
                  '='                       DELIMITED BY SIZE
                  WS-ZEILE-SCHLUESSEL       DELIMITED BY SIZE
                  ' GELOESCHT='             DELIMITED BY SIZE
                  WS-ZEILE-GELOESCHT-X      DELIMITED BY SIZE
                  ' ABGEWIESEN='            DELIMITED BY SIZE
                  WS-ZEILE-ABGEWIESEN-X     DELIMITED BY SIZE
             INTO MANDLZER-SATZ
           END-STRING
           WRITE MANDLZER-SATZ

           EXIT.


       U0100-MANDANT-ZAEHLEN.

      ***------------------------------------------------------------***
      * Zaehlung je MANDANT fortschreiben; ein noch nicht
      * vorhandener Schluessel wird angelegt, solange die Tabelle
      * nicht voll ist
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-FUND-IX
           PERFORM VARYING WS-SUCH-IX FROM 1 BY 1
                   UNTIL WS-SUCH-IX > WS-MND-ANZAHL
                      OR WS-FUND-IX > ZERO
              IF WS-MND-SCHLUESSEL(WS-SUCH-IX) = WS-SUCH-SCHLUESSEL
                 MOVE WS-SUCH-IX TO WS-FUND-IX
              END-IF
           END-PERFORM

           IF WS-FUND-IX = ZERO
              IF WS-MND-ANZAHL < WS-MND-MAX
                 ADD 1 TO WS-MND-ANZAHL
                 MOVE WS-MND-ANZAHL TO WS-FUND-IX
                 MOVE WS-SUCH-SCHLUESSEL
                      TO WS-MND-SCHLUESSEL(WS-FUND-IX)
                 MOVE ZERO TO WS-MND-GELOESCHT(WS-FUND-IX)
                 MOVE ZERO TO WS-MND-ABGEWIESEN(WS-FUND-IX)
              ELSE
                 ADD 1 TO WS-ANZ-UEBERLAUF
              END-IF
           END-IF

           IF WS-FUND-IX > ZERO
              ADD WS-ZAEHL-GELOESCHT  TO WS-MND-GELOESCHT(WS-FUND-IX)
              ADD WS-ZAEHL-ABGEWIESEN TO WS-MND-ABGEWIESEN(WS-FUND-IX)
           END-IF

           EXIT.


       U0200-JAHR-ZAEHLEN.

      ***------------------------------------------------------------***
      * Zaehlung je Archivierungsjahr fortschreiben (Aufbau wie
      * U0100-MANDANT-ZAEHLEN)
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-FUND-IX
           PERFORM VARYING WS-SUCH-IX FROM 1 BY 1
                   UNTIL WS-SUCH-IX > WS-JHR-ANZAHL
                      OR WS-FUND-IX > ZERO
              IF WS-JHR-SCHLUESSEL(WS-SUCH-IX) = WS-SUCH-SCHLUESSEL
                 MOVE WS-SUCH-IX TO WS-FUND-IX
              END-IF
           END-PERFORM

           IF WS-FUND-IX = ZERO
              IF WS-JHR-ANZAHL < WS-JHR-MAX
                 ADD 1 TO WS-JHR-ANZAHL
                 MOVE WS-JHR-ANZAHL TO WS-FUND-IX
                 MOVE WS-SUCH-SCHLUESSEL
                      TO WS-JHR-SCHLUESSEL(WS-FUND-IX)
                 MOVE ZERO TO WS-JHR-GELOESCHT(WS-FUND-IX)
                 MOVE ZERO TO WS-JHR-ABGEWIESEN(WS-FUND-IX)
              ELSE
                 ADD 1 TO WS-ANZ-UEBERLAUF
              END-IF
           END-IF

           IF WS-FUND-IX > ZERO
              ADD WS-ZAEHL-GELOESCHT  TO WS-JHR-GELOESCHT(WS-FUND-IX)
              ADD WS-ZAEHL-ABGEWIESEN TO WS-JHR-ABGEWIESEN(WS-FUND-IX)
           END-IF

           EXIT.


       U0300-REGEL-ERMITTELN.

      ***------------------------------------------------------------***
      * Regel zum Mandanten WS-RGL-SUCH-MANDANT suchen und den
      * Tabelleneintrag in WS-RGL-AKT-IX bereitstellen; ein Mandant
      * ohne eigene Zeile wird mit der Standardregel nachgetragen,
      * bei voller Regeltabelle gilt Eintrag 1 (Standardregel)
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-RGL-AKT-IX

           IF WS-RGL-SUCH-MANDANT = SPACES
              OR WS-RGL-SUCH-MANDANT = '****'
              MOVE 1 TO WS-RGL-AKT-IX
           ELSE
              PERFORM U0305-REGEL-SUCHEN
                VARYING WS-RGL-IX FROM 2 BY 1
                UNTIL WS-RGL-IX > WS-RGL-ANZAHL
                   OR WS-RGL-AKT-IX > ZERO
           END-IF

           IF WS-RGL-AKT-IX = ZERO
              IF WS-RGL-ANZAHL < WS-RGL-MAX
                 ADD 1 TO WS-RGL-ANZAHL
                 MOVE WS-RGL-TAB(1) TO WS-RGL-TAB(WS-RGL-ANZAHL)
                 MOVE WS-RGL-SUCH-MANDANT
                      TO WS-RGL-MANDANT(WS-RGL-ANZAHL)
                 MOVE 'S'  TO WS-RGL-HERKUNFT(WS-RGL-ANZAHL)
                 MOVE ZERO TO WS-RGL-ANZ-ANGEWENDET(WS-RGL-ANZAHL)
                 MOVE WS-RGL-ANZAHL TO WS-RGL-AKT-IX
              ELSE
                 MOVE 1 TO WS-RGL-AKT-IX
              END-IF
           END-IF

           EXIT.


       U0305-REGEL-SUCHEN.

      ***------------------------------------------------------------***
      * Tabelleneintrag zum gesuchten Mandanten pruefen
      ***------------------------------------------------------------***

           IF WS-RGL-MANDANT(WS-RGL-IX) = WS-RGL-SUCH-MANDANT
              MOVE WS-RGL-IX TO WS-RGL-AKT-IX
           END-IF

           EXIT.


       Z9990-ABSCHLUSSMELDUNG.

      ***------------------------------------------------------------***
      * Laufzusammenfassung fuer den Operator ausgeben
      ***------------------------------------------------------------***

           DISPLAY '  '
           'OS1164A Aufbewahrungslauf beendet:'
           ' GELESEN='          WS-ANZ-GELESEN
           ' SELEKTIERT='       WS-ANZ-SELEKTIERT
           ' GELOESCHT='        WS-ANZ-GELOESCHT
           ' ABGEWIESEN='       WS-ANZ-ABGEWIESEN
           ' (STANDARDFRIST='   WS-RGL-AUFBEW-JAHRE(1) ' JAHRE)'

           DISPLAY '  '
           'OS1164A Nicht selektiert:'
           ' IN-FRIST='         WS-ANZ-IN-FRIST
           ' OHNE-ARCHIVDATUM=' WS-ANZ-DATUM-UNKLAR
           ' NICHT-ARCHIVIERT=' WS-ANZ-NICHT-ARCHIVIERT
           ' NICHT-IM-ARCHIV='  WS-ANZ-NICHT-IM-ARCHIV
           ' UNGUELTIG='        WS-ANZ-UNGUELTIG

           DISPLAY '  '
           'OS1164A Abgewiesen nach Ergebniscode:'
           ' ABLAGE='           WS-ANZ-F-ABLAGE
           ' OFFENE-LASTSCHR='  WS-ANZ-F-LASTSCHR
           ' MANDANT-FREMD='    WS-ANZ-F-MANDANT
           ' TECHNISCH='        WS-ANZ-F-TECHNISCH
           ' SONSTIGE='         WS-ANZ-F-SONSTIGE
           ' (NICHT-GEFUNDEN-TOLERIERT=' WS-ANZ-NICHTGEF ')'

           PERFORM Z9996-REGEL-ZEILEN
             VARYING WS-RGL-IX FROM 1 BY 1
             UNTIL WS-RGL-IX > WS-RGL-ANZAHL

           EXIT.


       Z9996-REGEL-ZEILEN.

      ***------------------------------------------------------------***
      * Angewandte Regel je Mandant in der Laufzusammenfassung
      * ausweisen (Standardregel immer, Mandanten nur mit Saetzen)
      ***------------------------------------------------------------***

           IF WS-RGL-IX = 1
              OR WS-RGL-ANZ-ANGEWENDET(WS-RGL-IX) > ZERO
              DISPLAY '  '
              'OS1164A REGEL:'
              ' MANDANT='   WS-RGL-MANDANT(WS-RGL-IX)
              ' VERSION='   WS-RGL-VERSION(WS-RGL-IX)
              ' HERKUNFT='  WS-RGL-HERKUNFT(WS-RGL-IX)
              ' JAHRE='     WS-RGL-AUFBEW-JAHRE(WS-RGL-IX)
              ' GRENZDATUM=' WS-RGL-GRENZ-DATUM(WS-RGL-IX)
              ' SAETZE='    WS-RGL-ANZ-ANGEWENDET(WS-RGL-IX)
           END-IF

           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              MOVE WS-ANZ-GELESEN TO WS-LAUF-ANZ-EINGABE
              MOVE WS-ANZ-GELOESCHT TO WS-LAUF-ANZ-AUSGABE

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
