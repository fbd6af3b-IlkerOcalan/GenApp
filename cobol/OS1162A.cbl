      ***------------------------------------------------------------***
      * Datum               : (vgl. ClearCase-Historie)
      * MusterVersion       : 3.3 vom 26.11.2009
      * Typ                 : Hauptprogramm (Stapel)
      *
      * Anwendung/Subsystem : GO_Partner
      * Komponente          : OSMandatDormVorwarnung
      * Name:               : OS1162A
      *
      ***------------------------------------------------------------***
      *
      * Dokumentation:
      * OS_MandatDormVorwarnung <OS1162A>
      *      Vorwarnlauf zur Massenarchivierung: laeuft zwischen dem
      *      Selektionslauf OS1151A und dem Archivierungslauf
      *      OS1150A.
      *
      *      Liest die Kandidatenliste MANDDORM (Aufbau wie im
      *      OS1150A) und ermittelt jedes Mandat, dessen VERWENDDAT
      *      innerhalb der im Steuersatz MANDPARM hinterlegten
      *      Vorwarnfrist (Spalten 29-31, in Tagen; ohne Angabe 60)
      *      die SEPA-Nichtnutzungsfrist seines MANDANTen
      *      ueberschreiten wird. Fuer jedes solche Mandat, zu dem
      *      noch keine Benachrichtigung vorliegt, wird ein Satz
      *      BANKVERBINDUNGID / MANDATREFNR / MANDANT / geplantes
      *      Archivierungsdatum in die Benachrichtigungs-
      *      schnittstelle MANDVWBR fuer die Druck-/Briefstrasse
      *      geschrieben und im Benachrichtigungsregister MANDVWRG
      *      mit dem Benachrichtigungsdatum vermerkt.
      *
      *      Das geplante Archivierungsdatum ist der erste Tag, an
      *      dem das OS1150A das Mandat nach der Nichtnutzungsfrist
      *      greifen wuerde, fruehestens jedoch der erste Tag nach
      *      Ablauf der Wartefrist (MANDPARM Spalten 32-34, in
      *      Tagen; ohne Angabe 30): das OS1150A archiviert nur
      *      Mandate, deren Benachrichtigung aelter als die
      *      Wartefrist ist.
      *
      *      Das Register wird am Laufende neu geschrieben: es
      *      bleiben nur Eintraege, deren Mandat weiterhin mit
      *      unveraendertem VERWENDDAT in MANDDORM steht. Ein
      *      inzwischen wieder verwendetes, archiviertes oder aus
      *      dem Bestand verschwundenes Mandat faellt heraus; wird
      *      ein wieder verwendetes Mandat spaeter erneut
      *      Kandidat, erhaelt es eine neue Benachrichtigung.
      *
      *      Die Nichtnutzungsfrist in Monaten steht wie beim
      *      OS1150A je MANDANT in der Regeldatei MANDREGL
      *      (Satzaufbau SO0743A); Mandanten ohne eigene Zeile
      *      erhalten die Standardregel der Datei bzw. ohne
      *      Standardregel 36 Monate. Die Laufzusammenfassung weist
      *      je Mandant die angewandte Regelversion aus.
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OS1162A.
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
      *  Kandidatenliste der Mandate zur Nichtnutzungspruefung
      ***------------------------------------------------------------***
           SELECT MANDDORM-DATEI ASSIGN TO 'MANDDORM'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDDORM-STATUS.

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
      *  Benachrichtigungsregister (wird am Laufende neu geschrieben)
      ***------------------------------------------------------------***
           SELECT MANDVWRG-DATEI ASSIGN TO 'MANDVWRG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDVWRG-STATUS.

      ***------------------------------------------------------------***
      *  Benachrichtigungsschnittstelle fuer die Druck-/Briefstrasse
      ***------------------------------------------------------------***
           SELECT MANDVWBR-DATEI ASSIGN TO 'MANDVWBR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDVWBR-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***------------------------------------------------------------***
      *  Satz der Kandidatenliste MANDDORM (Aufbau wie im OS1150A)
      ***------------------------------------------------------------***
       FD  MANDDORM-DATEI
           RECORDING MODE IS F.
       01  MANDDORM-SATZ.
           05  MANDDORM-BANKVERBINDUNGID      PIC 9(10).
           05  MANDDORM-VERWENDDAT             PIC 9(08).
           05  MANDDORM-MANDATREFNR            PIC X(35).
           05  MANDDORM-MANDANT                PIC X(04).
           05  FILLER                          PIC X(75).

      ***------------------------------------------------------------***
      *  Steuersatz der Archivierungskette (Satzaufbau und
      *  Spaltenbeschreibung wie im OS1151A; hier werden nur die
      *  Vorwarnfrist und die Wartefrist ausgewertet)
      ***------------------------------------------------------------***
       FD  MANDPARM-DATEI
           RECORDING MODE IS F.
       01  MANDPARM-SATZ.
           05  MANDPARM-GESPERRT-SW            PIC X(01).
               88  MANDPARM-GESPERRT-MITNEHMEN     VALUE 'J'.
           05  MANDPARM-BESTAND-MIN-ABS        PIC X(06).
           05  MANDPARM-BESTAND-MIN-PCT        PIC X(03).
           05  MANDPARM-DORM-MAX-ABS           PIC X(06).
           05  MANDPARM-DORM-MAX-PCT           PIC X(03).
           05  MANDPARM-SELEKT-MAX-ABS         PIC X(06).
           05  MANDPARM-SELEKT-MAX-PCT         PIC X(03).
           05  MANDPARM-VORWARN-TAGE           PIC X(03).
           05  MANDPARM-WARTE-TAGE             PIC X(03).
           05  FILLER                          PIC X(98).

      ***------------------------------------------------------------***
      *  Satz der Regeldatei MANDREGL - siehe Copystrecke SO0743A
      ***------------------------------------------------------------***
       FD  MANDREGL-DATEI
           RECORDING MODE IS F.
           COPY SO0743A REPLACING ==:PRF:== BY ==REGL==.

      ***------------------------------------------------------------***
      *  Satz des Benachrichtigungsregisters MANDVWRG
      *
      *  Je benachrichtigtem Mandat ein Satz; VERWENDDAT haelt den
      *  Stand, zu dem benachrichtigt wurde, BENACHR-DATUM den Tag
      *  der Benachrichtigung (vom OS1150A gegen die Wartefrist
      *  geprueft) und PLANDATUM das mitgeteilte geplante
      *  Archivierungsdatum.
      ***------------------------------------------------------------***
       FD  MANDVWRG-DATEI
           RECORDING MODE IS F.
       01  MANDVWRG-SATZ.
           05  MANDVWRG-BANKVERBINDUNGID      PIC 9(10).
           05  MANDVWRG-MANDATREFNR            PIC X(35).
           05  MANDVWRG-MANDANT                PIC X(04).
           05  MANDVWRG-VERWENDDAT             PIC 9(08).
           05  MANDVWRG-BENACHR-DATUM          PIC 9(08).
           05  MANDVWRG-PLANDATUM              PIC 9(08).
           05  FILLER                          PIC X(59).

      ***------------------------------------------------------------***
      *  Satz der Benachrichtigungsschnittstelle MANDVWBR (feste
      *  Spalten fuer die Druck-/Briefstrasse)
      ***------------------------------------------------------------***
       FD  MANDVWBR-DATEI
           RECORDING MODE IS F.
       01  MANDVWBR-SATZ.
           05  MANDVWBR-BANKVERBINDUNGID      PIC 9(10).
           05  MANDVWBR-MANDATREFNR            PIC X(35).
           05  MANDVWBR-MANDANT                PIC X(04).
           05  MANDVWBR-PLANDATUM              PIC 9(08).
           05  FILLER                          PIC X(75).

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
                                       VALUE 'OS1162A'.

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
      *  Bereich fuer die Kandidatenverarbeitung
      ***------------------------------------------------------------***
       01 WS-MANDDORM-BEREICH.
          05 WS-MANDDORM-STATUS            PIC X(02).
          05 WS-MANDDORM-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDDORM-DATEI-ENDE             VALUE 'J'.

      ***------------------------------------------------------------***
      *  Bereich fuer die Steuerdatei (ohne Angabe: 60 Tage
      *  Vorwarnfrist, 30 Tage Wartefrist)
      ***------------------------------------------------------------***
       01 WS-MANDPARM-BEREICH.
          05 WS-MANDPARM-STATUS            PIC X(02).
          05 WS-VORWARN-TAGE               PIC 9(03) VALUE 60.
          05 WS-WARTE-TAGE                 PIC 9(03) VALUE 30.

      ***------------------------------------------------------------***
      *  Bereiche fuer Register und Benachrichtigungsschnittstelle
      ***------------------------------------------------------------***
       01 WS-MANDVWRG-BEREICH.
          05 WS-MANDVWRG-STATUS            PIC X(02).
          05 WS-MANDVWRG-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDVWRG-DATEI-ENDE            VALUE 'J'.
       01 WS-MANDVWBR-BEREICH.
          05 WS-MANDVWBR-STATUS            PIC X(02).

      ***------------------------------------------------------------***
      *  Tabelle der Registereintraege: das Register wird
      *  vollstaendig geladen, um die Neubenachrichtigungen
      *  ergaenzt und am Laufende neu geschrieben; BEHALTEN
      *  kennzeichnet die weiterzutragenden Eintraege
      ***------------------------------------------------------------***
       01 WS-REG-TABELLE-BEREICH.
          05 WS-REG-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-REG-UEBERLAUF-SW           PIC X(01) VALUE 'N'.
             88 REG-TABELLE-UEBERLAUF          VALUE 'J'.
          05 WS-REG-TAB OCCURS 5000 TIMES.
             10 WS-REG-BVID                PIC 9(10).
             10 WS-REG-REFNR               PIC X(35).
             10 WS-REG-MANDANT             PIC X(04).
             10 WS-REG-VERWENDDAT          PIC 9(08).
             10 WS-REG-BENACHR-DATUM       PIC 9(08).
             10 WS-REG-PLANDATUM           PIC 9(08).
             10 WS-REG-BEHALTEN-SW         PIC X(01).
                88 WS-REG-BEHALTEN            VALUE 'J'.
       77 WS-REG-MAX                       PIC 9(04) COMP VALUE 5000.
       77 WS-REG-IX                        PIC 9(04) COMP VALUE ZERO.
       77 WS-REG-TREFFER-IX                PIC 9(04) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Bereich fuer die Vorwarngrenze und das geplante
      *  Archivierungsdatum
      ***------------------------------------------------------------***
       01 WS-DATUM-BEREICH.
          05 WS-HEUTE-DATUM                PIC 9(08).
          05 WS-HEUTE-INT                  PIC 9(08) COMP.
          05 WS-HORIZONT-DATUM.
             10 WS-HORIZONT-JJJJ            PIC 9(04).
             10 WS-HORIZONT-MM              PIC 9(02).
             10 WS-HORIZONT-TT              PIC 9(02).
          05 WS-HORIZONT-DATUM-N REDEFINES WS-HORIZONT-DATUM
                                            PIC 9(08).
          05 WS-GRENZ-DATUM.
             10 WS-GRENZ-JJJJ               PIC 9(04).
             10 WS-GRENZ-MM                 PIC 9(02).
             10 WS-GRENZ-TT                 PIC 9(02).
          05 WS-GRENZ-DATUM-N REDEFINES WS-GRENZ-DATUM PIC 9(08).
          05 WS-MONATE-HORIZONT             PIC 9(06) COMP.
          05 WS-MONATE-GRENZE               PIC 9(06) COMP.
          05 WS-VERWEND-DATUM.
             10 WS-VERWEND-JJJJ             PIC 9(04).
             10 WS-VERWEND-MM               PIC 9(02).
             10 WS-VERWEND-TT               PIC 9(02).
          05 WS-VERWEND-DATUM-N REDEFINES WS-VERWEND-DATUM
                                            PIC 9(08).
          05 WS-PLAN-DATUM.
             10 WS-PLAN-JJJJ                PIC 9(04).
             10 WS-PLAN-MM                  PIC 9(02).
             10 WS-PLAN-TT                  PIC 9(02).
          05 WS-PLAN-DATUM-N REDEFINES WS-PLAN-DATUM PIC 9(08).
          05 WS-FOLGEMONAT-DATUM.
             10 WS-FOLGEMONAT-JJJJ          PIC 9(04).
             10 WS-FOLGEMONAT-MM            PIC 9(02).
             10 WS-FOLGEMONAT-TT            PIC 9(02).
          05 WS-FOLGEMONAT-DATUM-N REDEFINES WS-FOLGEMONAT-DATUM
                                            PIC 9(08).
          05 WS-MONATE-PLAN                 PIC 9(06) COMP.
          05 WS-MONATSLETZTER               PIC 9(02).
          05 WS-PLAN-INT                    PIC 9(08) COMP.
          05 WS-FRUEHEST-INT                PIC 9(08) COMP.

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
      *  Zaehler fuer die Laufzusammenfassung
      ***------------------------------------------------------------***
       01 WS-ZAEHLER-BEREICH.
          05 WS-ANZ-GELESEN                PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-IM-FENSTER              PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-BENACHRICHTIGT          PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-BEREITS-BENACHR         PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-REG-GELESEN             PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-REG-ENTFALLEN           PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-REG-GETRAGEN            PIC 9(06) COMP VALUE ZERO.

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
                             VALUE 'OS1162A'.                           BOBENV
       77  MY-SYSTEM         PIC X(4)                                   BOBENV
                             VALUE 'BOB'.                               BOBENV
       77  MY-NAME-LOG       PIC X(30)                                  BOBENV
                             VALUE 'OSMandatDormVorwarnung'.            BOBENV
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

       OS1162A-MAINLINE.

      ***------------------------------------------------------------***
      * Aufbau des BOB-Environment und Stapelsteuerung
      ***------------------------------------------------------------***

           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM A0010-VORINITIALISIERUNG
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

           DISPLAY '  ' 'OS1162A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-VORINITIALISIERUNG.

      ***------------------------------------------------------------***
      * Vorwarn- und Wartefrist aus dem Steuersatz MANDPARM
      * uebernehmen und das Ende der Vorwarnfrist ermitteln; die
      * Vorwarngrenze je Mandant entsteht beim Laden der
      * Regeldatei
      ***------------------------------------------------------------***

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE-DATUM
           COMPUTE WS-HEUTE-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-HEUTE-DATUM)

           MOVE 60 TO WS-VORWARN-TAGE
           MOVE 30 TO WS-WARTE-TAGE

           OPEN INPUT MANDPARM-DATEI
           IF WS-MANDPARM-STATUS NOT = '35'
              READ MANDPARM-DATEI
                AT END
                   CONTINUE
                NOT AT END
                   IF MANDPARM-VORWARN-TAGE IS NUMERIC
                      MOVE MANDPARM-VORWARN-TAGE TO WS-VORWARN-TAGE
                   END-IF
                   IF MANDPARM-WARTE-TAGE IS NUMERIC
                      MOVE MANDPARM-WARTE-TAGE TO WS-WARTE-TAGE
                   END-IF
              END-READ
              CLOSE MANDPARM-DATEI
           END-IF

           COMPUTE WS-HORIZONT-DATUM-N = FUNCTION DATE-OF-INTEGER
                                  (WS-HEUTE-INT + WS-VORWARN-TAGE)

           COMPUTE WS-MONATE-HORIZONT = WS-HORIZONT-JJJJ * 12
                                      + WS-HORIZONT-MM

      *    fruehestes Archivierungsdatum einer heutigen
      *    Benachrichtigung: erster Tag nach Ablauf der Wartefrist
           COMPUTE WS-FRUEHEST-INT = WS-HEUTE-INT + WS-WARTE-TAGE + 1

           SET ALLES-OK TO TRUE

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
              'OS1162A ABBRUCH: Regeldatei MANDREGL ueberschreitet'
              ' die Regeltabelle - Lauf ohne Benachrichtigung beendet'
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

      *    Vorwarngrenze: Kandidat ist jedes Mandat, das das OS1150A
      *    am Ende der Vorwarnfrist ueber die Nichtnutzungsfrist des
      *    Mandanten greifen wuerde
           COMPUTE WS-MONATE-GRENZE = WS-MONATE-HORIZONT
                                    - WS-RGL-DORM-MONATE(WS-RGL-IX)
           COMPUTE WS-GRENZ-JJJJ = (WS-MONATE-GRENZE - 1) / 12
           COMPUTE WS-GRENZ-MM   = WS-MONATE-GRENZE
                                  - (WS-GRENZ-JJJJ * 12)
           MOVE WS-HORIZONT-TT TO WS-GRENZ-TT
           MOVE WS-GRENZ-DATUM-N TO WS-RGL-GRENZ-DATUM(WS-RGL-IX)

           EXIT.


       B0000-STAPELVERARBEITUNG.

      ***------------------------------------------------------------***
      * Register laden, Kandidatenliste durchlaufen und am
      * Laufende das Register neu schreiben; ohne Kandidatenliste
      * bzw. bei Ueberlauf der Ladetabelle bleibt das Register
      * unveraendert, damit keine Benachrichtigung verloren geht
      ***------------------------------------------------------------***

           PERFORM B0050-REGISTER-LADEN

           IF REG-TABELLE-UEBERLAUF
              DISPLAY '  '
              'OS1162A ABBRUCH: Register MANDVWRG ueber-'
              'schreitet die Ladetabelle - Lauf ohne'
              ' Benachrichtigung beendet'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT MANDDORM-DATEI
              IF WS-MANDDORM-STATUS = '35'
                 DISPLAY '  '
                 'OS1162A: keine Kandidatendatei MANDDORM vorhanden -'
                 ' Lauf ohne Benachrichtigung beendet'
              ELSE
                 OPEN OUTPUT MANDVWBR-DATEI
                 MOVE 'N' TO WS-MANDDORM-EOF-SW
                 PERFORM UNTIL MANDDORM-DATEI-ENDE
                    READ MANDDORM-DATEI
                      AT END
                         SET MANDDORM-DATEI-ENDE TO TRUE
                      NOT AT END
                         PERFORM B0100-KANDIDAT-PRUEFEN
                    END-READ
                 END-PERFORM
                 CLOSE MANDVWBR-DATEI
                 CLOSE MANDDORM-DATEI

                 IF REG-TABELLE-UEBERLAUF
                    DISPLAY '  '
                    'OS1162A ABBRUCH: Register MANDVWRG ueber-'
                    'schreitet die Ladetabelle - Register nicht'
                    ' fortgeschrieben'
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM C0000-REGISTER-SCHREIBEN
                 END-IF
              END-IF
           END-IF

           EXIT.


       B0050-REGISTER-LADEN.

      ***------------------------------------------------------------***
      * Benachrichtigungsregister vollstaendig in die Ladetabelle
      * uebernehmen; ohne Register beginnt die Tabelle leer.
      * BEHALTEN wird erst durch einen Treffer in MANDDORM gesetzt.
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-REG-ANZAHL

           OPEN INPUT MANDVWRG-DATEI
           IF WS-MANDVWRG-STATUS NOT = '35'
              MOVE 'N' TO WS-MANDVWRG-EOF-SW
              PERFORM UNTIL MANDVWRG-DATEI-ENDE
                 READ MANDVWRG-DATEI
                   AT END
                      SET MANDVWRG-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0060-REGISTERSATZ-LADEN
                 END-READ
              END-PERFORM
              CLOSE MANDVWRG-DATEI
           END-IF

           EXIT.


       B0060-REGISTERSATZ-LADEN.

      ***------------------------------------------------------------***
      * Einzelnen Registersatz in die Ladetabelle uebernehmen
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-REG-GELESEN

           IF WS-REG-ANZAHL < WS-REG-MAX
              ADD 1 TO WS-REG-ANZAHL
              MOVE MANDVWRG-BANKVERBINDUNGID
                   TO WS-REG-BVID(WS-REG-ANZAHL)
              MOVE MANDVWRG-MANDATREFNR
                   TO WS-REG-REFNR(WS-REG-ANZAHL)
              MOVE MANDVWRG-MANDANT
                   TO WS-REG-MANDANT(WS-REG-ANZAHL)
              MOVE MANDVWRG-VERWENDDAT
                   TO WS-REG-VERWENDDAT(WS-REG-ANZAHL)
              MOVE MANDVWRG-BENACHR-DATUM
                   TO WS-REG-BENACHR-DATUM(WS-REG-ANZAHL)
              MOVE MANDVWRG-PLANDATUM
                   TO WS-REG-PLANDATUM(WS-REG-ANZAHL)
              MOVE 'N' TO WS-REG-BEHALTEN-SW(WS-REG-ANZAHL)
           ELSE
              MOVE 'J' TO WS-REG-UEBERLAUF-SW
           END-IF

           EXIT.


       B0100-KANDIDAT-PRUEFEN.

      ***------------------------------------------------------------***
      * Einzelnen Kandidaten gegen das Register und die
      * Vorwarngrenze pruefen: ein bereits zum selben VERWENDDAT
      * benachrichtigtes Mandat bleibt im Register stehen, ein
      * neu in die Vorwarnfrist fallendes wird benachrichtigt
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-GELESEN

           MOVE ZERO TO WS-REG-TREFFER-IX
           PERFORM B0110-REGISTER-SUCHEN
             VARYING WS-REG-IX FROM 1 BY 1
             UNTIL WS-REG-IX > WS-REG-ANZAHL
                OR WS-REG-TREFFER-IX > ZERO

           MOVE MANDDORM-MANDANT TO WS-RGL-SUCH-MANDANT
           PERFORM U0300-REGEL-ERMITTELN
           ADD 1 TO WS-RGL-ANZ-ANGEWENDET(WS-RGL-AKT-IX)

           IF MANDDORM-VERWENDDAT < WS-RGL-GRENZ-DATUM(WS-RGL-AKT-IX)
              ADD 1 TO WS-ANZ-IM-FENSTER
              IF WS-REG-TREFFER-IX > ZERO
                 ADD 1 TO WS-ANZ-BEREITS-BENACHR
                 MOVE 'J' TO WS-REG-BEHALTEN-SW(WS-REG-TREFFER-IX)
              ELSE
                 PERFORM B0120-BENACHRICHTIGEN
              END-IF
           ELSE
      *       Mandat liegt (wieder) ausserhalb der Vorwarnfrist -
      *       eine fruehere Benachrichtigung bleibt trotzdem
      *       stehen, solange das VERWENDDAT unveraendert ist
              IF WS-REG-TREFFER-IX > ZERO
                 MOVE 'J' TO WS-REG-BEHALTEN-SW(WS-REG-TREFFER-IX)
              END-IF
           END-IF

           EXIT.


       B0110-REGISTER-SUCHEN.

      ***------------------------------------------------------------***
      * Registereintrag zur BANKVERBINDUNGID mit unveraendertem
      * VERWENDDAT suchen; ein Eintrag zu einem aelteren
      * VERWENDDAT gilt als erledigt (Mandat wurde verwendet)
      ***------------------------------------------------------------***

           IF WS-REG-BVID(WS-REG-IX) = MANDDORM-BANKVERBINDUNGID
              AND WS-REG-VERWENDDAT(WS-REG-IX) = MANDDORM-VERWENDDAT
              MOVE WS-REG-IX TO WS-REG-TREFFER-IX
           END-IF

           EXIT.


       B0120-BENACHRICHTIGEN.

      ***------------------------------------------------------------***
      * Geplantes Archivierungsdatum ermitteln, den Benachrich-
      * tigungssatz schreiben und das Mandat ins Register
      * aufnehmen
      ***------------------------------------------------------------***

           PERFORM B0130-PLANDATUM-ERMITTELN

           IF WS-REG-ANZAHL < WS-REG-MAX
              MOVE SPACES TO MANDVWBR-SATZ
              MOVE MANDDORM-BANKVERBINDUNGID
                   TO MANDVWBR-BANKVERBINDUNGID
              MOVE MANDDORM-MANDATREFNR TO MANDVWBR-MANDATREFNR
              MOVE MANDDORM-MANDANT     TO MANDVWBR-MANDANT
              MOVE WS-PLAN-DATUM-N      TO MANDVWBR-PLANDATUM
              WRITE MANDVWBR-SATZ
              ADD 1 TO WS-ANZ-BENACHRICHTIGT

              ADD 1 TO WS-REG-ANZAHL
              MOVE MANDDORM-BANKVERBINDUNGID
                   TO WS-REG-BVID(WS-REG-ANZAHL)
              MOVE MANDDORM-MANDATREFNR
                   TO WS-REG-REFNR(WS-REG-ANZAHL)
              MOVE MANDDORM-MANDANT
                   TO WS-REG-MANDANT(WS-REG-ANZAHL)
              MOVE MANDDORM-VERWENDDAT
                   TO WS-REG-VERWENDDAT(WS-REG-ANZAHL)
              MOVE WS-HEUTE-DATUM
                   TO WS-REG-BENACHR-DATUM(WS-REG-ANZAHL)
              MOVE WS-PLAN-DATUM-N
                   TO WS-REG-PLANDATUM(WS-REG-ANZAHL)
              MOVE 'J' TO WS-REG-BEHALTEN-SW(WS-REG-ANZAHL)
           ELSE
              MOVE 'J' TO WS-REG-UEBERLAUF-SW
           END-IF

           EXIT.


       B0130-PLANDATUM-ERMITTELN.

      ***------------------------------------------------------------***
      * Geplantes Archivierungsdatum: VERWENDDAT plus die Nicht-
      * nutzungsfrist des Mandanten in Monaten (Tag auf den
      * Monatsletzten begrenzt) plus ein Tag - der erste Tag, an
      * dem das OS1150A das Mandat greift; liegt dieser vor dem
      * Ende der Wartefrist, gilt der erste Tag nach der
      * Wartefrist
      ***------------------------------------------------------------***

           MOVE MANDDORM-VERWENDDAT TO WS-VERWEND-DATUM-N

           COMPUTE WS-MONATE-PLAN = WS-VERWEND-JJJJ * 12
                                  + WS-VERWEND-MM
                                  + WS-RGL-DORM-MONATE(WS-RGL-AKT-IX)
           COMPUTE WS-PLAN-JJJJ = (WS-MONATE-PLAN - 1) / 12
           COMPUTE WS-PLAN-MM   = WS-MONATE-PLAN
                                 - (WS-PLAN-JJJJ * 12)
           MOVE 1 TO WS-PLAN-TT

      *    Monatsletzten des Zielmonats ueber den Ersten des
      *    Folgemonats bestimmen
           IF WS-PLAN-MM = 12
              COMPUTE WS-FOLGEMONAT-JJJJ = WS-PLAN-JJJJ + 1
              MOVE 1 TO WS-FOLGEMONAT-MM
           ELSE
              MOVE WS-PLAN-JJJJ TO WS-FOLGEMONAT-JJJJ
              COMPUTE WS-FOLGEMONAT-MM = WS-PLAN-MM + 1
           END-IF
           MOVE 1 TO WS-FOLGEMONAT-TT
           COMPUTE WS-PLAN-INT = FUNCTION INTEGER-OF-DATE
                                 (WS-FOLGEMONAT-DATUM-N) - 1
           COMPUTE WS-FOLGEMONAT-DATUM-N = FUNCTION DATE-OF-INTEGER
                                 (WS-PLAN-INT)
           MOVE WS-FOLGEMONAT-TT TO WS-MONATSLETZTER

           IF WS-VERWEND-TT > WS-MONATSLETZTER
              MOVE WS-MONATSLETZTER TO WS-PLAN-TT
           ELSE
              MOVE WS-VERWEND-TT TO WS-PLAN-TT
           END-IF

           COMPUTE WS-PLAN-INT = FUNCTION INTEGER-OF-DATE
                                 (WS-PLAN-DATUM-N) + 1

           IF WS-PLAN-INT < WS-FRUEHEST-INT
              MOVE WS-FRUEHEST-INT TO WS-PLAN-INT
           END-IF

           COMPUTE WS-PLAN-DATUM-N = FUNCTION DATE-OF-INTEGER
                                 (WS-PLAN-INT)

           EXIT.


       C0000-REGISTER-SCHREIBEN.

      ***------------------------------------------------------------***
      * Register MANDVWRG mit den weiterzutragenden Eintraegen neu
      * schreiben: Eintraege ohne Treffer in MANDDORM entfallen
      ***------------------------------------------------------------***

           OPEN OUTPUT MANDVWRG-DATEI
           PERFORM C0100-REGISTERSATZ-SCHREIBEN
             VARYING WS-REG-IX FROM 1 BY 1
             UNTIL WS-REG-IX > WS-REG-ANZAHL
           CLOSE MANDVWRG-DATEI

           EXIT.


       C0100-REGISTERSATZ-SCHREIBEN.

      ***------------------------------------------------------------***
      * Einzelnen weiterzutragenden Registereintrag zurueckschreiben
      ***------------------------------------------------------------***

           IF WS-REG-BEHALTEN(WS-REG-IX)
              ADD 1 TO WS-ANZ-REG-GETRAGEN
              MOVE SPACES TO MANDVWRG-SATZ
              MOVE WS-REG-BVID(WS-REG-IX)
                   TO MANDVWRG-BANKVERBINDUNGID
              MOVE WS-REG-REFNR(WS-REG-IX)
                   TO MANDVWRG-MANDATREFNR
              MOVE WS-REG-MANDANT(WS-REG-IX)
                   TO MANDVWRG-MANDANT
              MOVE WS-REG-VERWENDDAT(WS-REG-IX)
                   TO MANDVWRG-VERWENDDAT
              MOVE WS-REG-BENACHR-DATUM(WS-REG-IX)
                   TO MANDVWRG-BENACHR-DATUM
              MOVE WS-REG-PLANDATUM(WS-REG-IX)
                   TO MANDVWRG-PLANDATUM
              WRITE MANDVWRG-SATZ
           ELSE
              ADD 1 TO WS-ANZ-REG-ENTFALLEN
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
           'OS1162A Vorwarnlauf beendet:'
           ' GELESEN='          WS-ANZ-GELESEN
           ' IM-FENSTER='       WS-ANZ-IM-FENSTER
           ' BENACHRICHTIGT='   WS-ANZ-BENACHRICHTIGT
           ' BEREITS-BENACHR='  WS-ANZ-BEREITS-BENACHR

           DISPLAY '  '
           'OS1162A Register:'
           ' GELESEN='       WS-ANZ-REG-GELESEN
           ' GETRAGEN='      WS-ANZ-REG-GETRAGEN
           ' ENTFALLEN='     WS-ANZ-REG-ENTFALLEN
           ' (VORWARNFRIST=' WS-VORWARN-TAGE
           ' WARTEFRIST='    WS-WARTE-TAGE ')'

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
              'OS1162A REGEL:'
              ' MANDANT='   WS-RGL-MANDANT(WS-RGL-IX)
              ' VERSION='   WS-RGL-VERSION(WS-RGL-IX)
              ' HERKUNFT='  WS-RGL-HERKUNFT(WS-RGL-IX)
              ' MONATE='    WS-RGL-DORM-MONATE(WS-RGL-IX)
              ' VORWARNGRENZE=' WS-RGL-GRENZ-DATUM(WS-RGL-IX)
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
              MOVE WS-ANZ-BENACHRICHTIGT TO WS-LAUF-ANZ-AUSGABE

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
