      ***------------------------------------------------------------***
      * Datum               : (vgl. ClearCase-Historie)
      * MusterVersion       : 3.3 vom 26.11.2009
      * Typ                 : Hauptprogramm (Stapel)
      *
      * Anwendung/Subsystem : GO_Partner
      * Komponente          : OSMandatLaufjournalBericht
      * Name:               : OS1165A
      *
      ***------------------------------------------------------------***
      *
      * Dokumentation:
      * OS_MandatLaufjournalBericht <OS1165A>
      *      Taeglicher Bericht ueber das zentrale Laufjournal
      *      MANDLAUF fuer die Fruehschicht.
      *
      *      Jedes Stapelprogramm der Mandatsverwaltung haengt beim
      *      Start einen Eroeffnungssatz und beim Ende einen
      *      Abschlusssatz mit derselben Lauf-ID an das Journal an
      *      (Satzaufbau SO0744A). Dieser Lauf liest das Journal
      *      einmal sequentiell und weist fuer alle ab dem
      *      Berichtsdatum gestarteten Laeufe aus:
      *
      *      - fehlgeschlagene Laeufe (ENDESTATUS FE, RETURN-CODE
      *        8 und hoeher),
      *      - abgebrochene Laeufe (Eroeffnungssatz ohne
      *        Abschlusssatz - der Lauf wurde nie geschlossen),
      *      - ungewoehnlich lange Laeufe: die Laufdauer liegt ueber
      *        der Mindestdauer und - sofern fuer das Programm
      *        mindestens drei weitere abgeschlossene Laeufe im
      *        Journal stehen - zugleich ueber dem eingestellten
      *        Vielfachen der durchschnittlichen Laufdauer dieser
      *        Vergleichslaeufe.
      *
      *      Der Steuersatz MANDLPAR ist optional: Spalten 1-8
      *      Berichtsdatum JJJJMMTT (leer = Vortag, damit die
      *      Nachtlaeufe ueber Mitternacht vollstaendig erfasst
      *      werden), Spalten 9-12 Mindestdauer in Minuten (leer =
      *      30), Spalten 13-15 Vielfaches der Durchschnittsdauer in
      *      Prozent (leer = 200). Der eigene Lauf des OS1165A wird
      *      nicht berichtet.
      *
      *      Der Bericht MANDLBER enthaelt je Teil eine Zeile pro
      *      auffaelligem Lauf - bei langen Laeufen gefolgt von einer
      *      Zeile mit Anzahl und Durchschnittsdauer der Vergleichs-
      *      laeufe - und schliesst mit den Summen je Endestatus.
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OS1165A.
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
      *  Steuersatz des Berichts (Berichtsdatum, Schwellen)
      ***------------------------------------------------------------***
           SELECT MANDLPAR-DATEI ASSIGN TO 'MANDLPAR'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLPAR-STATUS.

      ***------------------------------------------------------------***
      *  Laufjournal-Bericht fuer die Fruehschicht
      ***------------------------------------------------------------***
           SELECT MANDLBER-DATEI ASSIGN TO 'MANDLBER'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLBER-STATUS.

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
       FD  MANDLPAR-DATEI
           RECORDING MODE IS F.
       01  MANDLPAR-SATZ.
           05  MANDLPAR-BERICHT-DATUM          PIC X(08).
           05  MANDLPAR-MINDEST-MINUTEN        PIC X(04).
           05  MANDLPAR-FAKTOR-PROZENT         PIC X(03).
           05  FILLER                          PIC X(117).

      ***------------------------------------------------------------***
      *  Zeile des Laufjournal-Berichts
      ***------------------------------------------------------------***
       FD  MANDLBER-DATEI
           RECORDING MODE IS F.
       01  MANDLBER-SATZ                    PIC X(132).

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
                                       VALUE 'OS1165A'.

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
      *  Bereich fuer den Steuersatz
      ***------------------------------------------------------------***
       01 WS-MANDLPAR-BEREICH.
          05 WS-MANDLPAR-STATUS            PIC X(02).
          05 WS-BERICHT-DATUM              PIC 9(08) VALUE ZERO.
          05 WS-MINDEST-MINUTEN            PIC 9(04) VALUE 30.
          05 WS-FAKTOR-PROZENT             PIC 9(03) VALUE 200.
          05 WS-MINDEST-SEK                PIC 9(09) VALUE ZERO.

      ***------------------------------------------------------------***
      *  Bereich fuer den Bericht
      ***------------------------------------------------------------***
       01 WS-MANDLBER-BEREICH.
          05 WS-MANDLBER-STATUS            PIC X(02).
          05 WS-ZEILE-DAUER-MIN            PIC 9(05).
          05 WS-ZEILE-SCHNITT-MIN          PIC 9(05).
          05 WS-ZEILE-VGL-ANZAHL           PIC 9(07).
          05 WS-TEIL-ANZAHL                PIC 9(06) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Bereich fuer das Lesen des Laufjournals
      ***------------------------------------------------------------***
       01 WS-JOURNAL-BEREICH.
          05 WS-MANDLAUF-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDLAUF-DATEI-ENDE            VALUE 'J'.
          05 WS-ABBRUCH-SW                 PIC X(01) VALUE 'N'.
             88 LAUF-ABGEBROCHEN               VALUE 'J'.

      ***------------------------------------------------------------***
      *  Bereich fuer die Dauerberechnung (Sekunden zwischen Start
      *  und Ende eines Laufs)
      ***------------------------------------------------------------***
       01 WS-DAUER-BEREICH.
          05 WS-DAUER-START-DATUM          PIC 9(08).
          05 WS-DAUER-START-ZEIT           PIC 9(06).
          05 WS-DAUER-START-ZEIT-R REDEFINES WS-DAUER-START-ZEIT.
             10 WS-DAUER-START-HH          PIC 9(02).
             10 WS-DAUER-START-MI          PIC 9(02).
             10 WS-DAUER-START-SS          PIC 9(02).
          05 WS-DAUER-ENDE-DATUM           PIC 9(08).
          05 WS-DAUER-ENDE-ZEIT            PIC 9(06).
          05 WS-DAUER-ENDE-ZEIT-R REDEFINES WS-DAUER-ENDE-ZEIT.
             10 WS-DAUER-ENDE-HH           PIC 9(02).
             10 WS-DAUER-ENDE-MI           PIC 9(02).
             10 WS-DAUER-ENDE-SS           PIC 9(02).
          05 WS-DAUER-SEK                  PIC S9(09) COMP.

      ***------------------------------------------------------------***
      *  Lauftabelle: je ab dem Berichtsdatum gestartetem Lauf
      *  Eroeffnungs- und (falls vorhanden) Abschlussdaten
      ***------------------------------------------------------------***
       01 WS-LAUFTAB-BEREICH.
          05 WS-LTB-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-LTB-UEBERLAUF-SW           PIC X(01) VALUE 'N'.
             88 LTB-TABELLE-UEBERLAUF          VALUE 'J'.
          05 WS-LTB-TAB OCCURS 2000 TIMES.
             10 WS-LTB-LAUF-ID             PIC X(20).
             10 WS-LTB-PROGRAMM            PIC X(08).
             10 WS-LTB-START-DATUM         PIC 9(08).
             10 WS-LTB-START-ZEIT          PIC 9(06).
             10 WS-LTB-ENDE-DATUM          PIC 9(08).
             10 WS-LTB-ENDE-ZEIT           PIC 9(06).
             10 WS-LTB-ANZ-EINGABE         PIC 9(09).
             10 WS-LTB-ANZ-AUSGABE         PIC 9(09).
             10 WS-LTB-RETURNCODE          PIC 9(04).
             10 WS-LTB-ENDESTATUS          PIC X(02).
                88 WS-LTB-ENDE-OK             VALUE 'OK'.
                88 WS-LTB-ENDE-WARNUNG        VALUE 'WA'.
                88 WS-LTB-ENDE-FEHLER         VALUE 'FE'.
             10 WS-LTB-GESCHLOSSEN-SW      PIC X(01).
                88 WS-LTB-GESCHLOSSEN         VALUE 'J'.
             10 WS-LTB-DAUER-SEK           PIC S9(09) COMP.
       77 WS-LTB-MAX                       PIC 9(04) COMP VALUE 2000.
       77 WS-LTB-IX                        PIC 9(04) COMP VALUE ZERO.
       77 WS-LTB-FUND-IX                   PIC 9(04) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Programmtabelle: je Programm Anzahl und Gesamtdauer aller
      *  abgeschlossenen Laeufe im Journal (Vergleichsbasis fuer
      *  die Langlaeufer)
      ***------------------------------------------------------------***
       01 WS-PGMTAB-BEREICH.
          05 WS-PGT-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-PGT-TAB OCCURS 100 TIMES.
             10 WS-PGT-PROGRAMM            PIC X(08).
             10 WS-PGT-ANZ-LAEUFE          PIC 9(07) COMP.
             10 WS-PGT-SUMME-SEK           PIC S9(15) COMP.
       77 WS-PGT-MAX                       PIC 9(04) COMP VALUE 100.
       77 WS-PGT-IX                        PIC 9(04) COMP VALUE ZERO.
       77 WS-PGT-FUND-IX                   PIC 9(04) COMP VALUE ZERO.
       77 WS-PGT-SUCH-PROGRAMM             PIC X(08) VALUE SPACES.
       77 WS-MIN-VERGLEICHSLAEUFE          PIC 9(04) COMP VALUE 3.

      ***------------------------------------------------------------***
      *  Bereich fuer die Langlaeufer-Pruefung
      ***------------------------------------------------------------***
       01 WS-LANG-BEREICH.
          05 WS-VGL-ANZAHL                 PIC 9(07) COMP VALUE ZERO.
          05 WS-VGL-SCHNITT-SEK            PIC S9(09) COMP VALUE ZERO.
          05 WS-LANG-SW                    PIC X(01) VALUE 'N'.
             88 LAUF-IST-LANG                  VALUE 'J'.
          05 WS-SCHNITT-SW                 PIC X(01) VALUE 'N'.
             88 ZEILE-MIT-SCHNITT              VALUE 'J'.

      ***------------------------------------------------------------***
      *  Zaehler fuer die Laufzusammenfassung
      ***------------------------------------------------------------***
       01 WS-ZAEHLER-BEREICH.
          05 WS-ANZ-GELESEN                PIC 9(09) COMP VALUE ZERO.
          05 WS-ANZ-LAEUFE                 PIC 9(06) VALUE ZERO.
          05 WS-ANZ-OK                     PIC 9(06) VALUE ZERO.
          05 WS-ANZ-WARNUNG                PIC 9(06) VALUE ZERO.
          05 WS-ANZ-FEHLER                 PIC 9(06) VALUE ZERO.
          05 WS-ANZ-OFFEN                  PIC 9(06) VALUE ZERO.
          05 WS-ANZ-LANG                   PIC 9(06) VALUE ZERO.
          05 WS-ANZ-BERICHTET              PIC 9(06) COMP VALUE ZERO.

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
                             VALUE 'OS1165A'.                           BOBENV
       77  MY-SYSTEM         PIC X(4)                                   BOBENV
                             VALUE 'BOB'.                               BOBENV
       77  MY-NAME-LOG       PIC X(30)                                  BOBENV
                             VALUE 'OSMandatLaufjournalBericht'.        BOBENV
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

       OS1165A-MAINLINE.

      ***------------------------------------------------------------***
      * Aufbau des BOB-Environment und Stapelsteuerung
      ***------------------------------------------------------------***

           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM A0010-PARAMETER-LESEN
              PERFORM B0000-JOURNAL-LESEN
              IF NOT LAUF-ABGEBROCHEN
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

           DISPLAY '  ' 'OS1165A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-PARAMETER-LESEN.

      ***------------------------------------------------------------***
      * Steuersatz MANDLPAR lesen; fehlende bzw. nicht numerische
      * Angaben werden durch die Vorgaben ersetzt (Vortag, 30
      * Minuten, 200 Prozent)
      ***------------------------------------------------------------***

           COMPUTE WS-BERICHT-DATUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAUF-START-DATUM) - 1)

           OPEN INPUT MANDLPAR-DATEI
           IF WS-MANDLPAR-STATUS = '35'
              DISPLAY '  '
              'OS1165A: kein Steuersatz MANDLPAR vorhanden -'
              ' Vorgaben werden verwendet'
           ELSE
              READ MANDLPAR-DATEI
                AT END
                   DISPLAY '  '
                   'OS1165A: Steuerdatei MANDLPAR ist leer -'
                   ' Vorgaben werden verwendet'
                NOT AT END
                   IF MANDLPAR-BERICHT-DATUM IS NUMERIC
                      MOVE MANDLPAR-BERICHT-DATUM TO WS-BERICHT-DATUM
                   END-IF
                   IF MANDLPAR-MINDEST-MINUTEN IS NUMERIC
                      MOVE MANDLPAR-MINDEST-MINUTEN
                           TO WS-MINDEST-MINUTEN
                   END-IF
                   IF MANDLPAR-FAKTOR-PROZENT IS NUMERIC
                      AND MANDLPAR-FAKTOR-PROZENT > '100'
                      MOVE MANDLPAR-FAKTOR-PROZENT
                           TO WS-FAKTOR-PROZENT
                   END-IF
              END-READ
              CLOSE MANDLPAR-DATEI
           END-IF

           COMPUTE WS-MINDEST-SEK = WS-MINDEST-MINUTEN * 60

           SET ALLES-OK TO TRUE

           EXIT.


       B0000-JOURNAL-LESEN.

      ***------------------------------------------------------------***
      * Laufjournal einmal sequentiell lesen: Eroeffnungssaetze ab
      * dem Berichtsdatum in die Lauftabelle, Abschlusssaetze zu
      * ihrem Lauf und in die Programmtabelle
      ***------------------------------------------------------------***

           OPEN INPUT MANDLAUF-DATEI
           IF WS-MANDLAUF-STATUS = '35'
              DISPLAY '  '
              'OS1165A: kein Laufjournal MANDLAUF vorhanden -'
              ' Bericht ohne Laeufe'
           ELSE
              MOVE 'N' TO WS-MANDLAUF-EOF-SW
              PERFORM UNTIL MANDLAUF-DATEI-ENDE
                         OR LAUF-ABGEBROCHEN
                 READ MANDLAUF-DATEI
                   AT END
                      SET MANDLAUF-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0100-JOURNALSATZ-VERARBEITEN
                 END-READ
              END-PERFORM
              CLOSE MANDLAUF-DATEI
           END-IF

           EXIT.


       B0100-JOURNALSATZ-VERARBEITEN.

      ***------------------------------------------------------------***
      * Einzelnen Journalsatz zuordnen; der eigene Lauf bleibt
      * unberuecksichtigt
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-GELESEN

           EVALUATE TRUE
              WHEN JRN-LAUF-ID = WS-LAUF-ID
                 CONTINUE
              WHEN JRN-EROEFFNUNG
               AND JRN-START-DATUM NOT < WS-BERICHT-DATUM
                 PERFORM B0110-LAUF-AUFNEHMEN
              WHEN JRN-ABSCHLUSS
                 PERFORM B0120-LAUF-ABSCHLIESSEN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EXIT.


       B0110-LAUF-AUFNEHMEN.

      ***------------------------------------------------------------***
      * Eroeffneten Lauf in die Lauftabelle aufnehmen; laeuft die
      * Tabelle ueber, wird der Lauf mit RETURN-CODE 8 beendet,
      * statt einen unvollstaendigen Bericht zu liefern
      ***------------------------------------------------------------***

           IF WS-LTB-ANZAHL NOT < WS-LTB-MAX
              MOVE 'J' TO WS-LTB-UEBERLAUF-SW
              MOVE 'J' TO WS-ABBRUCH-SW
              MOVE 8 TO RETURN-CODE
              DISPLAY '  '
              'OS1165A: Lauftabelle voll (' WS-LTB-MAX
              ' Laeufe) - Lauf abgebrochen'
           ELSE
              ADD 1 TO WS-LTB-ANZAHL
              MOVE WS-LTB-ANZAHL     TO WS-LTB-IX
              MOVE JRN-LAUF-ID       TO WS-LTB-LAUF-ID(WS-LTB-IX)
              MOVE JRN-PROGRAMM      TO WS-LTB-PROGRAMM(WS-LTB-IX)
              MOVE JRN-START-DATUM   TO WS-LTB-START-DATUM(WS-LTB-IX)
              MOVE JRN-START-ZEIT    TO WS-LTB-START-ZEIT(WS-LTB-IX)
              MOVE ZERO              TO WS-LTB-ENDE-DATUM(WS-LTB-IX)
                                        WS-LTB-ENDE-ZEIT(WS-LTB-IX)
                                        WS-LTB-ANZ-EINGABE(WS-LTB-IX)
                                        WS-LTB-ANZ-AUSGABE(WS-LTB-IX)
                                        WS-LTB-RETURNCODE(WS-LTB-IX)
                                        WS-LTB-DAUER-SEK(WS-LTB-IX)
              MOVE 'LA'              TO WS-LTB-ENDESTATUS(WS-LTB-IX)
              MOVE 'N'               TO WS-LTB-GESCHLOSSEN-SW(WS-LTB-IX)
           END-IF

           EXIT.


       B0120-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz: Laufdauer ermitteln, in der Programmtabelle
      * fortschreiben und - sofern der Lauf im Berichtszeitraum
      * eroeffnet wurde - beim Lauf in der Lauftabelle vermerken
      ***------------------------------------------------------------***

           MOVE JRN-START-DATUM TO WS-DAUER-START-DATUM
           MOVE JRN-START-ZEIT  TO WS-DAUER-START-ZEIT
           MOVE JRN-ENDE-DATUM  TO WS-DAUER-ENDE-DATUM
           MOVE JRN-ENDE-ZEIT   TO WS-DAUER-ENDE-ZEIT
           PERFORM U0100-DAUER-ERMITTELN

           PERFORM B0130-PROGRAMM-FORTSCHREIBEN

           MOVE ZERO TO WS-LTB-FUND-IX
           PERFORM U0200-LAUF-SUCHEN
             VARYING WS-LTB-IX FROM 1 BY 1
             UNTIL WS-LTB-IX > WS-LTB-ANZAHL
                OR WS-LTB-FUND-IX > ZERO

           IF WS-LTB-FUND-IX > ZERO
              MOVE WS-LTB-FUND-IX TO WS-LTB-IX
              MOVE JRN-ENDE-DATUM  TO WS-LTB-ENDE-DATUM(WS-LTB-IX)
              MOVE JRN-ENDE-ZEIT   TO WS-LTB-ENDE-ZEIT(WS-LTB-IX)
              MOVE JRN-ANZ-EINGABE TO WS-LTB-ANZ-EINGABE(WS-LTB-IX)
              MOVE JRN-ANZ-AUSGABE TO WS-LTB-ANZ-AUSGABE(WS-LTB-IX)
              MOVE JRN-RETURNCODE  TO WS-LTB-RETURNCODE(WS-LTB-IX)
              MOVE JRN-ENDESTATUS  TO WS-LTB-ENDESTATUS(WS-LTB-IX)
              MOVE WS-DAUER-SEK    TO WS-LTB-DAUER-SEK(WS-LTB-IX)
              MOVE 'J'         TO WS-LTB-GESCHLOSSEN-SW(WS-LTB-IX)
           END-IF

           EXIT.


       B0130-PROGRAMM-FORTSCHREIBEN.

      ***------------------------------------------------------------***
      * Anzahl und Gesamtdauer der abgeschlossenen Laeufe je
      * Programm fortschreiben; Programme jenseits der Tabellen-
      * groesse bleiben ohne Vergleichsbasis
      ***------------------------------------------------------------***

           MOVE ZERO         TO WS-PGT-FUND-IX
           MOVE JRN-PROGRAMM TO WS-PGT-SUCH-PROGRAMM
           PERFORM U0300-PROGRAMM-SUCHEN
             VARYING WS-PGT-IX FROM 1 BY 1
             UNTIL WS-PGT-IX > WS-PGT-ANZAHL
                OR WS-PGT-FUND-IX > ZERO

           IF WS-PGT-FUND-IX = ZERO
              AND WS-PGT-ANZAHL < WS-PGT-MAX
              ADD 1 TO WS-PGT-ANZAHL
              MOVE WS-PGT-ANZAHL TO WS-PGT-FUND-IX
              MOVE JRN-PROGRAMM  TO WS-PGT-PROGRAMM(WS-PGT-FUND-IX)
              MOVE ZERO          TO WS-PGT-ANZ-LAEUFE(WS-PGT-FUND-IX)
                                    WS-PGT-SUMME-SEK(WS-PGT-FUND-IX)
           END-IF

           IF WS-PGT-FUND-IX > ZERO
              ADD 1            TO WS-PGT-ANZ-LAEUFE(WS-PGT-FUND-IX)
              ADD WS-DAUER-SEK TO WS-PGT-SUMME-SEK(WS-PGT-FUND-IX)
           END-IF

           EXIT.


       C0000-BERICHT-SCHREIBEN.

      ***------------------------------------------------------------***
      * Bericht MANDLBER schreiben: Kopf, fehlgeschlagene,
      * abgebrochene und ungewoehnlich lange Laeufe, Summen
      ***------------------------------------------------------------***

           OPEN OUTPUT MANDLBER-DATEI

           MOVE SPACES TO MANDLBER-SATZ
           STRING 'OS1165A LAUFJOURNAL-BERICHT'
                                            DELIMITED BY SIZE
                  ' LAEUFE-AB='             DELIMITED BY SIZE
                  WS-BERICHT-DATUM          DELIMITED BY SIZE
                  ' ERSTELLT='              DELIMITED BY SIZE
                  WS-LAUF-START-DATUM       DELIMITED BY SIZE
                  ' MINDESTDAUER-MIN='      DELIMITED BY SIZE
                  WS-MINDEST-MINUTEN        DELIMITED BY SIZE
                  ' FAKTOR-PROZENT='        DELIMITED BY SIZE
                  WS-FAKTOR-PROZENT         DELIMITED BY SIZE
             INTO MANDLBER-SATZ
           END-STRING
           WRITE MANDLBER-SATZ

           MOVE SPACES TO MANDLBER-SATZ
           WRITE MANDLBER-SATZ
           MOVE 'TEIL 1: FEHLGESCHLAGENE LAEUFE (RETURN-CODE AB 8)'
             TO MANDLBER-SATZ
           WRITE MANDLBER-SATZ
           MOVE ZERO TO WS-TEIL-ANZAHL
           PERFORM C0100-FEHLER-PRUEFEN
             VARYING WS-LTB-IX FROM 1 BY 1
             UNTIL WS-LTB-IX > WS-LTB-ANZAHL
           PERFORM C0900-TEIL-ABSCHLIESSEN

           MOVE SPACES TO MANDLBER-SATZ
           WRITE MANDLBER-SATZ
           MOVE 'TEIL 2: ABGEBROCHENE LAEUFE (OHNE ABSCHLUSSSATZ)'
             TO MANDLBER-SATZ
           WRITE MANDLBER-SATZ
           MOVE ZERO TO WS-TEIL-ANZAHL
           PERFORM C0200-OFFEN-PRUEFEN
             VARYING WS-LTB-IX FROM 1 BY 1
             UNTIL WS-LTB-IX > WS-LTB-ANZAHL
           PERFORM C0900-TEIL-ABSCHLIESSEN

           MOVE SPACES TO MANDLBER-SATZ
           WRITE MANDLBER-SATZ
           MOVE 'TEIL 3: UNGEWOEHNLICH LANGE LAEUFE' TO MANDLBER-SATZ
           WRITE MANDLBER-SATZ
           MOVE ZERO TO WS-TEIL-ANZAHL
           PERFORM C0300-LANGLAEUFER-PRUEFEN
             VARYING WS-LTB-IX FROM 1 BY 1
             UNTIL WS-LTB-IX > WS-LTB-ANZAHL
           PERFORM C0900-TEIL-ABSCHLIESSEN

           MOVE SPACES TO MANDLBER-SATZ
           WRITE MANDLBER-SATZ
           MOVE SPACES TO MANDLBER-SATZ
           STRING 'SUMMEN:'                 DELIMITED BY SIZE
                  ' LAEUFE='                DELIMITED BY SIZE
                  WS-ANZ-LAEUFE             DELIMITED BY SIZE
                  ' OK='                    DELIMITED BY SIZE
                  WS-ANZ-OK                 DELIMITED BY SIZE
                  ' WARNUNG='               DELIMITED BY SIZE
                  WS-ANZ-WARNUNG            DELIMITED BY SIZE
                  ' FEHLER='                DELIMITED BY SIZE
                  WS-ANZ-FEHLER             DELIMITED BY SIZE
                  ' ABGEBROCHEN='           DELIMITED BY SIZE
                  WS-ANZ-OFFEN              DELIMITED BY SIZE
                  ' LANG='                  DELIMITED BY SIZE
                  WS-ANZ-LANG               DELIMITED BY SIZE
             INTO MANDLBER-SATZ
           END-STRING
           WRITE MANDLBER-SATZ

           CLOSE MANDLBER-DATEI

           EXIT.


       C0100-FEHLER-PRUEFEN.

      ***------------------------------------------------------------***
      * Lauf zaehlen und - falls mit Fehler beendet - berichten
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-LAEUFE

           EVALUATE TRUE
              WHEN NOT WS-LTB-GESCHLOSSEN(WS-LTB-IX)
                 CONTINUE
              WHEN WS-LTB-ENDE-OK(WS-LTB-IX)
                 ADD 1 TO WS-ANZ-OK
              WHEN WS-LTB-ENDE-WARNUNG(WS-LTB-IX)
                 ADD 1 TO WS-ANZ-WARNUNG
              WHEN OTHER
                 ADD 1 TO WS-ANZ-FEHLER
                 ADD 1 TO WS-TEIL-ANZAHL
                 PERFORM C0500-LAUFZEILE-SCHREIBEN
           END-EVALUATE

           EXIT.


       C0200-OFFEN-PRUEFEN.

      ***------------------------------------------------------------***
      * Lauf ohne Abschlusssatz berichten
      ***------------------------------------------------------------***

           IF NOT WS-LTB-GESCHLOSSEN(WS-LTB-IX)
              ADD 1 TO WS-ANZ-OFFEN
              ADD 1 TO WS-TEIL-ANZAHL
              PERFORM C0500-LAUFZEILE-SCHREIBEN
           END-IF

           EXIT.


       C0300-LANGLAEUFER-PRUEFEN.

      ***------------------------------------------------------------***
      * Abgeschlossenen Lauf gegen Mindestdauer und - bei genuegend
      * Vergleichslaeufen - gegen das Vielfache der Durchschnitts-
      * dauer der uebrigen Laeufe desselben Programms pruefen
      ***------------------------------------------------------------***

           MOVE 'N'  TO WS-LANG-SW
           MOVE ZERO TO WS-VGL-ANZAHL
                        WS-VGL-SCHNITT-SEK

           IF WS-LTB-GESCHLOSSEN(WS-LTB-IX)
              AND WS-LTB-DAUER-SEK(WS-LTB-IX) > WS-MINDEST-SEK
              MOVE ZERO TO WS-PGT-FUND-IX
              MOVE WS-LTB-PROGRAMM(WS-LTB-IX) TO WS-PGT-SUCH-PROGRAMM
              PERFORM U0300-PROGRAMM-SUCHEN
                VARYING WS-PGT-IX FROM 1 BY 1
                UNTIL WS-PGT-IX > WS-PGT-ANZAHL
                   OR WS-PGT-FUND-IX > ZERO

      *       Vergleichsbasis sind die uebrigen Laeufe des Programms,
      *       der gepruefte Lauf selbst wird herausgerechnet
              IF WS-PGT-FUND-IX > ZERO
                 COMPUTE WS-VGL-ANZAHL
                       = WS-PGT-ANZ-LAEUFE(WS-PGT-FUND-IX) - 1
              END-IF

              IF WS-VGL-ANZAHL < WS-MIN-VERGLEICHSLAEUFE
                 MOVE 'J' TO WS-LANG-SW
              ELSE
                 COMPUTE WS-VGL-SCHNITT-SEK
                       = (WS-PGT-SUMME-SEK(WS-PGT-FUND-IX)
                          - WS-LTB-DAUER-SEK(WS-LTB-IX))
                       / WS-VGL-ANZAHL
                 IF WS-LTB-DAUER-SEK(WS-LTB-IX) * 100
                    > WS-VGL-SCHNITT-SEK * WS-FAKTOR-PROZENT
                    MOVE 'J' TO WS-LANG-SW
                 END-IF
              END-IF

              IF LAUF-IST-LANG
                 ADD 1 TO WS-ANZ-LANG
                 ADD 1 TO WS-TEIL-ANZAHL
                 MOVE 'J' TO WS-SCHNITT-SW
                 PERFORM C0500-LAUFZEILE-SCHREIBEN
                 MOVE 'N' TO WS-SCHNITT-SW
              END-IF
           END-IF

           EXIT.


       C0500-LAUFZEILE-SCHREIBEN.

      ***------------------------------------------------------------***
      * Berichtszeile zum Lauf WS-LTB-IX schreiben; Ende, Zaehler
      * und Dauer nur bei abgeschlossenen Laeufen; fuer Langlaeufer
      * folgt eine Zeile mit den Vergleichslaeufen
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-BERICHTET

           MOVE SPACES TO MANDLBER-SATZ
           IF WS-LTB-GESCHLOSSEN(WS-LTB-IX)
              COMPUTE WS-ZEILE-DAUER-MIN
                    = WS-LTB-DAUER-SEK(WS-LTB-IX) / 60
              STRING '  LAUF-ID='           DELIMITED BY SIZE
                     WS-LTB-LAUF-ID(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     ' PGM='                DELIMITED BY SIZE
                     WS-LTB-PROGRAMM(WS-LTB-IX)
                                            DELIMITED BY SPACE
                     ' START='              DELIMITED BY SIZE
                     WS-LTB-START-DATUM(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     '-'                    DELIMITED BY SIZE
                     WS-LTB-START-ZEIT(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     ' ENDE='               DELIMITED BY SIZE
                     WS-LTB-ENDE-DATUM(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     '-'                    DELIMITED BY SIZE
                     WS-LTB-ENDE-ZEIT(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     ' RC='                 DELIMITED BY SIZE
                     WS-LTB-RETURNCODE(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     ' EIN='                DELIMITED BY SIZE
                     WS-LTB-ANZ-EINGABE(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     ' AUS='                DELIMITED BY SIZE
                     WS-LTB-ANZ-AUSGABE(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     ' MIN='                DELIMITED BY SIZE
                     WS-ZEILE-DAUER-MIN     DELIMITED BY SIZE
                INTO MANDLBER-SATZ
              END-STRING
           ELSE
              STRING '  LAUF-ID='           DELIMITED BY SIZE
                     WS-LTB-LAUF-ID(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     ' PGM='                DELIMITED BY SIZE
                     WS-LTB-PROGRAMM(WS-LTB-IX)
                                            DELIMITED BY SPACE
                     ' START='              DELIMITED BY SIZE
                     WS-LTB-START-DATUM(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     '-'                    DELIMITED BY SIZE
                     WS-LTB-START-ZEIT(WS-LTB-IX)
                                            DELIMITED BY SIZE
                     ' NICHT ABGESCHLOSSEN' DELIMITED BY SIZE
                INTO MANDLBER-SATZ
              END-STRING
           END-IF
           WRITE MANDLBER-SATZ

      *    Vergleichsbasis nur fuer Langlaeufer; bei zu wenigen
      *    Vergleichslaeufen gibt es keinen Durchschnitt
           IF ZEILE-MIT-SCHNITT
              MOVE WS-VGL-ANZAHL TO WS-ZEILE-VGL-ANZAHL
              MOVE SPACES TO MANDLBER-SATZ
              IF WS-VGL-ANZAHL < WS-MIN-VERGLEICHSLAEUFE
                 STRING '    VERGLEICHSLAEUFE='  DELIMITED BY SIZE
                        WS-ZEILE-VGL-ANZAHL      DELIMITED BY SIZE
                        ' SCHNITT=ENTFAELLT'     DELIMITED BY SIZE
                   INTO MANDLBER-SATZ
                 END-STRING
              ELSE
                 COMPUTE WS-ZEILE-SCHNITT-MIN
                       = WS-VGL-SCHNITT-SEK / 60
                 STRING '    VERGLEICHSLAEUFE='  DELIMITED BY SIZE
                        WS-ZEILE-VGL-ANZAHL      DELIMITED BY SIZE
                        ' SCHNITT='              DELIMITED BY SIZE
                        WS-ZEILE-SCHNITT-MIN     DELIMITED BY SIZE
                   INTO MANDLBER-SATZ
                 END-STRING
              END-IF
              WRITE MANDLBER-SATZ
           END-IF

           EXIT.


       C0900-TEIL-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Berichtsteil ohne Befund ausdruecklich als leer ausweisen
      ***------------------------------------------------------------***

           IF WS-TEIL-ANZAHL = ZERO
              MOVE '  KEINE' TO MANDLBER-SATZ
              WRITE MANDLBER-SATZ
           END-IF

           EXIT.


       U0100-DAUER-ERMITTELN.

      ***------------------------------------------------------------***
      * Laufdauer in Sekunden aus Start- und Endezeitpunkt; nicht
      * auswertbare Zeitpunkte ergeben die Dauer 0
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-DAUER-SEK

           IF WS-DAUER-START-DATUM > ZERO
              AND WS-DAUER-ENDE-DATUM NOT < WS-DAUER-START-DATUM
              COMPUTE WS-DAUER-SEK
                    = (FUNCTION INTEGER-OF-DATE (WS-DAUER-ENDE-DATUM)
                     - FUNCTION INTEGER-OF-DATE (WS-DAUER-START-DATUM))
                      * 86400
                    + WS-DAUER-ENDE-HH * 3600
                    + WS-DAUER-ENDE-MI * 60
                    + WS-DAUER-ENDE-SS
                    - WS-DAUER-START-HH * 3600
                    - WS-DAUER-START-MI * 60
                    - WS-DAUER-START-SS
              IF WS-DAUER-SEK < ZERO
                 MOVE ZERO TO WS-DAUER-SEK
              END-IF
           END-IF

           EXIT.


       U0200-LAUF-SUCHEN.

      ***------------------------------------------------------------***
      * Lauf zur Lauf-ID des Abschlusssatzes in der Lauftabelle
      * suchen
      ***------------------------------------------------------------***

           IF WS-LTB-LAUF-ID(WS-LTB-IX) = JRN-LAUF-ID
              MOVE WS-LTB-IX TO WS-LTB-FUND-IX
           END-IF

           EXIT.


       U0300-PROGRAMM-SUCHEN.

      ***------------------------------------------------------------***
      * Programm WS-PGT-SUCH-PROGRAMM in der Programmtabelle suchen
      ***------------------------------------------------------------***

           IF WS-PGT-PROGRAMM(WS-PGT-IX) = WS-PGT-SUCH-PROGRAMM
              MOVE WS-PGT-IX TO WS-PGT-FUND-IX
           END-IF

           EXIT.


       Z9990-ABSCHLUSSMELDUNG.

      ***------------------------------------------------------------***
      * Laufzusammenfassung fuer den Operator ausgeben
      ***------------------------------------------------------------***

           DISPLAY '  '
           'OS1165A Laufjournal-Bericht beendet:'
           ' LAEUFE-AB='        WS-BERICHT-DATUM
           ' JOURNALSAETZE='    WS-ANZ-GELESEN
           ' LAEUFE='           WS-ANZ-LAEUFE

           DISPLAY '  '
           'OS1165A Befunde:'
           ' FEHLER='           WS-ANZ-FEHLER
           ' ABGEBROCHEN='      WS-ANZ-OFFEN
           ' LANG='             WS-ANZ-LANG
           ' (WARNUNG='         WS-ANZ-WARNUNG ')'

           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      * (Eingabe = Journalsaetze, Ausgabe = berichtete Laeufe)
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              MOVE WS-ANZ-GELESEN TO WS-LAUF-ANZ-EINGABE
              MOVE WS-ANZ-BERICHTET TO WS-LAUF-ANZ-AUSGABE
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
