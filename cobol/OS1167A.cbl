      ***------------------------------------------------------------***
      * Datum               : (vgl. ClearCase-Historie)
      * MusterVersion       : 3.3 vom 26.11.2009
      * Typ                 : Hauptprogramm (Stapel)
      *
      * Anwendung/Subsystem : GO_Partner
      * Komponente          : OSMandatDublettenFreigabe
      * Name:               : OS1167A
      *
      ***------------------------------------------------------------***
      *
      * Dokumentation:
      * OS_MandatDublettenFreigabe <OS1167A>
      *      Loeschung vorgeschlagener Mandats-Dubletten nach
      *      Freigabe im Vier-Augen-Prinzip.
      *
      *      Die Arbeitsliste des Laufs besteht aus den offenen
      *      Eintraegen des Vorlaufs (MANDDOFF) und den neuen
      *      Loeschkandidaten der Dublettensuche OS1158A (MANDDUBL,
      *      Eintragsaufbau SO0730E); eine BANKVERBINDUNGID, die
      *      bereits offen ist, wird nicht doppelt aufgenommen.
      *      Zu jedem Eintrag wird die Entscheidung aus der
      *      Freigabedatei MANDDFRG (Satzaufbau SO0746A) zugeordnet:
      *
      *      - bestaetigte Eintraege werden in Bloecken von bis zu
      *        50 Eintraegen mit dem LOESCHGRUND '03' (Dublette) an
      *        die Massenmethode MANDATLOESCHENBULK des OV1145A
      *        uebergeben,
      *      - abgelehnte Eintraege entfallen,
      *      - Freigaben mit gleichem oder fehlendem Vorbereiter
      *        bzw. Freigeber oder ohne gueltige Entscheidung werden
      *        abgewiesen (Returncode 4 bei Vier-Augen-Verstoss),
      *      - Eintraege ohne gueltige Freigabe bleiben offen und
      *        werden mit dem Datum ihres ersten Vorschlags nach
      *        MANDDOFN geschrieben; die Ablaufsteuerung tauscht
      *        MANDDOFN nach dem Lauf gegen MANDDOFF,
      *      - ebenso bleiben bestaetigte Eintraege offen, deren
      *        Loeschung technisch scheiterte (Ergebniscode '09',
      *        auch bei gescheitertem Gesamtaufruf des Blocks);
      *        fachlich abgewiesene Loeschungen entfallen.
      *
      *      Der Ausfuehrungsbericht MANDDPRO enthaelt je Eintrag
      *      eine Zeile: bei ausgefuehrten Loeschungen den
      *      Ergebniscode der SO0730A zusammen mit Vorbereiter und
      *      Freigeber, sonst den Grund, warum nicht geloescht
      *      wurde. Freigaben ohne Eintrag in der Arbeitsliste
      *      werden dort ebenfalls ausgewiesen.
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OS1167A.
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
      *  Offene Dubletteneintraege aus dem Vorlauf
      ***------------------------------------------------------------***
           SELECT MANDDOFF-DATEI ASSIGN TO 'MANDDOFF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDDOFF-STATUS.

      ***------------------------------------------------------------***
      *  Loeschkandidaten der Dublettensuche im Eintragsaufbau der
      *  SO0730E
      ***------------------------------------------------------------***
           SELECT MANDDUBL-DATEI ASSIGN TO 'MANDDUBL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDDUBL-STATUS.

      ***------------------------------------------------------------***
      *  Freigabedatei (Aufbau wie Copystrecke SO0746A)
      ***------------------------------------------------------------***
           SELECT MANDDFRG-DATEI ASSIGN TO 'MANDDFRG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDDFRG-STATUS.

      ***------------------------------------------------------------***
      *  Offene Dubletteneintraege fuer den naechsten Lauf
      ***------------------------------------------------------------***
           SELECT MANDDOFN-DATEI ASSIGN TO 'MANDDOFN'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDDOFN-STATUS.

      ***------------------------------------------------------------***
      *  Ausfuehrungsbericht der Dublettenloeschung
      ***------------------------------------------------------------***
           SELECT MANDDPRO-DATEI ASSIGN TO 'MANDDPRO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDDPRO-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***------------------------------------------------------------***
      *  Satz der offenen Eintraege: Aufbau wie MANDDUBL, in den
      *  Spalten 13-20 zusaetzlich das Datum des ersten Vorschlags
      ***------------------------------------------------------------***
       FD  MANDDOFF-DATEI
           RECORDING MODE IS F.
       01  MANDDOFF-SATZ.
           05  MANDDOFF-BANKVERBINDUNGID       PIC 9(10).
           05  MANDDOFF-LOESCHGRUND            PIC X(02).
           05  MANDDOFF-VORGESCHLAGEN          PIC 9(08).
           05  FILLER                          PIC X(112).

      ***------------------------------------------------------------***
      *  Satz der Loeschkandidaten (Aufbau wie im OS1158A)
      ***------------------------------------------------------------***
       FD  MANDDUBL-DATEI
           RECORDING MODE IS F.
       01  MANDDUBL-SATZ.
           05  MANDDUBL-BANKVERBINDUNGID       PIC 9(10).
           05  MANDDUBL-LOESCHGRUND            PIC X(02).
               88  MANDDUBL-LOESCHGRUND-DUBLETTE   VALUE '03'.
           05  FILLER                          PIC X(120).

      ***------------------------------------------------------------***
      *  Satz der Freigabedatei - siehe Copystrecke SO0746A
      ***------------------------------------------------------------***
       FD  MANDDFRG-DATEI
           RECORDING MODE IS F.
           COPY SO0746A REPLACING ==:PRF:== BY ==FRG==.

      ***------------------------------------------------------------***
      *  Satz der offenen Eintraege fuer den naechsten Lauf (Aufbau
      *  wie MANDDOFF)
      ***------------------------------------------------------------***
       FD  MANDDOFN-DATEI
           RECORDING MODE IS F.
       01  MANDDOFN-SATZ.
           05  MANDDOFN-BANKVERBINDUNGID       PIC 9(10).
           05  MANDDOFN-LOESCHGRUND            PIC X(02).
           05  MANDDOFN-VORGESCHLAGEN          PIC 9(08).
           05  FILLER                          PIC X(112).

      ***------------------------------------------------------------***
      *  Zeile des Ausfuehrungsberichts
      ***------------------------------------------------------------***
       FD  MANDDPRO-DATEI
           RECORDING MODE IS F.
       01  MANDDPRO-SATZ                    PIC X(132).

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
                                       VALUE 'OS1167A'.

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
          05 WS-MANDDOFF-STATUS            PIC X(02).
          05 WS-MANDDOFF-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDDOFF-DATEI-ENDE             VALUE 'J'.
          05 WS-MANDDUBL-STATUS            PIC X(02).
          05 WS-MANDDUBL-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDDUBL-DATEI-ENDE             VALUE 'J'.
          05 WS-MANDDFRG-STATUS            PIC X(02).
          05 WS-MANDDFRG-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDDFRG-DATEI-ENDE             VALUE 'J'.
          05 WS-MANDDOFN-STATUS            PIC X(02).
          05 WS-MANDDPRO-STATUS            PIC X(02).
          05 WS-ABBRUCH-SW                 PIC X(01) VALUE 'N'.
             88 LAUF-ABGEBROCHEN               VALUE 'J'.

      ***------------------------------------------------------------***
      *  Arbeitsliste: je offenem bzw. neuem Eintrag die
      *  BANKVERBINDUNGID, das Datum des ersten Vorschlags und die
      *  zugeordnete Freigabe. ENTSCHEIDUNG: leer = keine Freigabe,
      *  'J' bestaetigt, 'N' abgelehnt, 'V' Vier-Augen-Verstoss,
      *  'U' ungueltige Freigabe
      ***------------------------------------------------------------***
       01 WS-DBL-TABELLE-BEREICH.
          05 WS-DBL-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-DBL-TAB OCCURS 5000 TIMES.
             10 WS-DBL-BVID                PIC 9(10).
             10 WS-DBL-VORGESCHLAGEN       PIC 9(08).
             10 WS-DBL-ENTSCHEIDUNG        PIC X(01).
                88 WS-DBL-OHNE-FREIGABE       VALUE SPACE.
                88 WS-DBL-BESTAETIGT          VALUE 'J'.
                88 WS-DBL-ABGELEHNT           VALUE 'N'.
                88 WS-DBL-VIER-AUGEN-VERSTOSS VALUE 'V'.
                88 WS-DBL-FREIGABE-UNGUELTIG  VALUE 'U'.
             10 WS-DBL-VORBEREITER         PIC X(08).
             10 WS-DBL-FREIGEBER           PIC X(08).
       77 WS-DBL-MAX                       PIC 9(04) COMP VALUE 5000.
       77 WS-DBL-IX                        PIC 9(04) COMP VALUE ZERO.
       77 WS-DBL-FUND-IX                   PIC 9(04) COMP VALUE ZERO.
       77 WS-DBL-SUCH-BVID                 PIC 9(10) VALUE ZERO.

      ***------------------------------------------------------------***
      *  Bereich fuer den Blockaufruf: je Blockeintrag der Index des
      *  Arbeitslisteneintrags, damit das Einzelergebnis mit dem
      *  Freigeber ausgewiesen werden kann
      ***------------------------------------------------------------***
       01 WS-BLOCK-BEREICH.
          05 WS-BLOCK-ANZAHL               PIC 9(04) COMP VALUE ZERO.
          05 WS-BLOCK-IX                   PIC 9(04) COMP VALUE ZERO.
          05 WS-BLK-TAB OCCURS 50 TIMES.
             10 WS-BLK-DBL-IX              PIC 9(04) COMP.
       77 WS-BLOCK-GROESSE                 PIC 9(04) COMP VALUE 50.

      ***------------------------------------------------------------***
      *  Arbeitsfelder fuer den Bericht
      ***------------------------------------------------------------***
       01 WS-ZEILE-BEREICH.
          05 WS-HEUTE-DATUM                PIC 9(08) VALUE ZERO.
          05 WS-ZEILE-AUSGANG              PIC X(16).
          05 WS-ZEILE-ERGEBNIS             PIC X(02).

      ***------------------------------------------------------------***
      *  Zaehler fuer die Laufzusammenfassung
      ***------------------------------------------------------------***
       01 WS-ZAEHLER-BEREICH.
          05 WS-ANZ-UEBERTRAG-EIN          PIC 9(06) VALUE ZERO.
          05 WS-ANZ-NEU                    PIC 9(06) VALUE ZERO.
          05 WS-ANZ-BEREITS-OFFEN          PIC 9(06) VALUE ZERO.
          05 WS-ANZ-EINTRAEGE              PIC 9(06) VALUE ZERO.
          05 WS-ANZ-FREIGABEN              PIC 9(06) VALUE ZERO.
          05 WS-ANZ-FRG-OHNE-EINTRAG       PIC 9(06) VALUE ZERO.
          05 WS-ANZ-FRG-MEHRFACH           PIC 9(06) VALUE ZERO.
          05 WS-ANZ-BESTAETIGT             PIC 9(06) VALUE ZERO.
          05 WS-ANZ-GELOESCHT              PIC 9(06) VALUE ZERO.
          05 WS-ANZ-NICHT-GELOESCHT        PIC 9(06) VALUE ZERO.
          05 WS-ANZ-ABGELEHNT              PIC 9(06) VALUE ZERO.
          05 WS-ANZ-VIER-AUGEN             PIC 9(06) VALUE ZERO.
          05 WS-ANZ-UNGUELTIG              PIC 9(06) VALUE ZERO.
          05 WS-ANZ-OFFEN                  PIC 9(06) VALUE ZERO.

      ***------------------------------------------------------------***
      *  Copystrecken fuer den Aufruf des OV1145A
      ***------------------------------------------------------------***
      * Technische Copystrecke mit den Aufrufdaten fuer OV1145A
           COPY SE3989 REPLACING ==:PRF:== BY ==U1==.
      * Fachliche Copystrecken fuer die Methode MANDATLOESCHENBULK
      * (Bloecke von bis zu 50 Eintraegen)
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
                             VALUE 'OS1167A'.                           BOBENV
       77  MY-SYSTEM         PIC X(4)                                   BOBENV
                             VALUE 'BOB'.                               BOBENV
       77  MY-NAME-LOG       PIC X(30)                                  BOBENV
                             VALUE 'OSMandatDublettenFreigabe'.         BOBENV
       77  MY-NAMESPACE      PIC X(80)                                  BOBENV
                             VALUE 'GO_PARTNER'.                        BOBENV
       77  MY-TYP            PIC X(10)                                  BOBENV
                             VALUE 'HPRO'.                              BOBENV
       01  MY-CALLER         PIC X(8)                                   BOBENV
                             VALUE SPACES.                              BOBENV
      ***------------------------------------------------------------***BOBENV
      * * ENDE VARIABLEN FUER BOB-ENVIRONMENT                          *BOBENV
      ***------------------------------------------------------------***BOBENV
       77  OV1145A        PIC X(8)  VALUE 'OV1145A'.                    MCALL
       01  SF0001  PIC X(10)  VALUE 'SF0001'.                           MUPRODEF

       PROCEDURE DIVISION.

       OS1167A-MAINLINE.

      ***------------------------------------------------------------***
      * Aufbau des BOB-Environment und Stapelsteuerung
      ***------------------------------------------------------------***

           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              MOVE WS-LAUF-START-DATUM TO WS-HEUTE-DATUM
              PERFORM A0010-ARBEITSLISTE-LADEN
              IF NOT LAUF-ABGEBROCHEN
                 OPEN OUTPUT MANDDPRO-DATEI
                 PERFORM C0000-BERICHT-KOPF-SCHREIBEN
                 PERFORM A0030-FREIGABEN-ZUORDNEN
                 PERFORM B0000-STAPELVERARBEITUNG
                 PERFORM C0900-BERICHT-SUMMEN-SCHREIBEN
                 CLOSE MANDDPRO-DATEI
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

           DISPLAY '  ' 'OS1167A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-ARBEITSLISTE-LADEN.

      ***------------------------------------------------------------***
      * Arbeitsliste aufbauen: zuerst die offenen Eintraege des
      * Vorlaufs, danach die neuen Loeschkandidaten aus MANDDUBL.
      * Beide Dateien duerfen fehlen.
      ***------------------------------------------------------------***

           OPEN INPUT MANDDOFF-DATEI
           IF WS-MANDDOFF-STATUS = '35'
              DISPLAY '  '
              'OS1167A: keine offenen Eintraege MANDDOFF aus dem'
              ' Vorlauf vorhanden'
           ELSE
              MOVE 'N' TO WS-MANDDOFF-EOF-SW
              PERFORM UNTIL MANDDOFF-DATEI-ENDE
                         OR LAUF-ABGEBROCHEN
                 READ MANDDOFF-DATEI
                   AT END
                      SET MANDDOFF-DATEI-ENDE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-ANZ-UEBERTRAG-EIN
                      MOVE MANDDOFF-BANKVERBINDUNGID
                           TO WS-DBL-SUCH-BVID
                      PERFORM A0020-EINTRAG-AUFNEHMEN
                      IF WS-DBL-FUND-IX = WS-DBL-ANZAHL
                         AND MANDDOFF-VORGESCHLAGEN IS NUMERIC
                         MOVE MANDDOFF-VORGESCHLAGEN
                              TO WS-DBL-VORGESCHLAGEN(WS-DBL-FUND-IX)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE MANDDOFF-DATEI
           END-IF

           OPEN INPUT MANDDUBL-DATEI
           IF WS-MANDDUBL-STATUS = '35'
              DISPLAY '  '
              'OS1167A: keine Loeschkandidaten MANDDUBL vorhanden'
           ELSE
              MOVE 'N' TO WS-MANDDUBL-EOF-SW
              PERFORM UNTIL MANDDUBL-DATEI-ENDE
                         OR LAUF-ABGEBROCHEN
                 READ MANDDUBL-DATEI
                   AT END
                      SET MANDDUBL-DATEI-ENDE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-ANZ-NEU
                      MOVE MANDDUBL-BANKVERBINDUNGID
                           TO WS-DBL-SUCH-BVID
                      PERFORM A0020-EINTRAG-AUFNEHMEN
                 END-READ
              END-PERFORM
              CLOSE MANDDUBL-DATEI
           END-IF

           MOVE WS-DBL-ANZAHL TO WS-ANZ-EINTRAEGE

           IF LAUF-ABGEBROCHEN
              MOVE 8 TO RETURN-CODE
           END-IF

           EXIT.


       A0020-EINTRAG-AUFNEHMEN.

      ***------------------------------------------------------------***
      * BANKVERBINDUNGID in die Arbeitsliste aufnehmen, sofern sie
      * dort noch nicht steht; ein neuer Eintrag gilt als heute
      * vorgeschlagen. Eine volle Tabelle bricht den Lauf ab, da
      * sonst Eintraege unbemerkt verloren gingen.
      ***------------------------------------------------------------***

           PERFORM U0100-EINTRAG-SUCHEN

           EVALUATE TRUE
              WHEN WS-DBL-FUND-IX > ZERO
                 ADD 1 TO WS-ANZ-BEREITS-OFFEN
                 MOVE ZERO TO WS-DBL-FUND-IX
              WHEN WS-DBL-ANZAHL < WS-DBL-MAX
                 ADD 1 TO WS-DBL-ANZAHL
                 MOVE WS-DBL-ANZAHL    TO WS-DBL-FUND-IX
                 MOVE WS-DBL-SUCH-BVID TO WS-DBL-BVID(WS-DBL-ANZAHL)
                 MOVE WS-HEUTE-DATUM
                      TO WS-DBL-VORGESCHLAGEN(WS-DBL-ANZAHL)
                 MOVE SPACE  TO WS-DBL-ENTSCHEIDUNG(WS-DBL-ANZAHL)
                 MOVE SPACES TO WS-DBL-VORBEREITER(WS-DBL-ANZAHL)
                 MOVE SPACES TO WS-DBL-FREIGEBER(WS-DBL-ANZAHL)
              WHEN OTHER
                 MOVE 'J' TO WS-ABBRUCH-SW
                 DISPLAY '  '
                 'OS1167A ABBRUCH: Arbeitsliste mit mehr als '
                 WS-DBL-MAX ' Eintraegen'
           END-EVALUATE

           EXIT.


       A0030-FREIGABEN-ZUORDNEN.

      ***------------------------------------------------------------***
      * Freigabedatei lesen und jede Entscheidung ihrem Eintrag in
      * der Arbeitsliste zuordnen; Freigaben ohne Eintrag werden
      * im Bericht ausgewiesen
      ***------------------------------------------------------------***

           OPEN INPUT MANDDFRG-DATEI
           IF WS-MANDDFRG-STATUS = '35'
              DISPLAY '  '
              'OS1167A: keine Freigabedatei MANDDFRG vorhanden -'
              ' alle Eintraege bleiben offen'
           ELSE
              MOVE 'N' TO WS-MANDDFRG-EOF-SW
              PERFORM UNTIL MANDDFRG-DATEI-ENDE
                 READ MANDDFRG-DATEI
                   AT END
                      SET MANDDFRG-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM A0035-FREIGABE-ZUORDNEN
                 END-READ
              END-PERFORM
              CLOSE MANDDFRG-DATEI
           END-IF

           EXIT.


       A0035-FREIGABE-ZUORDNEN.

      ***------------------------------------------------------------***
      * Einzelne Freigabezeile pruefen und dem Eintrag zuordnen:
      * Vorbereiter und Freigeber muessen belegt und verschieden
      * sein, die Entscheidung muss 'J' oder 'N' lauten
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-FREIGABEN

           MOVE ZERO TO WS-DBL-FUND-IX
           IF FRG-BANKVERBINDUNGID IS NUMERIC
              MOVE FRG-BANKVERBINDUNGID TO WS-DBL-SUCH-BVID
              PERFORM U0100-EINTRAG-SUCHEN
           END-IF

           IF WS-DBL-FUND-IX = ZERO
              ADD 1 TO WS-ANZ-FRG-OHNE-EINTRAG
              MOVE SPACES TO MANDDPRO-SATZ
              STRING 'FREIGABE OHNE EINTRAG'    DELIMITED BY SIZE
                     ' BVID='                   DELIMITED BY SIZE
                     FRG-BANKVERBINDUNGID       DELIMITED BY SIZE
                     ' ENTSCHEIDUNG='           DELIMITED BY SIZE
                     FRG-ENTSCHEIDUNG           DELIMITED BY SIZE
                     ' VORBEREITER='            DELIMITED BY SIZE
                     FRG-VORBEREITER            DELIMITED BY SIZE
                     ' FREIGEBER='              DELIMITED BY SIZE
                     FRG-FREIGEBER              DELIMITED BY SIZE
                INTO MANDDPRO-SATZ
              END-STRING
              WRITE MANDDPRO-SATZ
           ELSE
              IF NOT WS-DBL-OHNE-FREIGABE(WS-DBL-FUND-IX)
      *          mehrere Zeilen zu einer ID: die letzte gilt
                 ADD 1 TO WS-ANZ-FRG-MEHRFACH
              END-IF
              MOVE FRG-VORBEREITER
                   TO WS-DBL-VORBEREITER(WS-DBL-FUND-IX)
              MOVE FRG-FREIGEBER
                   TO WS-DBL-FREIGEBER(WS-DBL-FUND-IX)
              EVALUATE TRUE
                 WHEN FRG-VORBEREITER = SPACES
                   OR FRG-FREIGEBER   = SPACES
                    SET WS-DBL-FREIGABE-UNGUELTIG(WS-DBL-FUND-IX)
                        TO TRUE
                 WHEN FRG-VORBEREITER = FRG-FREIGEBER
                    SET WS-DBL-VIER-AUGEN-VERSTOSS(WS-DBL-FUND-IX)
                        TO TRUE
                 WHEN FRG-BESTAETIGT
                    SET WS-DBL-BESTAETIGT(WS-DBL-FUND-IX) TO TRUE
                 WHEN FRG-ABGELEHNT
                    SET WS-DBL-ABGELEHNT(WS-DBL-FUND-IX) TO TRUE
                 WHEN OTHER
                    SET WS-DBL-FREIGABE-UNGUELTIG(WS-DBL-FUND-IX)
                        TO TRUE
              END-EVALUATE
           END-IF

           EXIT.


       B0000-STAPELVERARBEITUNG.

      ***------------------------------------------------------------***
      * Arbeitsliste nach Entscheidung abarbeiten: bestaetigte
      * Eintraege blockweise loeschen, nicht freigegebene Eintraege
      * in die offenen Eintraege des naechsten Laufs uebertragen
      ***------------------------------------------------------------***

           OPEN OUTPUT MANDDOFN-DATEI

           PERFORM B0100-EINTRAG-VERARBEITEN
             VARYING WS-DBL-IX FROM 1 BY 1
             UNTIL WS-DBL-IX > WS-DBL-ANZAHL

           IF WS-BLOCK-ANZAHL > ZERO
              PERFORM M0200-BLOCK-LOESCHEN-RUFEN
           END-IF

           CLOSE MANDDOFN-DATEI

           IF WS-ANZ-VIER-AUGEN > ZERO
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           EXIT.


       B0100-EINTRAG-VERARBEITEN.

      ***------------------------------------------------------------***
      * Einzelnen Eintrag der Arbeitsliste nach seiner Entscheidung
      * behandeln
      ***------------------------------------------------------------***

           EVALUATE TRUE
              WHEN WS-DBL-BESTAETIGT(WS-DBL-IX)
                 ADD 1 TO WS-ANZ-BESTAETIGT
                 ADD 1 TO WS-BLOCK-ANZAHL
                 MOVE WS-DBL-IX TO WS-BLK-DBL-IX(WS-BLOCK-ANZAHL)
                 MOVE WS-DBL-BVID(WS-DBL-IX)
                      TO E02-BANKVERBINDUNGID(WS-BLOCK-ANZAHL)
                 MOVE '03' TO E02-LOESCHGRUND(WS-BLOCK-ANZAHL)
                 IF WS-BLOCK-ANZAHL NOT < WS-BLOCK-GROESSE
                    PERFORM M0200-BLOCK-LOESCHEN-RUFEN
                 END-IF
              WHEN WS-DBL-ABGELEHNT(WS-DBL-IX)
                 ADD 1 TO WS-ANZ-ABGELEHNT
                 MOVE 'ABGELEHNT' TO WS-ZEILE-AUSGANG
                 PERFORM C0100-EINTRAGSZEILE-SCHREIBEN
              WHEN WS-DBL-VIER-AUGEN-VERSTOSS(WS-DBL-IX)
                 ADD 1 TO WS-ANZ-VIER-AUGEN
                 MOVE 'VIER-AUGEN-FEHL' TO WS-ZEILE-AUSGANG
                 PERFORM C0100-EINTRAGSZEILE-SCHREIBEN
                 PERFORM B0200-EINTRAG-UEBERTRAGEN
              WHEN WS-DBL-FREIGABE-UNGUELTIG(WS-DBL-IX)
                 ADD 1 TO WS-ANZ-UNGUELTIG
                 MOVE 'FREIGABE-UNGUELT' TO WS-ZEILE-AUSGANG
                 PERFORM C0100-EINTRAGSZEILE-SCHREIBEN
                 PERFORM B0200-EINTRAG-UEBERTRAGEN
              WHEN OTHER
                 MOVE 'OFFEN' TO WS-ZEILE-AUSGANG
                 PERFORM C0100-EINTRAGSZEILE-SCHREIBEN
                 PERFORM B0200-EINTRAG-UEBERTRAGEN
           END-EVALUATE

           EXIT.


       B0200-EINTRAG-UEBERTRAGEN.

      ***------------------------------------------------------------***
      * Nicht freigegebenen bzw. technisch nicht geloeschten
      * Eintrag mit dem Datum seines ersten Vorschlags in die
      * offenen Eintraege des naechsten Laufs schreiben
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-OFFEN
           MOVE SPACES                 TO MANDDOFN-SATZ
           MOVE WS-DBL-BVID(WS-DBL-IX)
                                       TO MANDDOFN-BANKVERBINDUNGID
           MOVE '03'                   TO MANDDOFN-LOESCHGRUND
           MOVE WS-DBL-VORGESCHLAGEN(WS-DBL-IX)
                                       TO MANDDOFN-VORGESCHLAGEN
           WRITE MANDDOFN-SATZ

           EXIT.


       M0200-BLOCK-LOESCHEN-RUFEN.

      ***------------------------------------------------------------***
      * OV1145A mit der Massenmethode MANDATLOESCHENBULK fuer den
      * aktuell gesammelten Block aufrufen und die Einzelergebnisse
      * mit dem Freigeber in den Ausfuehrungsbericht uebernehmen
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
      * Einzelergebnis eines Blockeintrags zaehlen und mit
      * Vorbereiter und Freigeber als Berichtszeile ausgeben. Ein
      * toleriertes "nicht gefunden" gilt als geloescht; ein
      * technisch gescheiterter Eintrag bleibt fuer den naechsten
      * Lauf offen.
      ***------------------------------------------------------------***

           MOVE WS-BLK-DBL-IX(WS-BLOCK-IX) TO WS-DBL-IX

           EVALUATE TRUE
              WHEN AB02-ERGEBNIS-OK(WS-BLOCK-IX)
                OR AB02-ERGEBNIS-NICHT-GEFUNDEN(WS-BLOCK-IX)
                 ADD 1 TO WS-ANZ-GELOESCHT
                 MOVE 'GELOESCHT' TO WS-ZEILE-AUSGANG
              WHEN OTHER
                 ADD 1 TO WS-ANZ-NICHT-GELOESCHT
                 MOVE 'NICHT-GELOESCHT' TO WS-ZEILE-AUSGANG
           END-EVALUATE

           MOVE AB02-ERGEBNIS(WS-BLOCK-IX) TO WS-ZEILE-ERGEBNIS
           PERFORM C0100-EINTRAGSZEILE-SCHREIBEN

           IF AB02-ERGEBNIS-TECHNISCH(WS-BLOCK-IX)
              PERFORM B0200-EINTRAG-UEBERTRAGEN
           END-IF

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


       C0000-BERICHT-KOPF-SCHREIBEN.

      ***------------------------------------------------------------***
      * Kopf des Ausfuehrungsberichts mit Laufdatum und Lauf-ID
      ***------------------------------------------------------------***

           MOVE SPACES TO MANDDPRO-SATZ
           STRING 'OS1167A DUBLETTENLOESCHUNG NACH FREIGABE'
                                              DELIMITED BY SIZE
                  ' LAUFDATUM='               DELIMITED BY SIZE
                  WS-HEUTE-DATUM              DELIMITED BY SIZE
                  ' LAUF-ID='                 DELIMITED BY SIZE
                  WS-LAUF-ID                  DELIMITED BY SIZE
             INTO MANDDPRO-SATZ
           END-STRING
           WRITE MANDDPRO-SATZ

           MOVE SPACES TO MANDDPRO-SATZ
           WRITE MANDDPRO-SATZ

           EXIT.


       C0100-EINTRAGSZEILE-SCHREIBEN.

      ***------------------------------------------------------------***
      * Berichtszeile zum aktuellen Eintrag der Arbeitsliste; der
      * Ergebniscode ist nur bei ausgefuehrten Loeschungen belegt
      ***------------------------------------------------------------***

           IF WS-ZEILE-AUSGANG NOT = 'GELOESCHT'
              AND WS-ZEILE-AUSGANG NOT = 'NICHT-GELOESCHT'
              MOVE '--' TO WS-ZEILE-ERGEBNIS
           END-IF

           MOVE SPACES TO MANDDPRO-SATZ
           STRING WS-ZEILE-AUSGANG            DELIMITED BY SIZE
                  ' BVID='                    DELIMITED BY SIZE
                  WS-DBL-BVID(WS-DBL-IX)      DELIMITED BY SIZE
                  ' LOESCHGRUND=03'           DELIMITED BY SIZE
                  ' ERGEBNIS='                DELIMITED BY SIZE
                  WS-ZEILE-ERGEBNIS           DELIMITED BY SIZE
                  ' VORGESCHLAGEN='           DELIMITED BY SIZE
                  WS-DBL-VORGESCHLAGEN(WS-DBL-IX)
                                              DELIMITED BY SIZE
                  ' VORBEREITER='             DELIMITED BY SIZE
                  WS-DBL-VORBEREITER(WS-DBL-IX)
                                              DELIMITED BY SIZE
                  ' FREIGEBER='               DELIMITED BY SIZE
                  WS-DBL-FREIGEBER(WS-DBL-IX) DELIMITED BY SIZE
             INTO MANDDPRO-SATZ
           END-STRING
           WRITE MANDDPRO-SATZ

           EXIT.


       C0900-BERICHT-SUMMEN-SCHREIBEN.

      ***------------------------------------------------------------***
      * Summenzeilen des Ausfuehrungsberichts
      ***------------------------------------------------------------***

           MOVE SPACES TO MANDDPRO-SATZ
           WRITE MANDDPRO-SATZ

           MOVE SPACES TO MANDDPRO-SATZ
           STRING 'SUMMEN: EINTRAEGE='        DELIMITED BY SIZE
                  WS-ANZ-EINTRAEGE            DELIMITED BY SIZE
                  ' BESTAETIGT='              DELIMITED BY SIZE
                  WS-ANZ-BESTAETIGT           DELIMITED BY SIZE
                  ' GELOESCHT='               DELIMITED BY SIZE
                  WS-ANZ-GELOESCHT            DELIMITED BY SIZE
                  ' NICHT-GELOESCHT='         DELIMITED BY SIZE
                  WS-ANZ-NICHT-GELOESCHT      DELIMITED BY SIZE
                  ' ABGELEHNT='               DELIMITED BY SIZE
                  WS-ANZ-ABGELEHNT            DELIMITED BY SIZE
             INTO MANDDPRO-SATZ
           END-STRING
           WRITE MANDDPRO-SATZ

           MOVE SPACES TO MANDDPRO-SATZ
           STRING '        VIER-AUGEN-FEHL='  DELIMITED BY SIZE
                  WS-ANZ-VIER-AUGEN           DELIMITED BY SIZE
                  ' FREIGABE-UNGUELT='        DELIMITED BY SIZE
                  WS-ANZ-UNGUELTIG            DELIMITED BY SIZE
                  ' OFFEN-UEBERTRAGEN='       DELIMITED BY SIZE
                  WS-ANZ-OFFEN                DELIMITED BY SIZE
                  ' FREIGABE-OHNE-EINTRAG='   DELIMITED BY SIZE
                  WS-ANZ-FRG-OHNE-EINTRAG     DELIMITED BY SIZE
             INTO MANDDPRO-SATZ
           END-STRING
           WRITE MANDDPRO-SATZ

           EXIT.


       U0100-EINTRAG-SUCHEN.

      ***------------------------------------------------------------***
      * Eintrag zu WS-DBL-SUCH-BVID in der Arbeitsliste suchen;
      * WS-DBL-FUND-IX bleibt 0, wenn keiner vorhanden ist
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-DBL-FUND-IX
           PERFORM U0105-EINTRAG-VERGLEICHEN
             VARYING WS-DBL-IX FROM 1 BY 1
             UNTIL WS-DBL-IX > WS-DBL-ANZAHL
                OR WS-DBL-FUND-IX > ZERO

           EXIT.


       U0105-EINTRAG-VERGLEICHEN.

      ***------------------------------------------------------------***
      * Einzelnen Arbeitslisteneintrag mit der gesuchten ID
      * vergleichen
      ***------------------------------------------------------------***

           IF WS-DBL-BVID(WS-DBL-IX) = WS-DBL-SUCH-BVID
              MOVE WS-DBL-IX TO WS-DBL-FUND-IX
           END-IF

           EXIT.


       Z9990-ABSCHLUSSMELDUNG.

      ***------------------------------------------------------------***
      * Laufzusammenfassung fuer den Operator ausgeben
      ***------------------------------------------------------------***

           DISPLAY '  '
           'OS1167A Dublettenloeschung beendet:'
           ' UEBERTRAG='    WS-ANZ-UEBERTRAG-EIN
           ' NEU='          WS-ANZ-NEU
           ' BEREITS-OFFEN=' WS-ANZ-BEREITS-OFFEN
           ' EINTRAEGE='    WS-ANZ-EINTRAEGE

           DISPLAY '  '
           'OS1167A:'
           ' FREIGABEN='    WS-ANZ-FREIGABEN
           ' OHNE-EINTRAG=' WS-ANZ-FRG-OHNE-EINTRAG
           ' MEHRFACH='     WS-ANZ-FRG-MEHRFACH
           ' BESTAETIGT='   WS-ANZ-BESTAETIGT
           ' GELOESCHT='    WS-ANZ-GELOESCHT
           ' NICHT-GELOESCHT=' WS-ANZ-NICHT-GELOESCHT

           DISPLAY '  '
           'OS1167A:'
           ' ABGELEHNT='    WS-ANZ-ABGELEHNT
           ' VIER-AUGEN-FEHL=' WS-ANZ-VIER-AUGEN
           ' UNGUELTIG='    WS-ANZ-UNGUELTIG
           ' OFFEN='        WS-ANZ-OFFEN

           IF WS-ANZ-VIER-AUGEN > ZERO
              DISPLAY '  '
              'OS1167A: Freigaben mit gleichem Vorbereiter und'
              ' Freigeber abgewiesen - Returncode 4'
           END-IF

           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      * (Eingabe = Eintraege der Arbeitsliste)
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              MOVE WS-ANZ-EINTRAEGE TO WS-LAUF-ANZ-EINGABE
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
