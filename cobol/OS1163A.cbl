      ***------------------------------------------------------------***
      * Datum               : (vgl. ClearCase-Historie)
      * MusterVersion       : 3.3 vom 26.11.2009
      * Typ                 : Hauptprogramm (Stapel)
      *
      * Anwendung/Subsystem : GO_Partner
      * Komponente          : OSMandatNutzungEinspielung
      * Name:               : OS1163A
      *
      ***------------------------------------------------------------***
      *
      * Dokumentation:
      * OS_MandatNutzungEinspielung <OS1163A>
      *      Taeglicher Einspielungslauf der ausgefuehrten
      *      Lastschrifteinzuege aus dem Zahlungsverkehr.
      *
      *      Liest die Einzugsdatei MANDEINZ (je ausgefuehrtem
      *      Einzug BANKVERBINDUNGID, MANDATREFNR und Einzugsdatum)
      *      und holt zu jedem Einzug das Mandat ueber OD1143A
      *      MANDATZUBVIDHOLEN aus dem Bestand. Ist das Mandat
      *      AKTIV, gehoert die MANDATREFNR dazu und ist das
      *      Einzugsdatum juenger als das gespeicherte
      *      LETZTVERWEND, wird das Einzugsdatum als neues
      *      Verwendungsdatum ueber OD1144A AKTIVESMANDATSPEICHERN
      *      zurueckgeschrieben. Damit beruhen der Vorwarnlauf
      *      OS1162A und der Nichtnutzungslauf OS1150A auf dem
      *      tatsaechlichen Einzugsgeschehen.
      *
      *      Ein Einzug auf ein Mandat, das ARCHIVIERT oder
      *      GESPERRT ist oder weder im Bestand noch im Archiv
      *      (OD1143A MANDATARCHZUBVIDHOLEN) gefunden wird, geht
      *      - ebenso wie ein Einzug mit abweichender MANDATREFNR
      *      oder ungueltigem Einzugsdatum und ein gescheiterter
      *      Speicheraufruf - in den Ausnahmebericht MANDEAUS.
      *      Ein Einzug, der nicht juenger als das gespeicherte
      *      LETZTVERWEND ist (z.B. Mehrfachlieferung), bleibt
      *      ohne Wirkung und wird nur gezaehlt.
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OS1163A.
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
      *  Ausgefuehrte Lastschrifteinzuege aus dem Zahlungsverkehr
      ***------------------------------------------------------------***
           SELECT MANDEINZ-DATEI ASSIGN TO 'MANDEINZ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDEINZ-STATUS.

      ***------------------------------------------------------------***
      *  Ausnahmebericht der nicht einspielbaren Einzuege
      ***------------------------------------------------------------***
           SELECT MANDEAUS-DATEI ASSIGN TO 'MANDEAUS'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDEAUS-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***------------------------------------------------------------***
      *  Satz der Einzugsdatei MANDEINZ (feste Spalten)
      ***------------------------------------------------------------***
       FD  MANDEINZ-DATEI
           RECORDING MODE IS F.
       01  MANDEINZ-SATZ.
           05  MANDEINZ-BANKVERBINDUNGID      PIC 9(10).
           05  MANDEINZ-MANDATREFNR            PIC X(35).
           05  MANDEINZ-EINZUGDAT              PIC 9(08).
           05  FILLER                          PIC X(79).

      ***------------------------------------------------------------***
      *  Zeile des Ausnahmeberichts MANDEAUS
      ***------------------------------------------------------------***
       FD  MANDEAUS-DATEI
           RECORDING MODE IS F.
       01  MANDEAUS-SATZ                    PIC X(132).

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
                                       VALUE 'OS1163A'.

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
      *  Bereich fuer die Einzugsdatei
      ***------------------------------------------------------------***
       01 WS-MANDEINZ-BEREICH.
          05 WS-MANDEINZ-STATUS            PIC X(02).
          05 WS-MANDEINZ-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDEINZ-DATEI-ENDE             VALUE 'J'.

      ***------------------------------------------------------------***
      *  Bereich fuer den Ausnahmebericht
      ***------------------------------------------------------------***
       01 WS-MANDEAUS-BEREICH.
          05 WS-MANDEAUS-STATUS            PIC X(02).
          05 WS-AUSNAHME-GRUND             PIC X(30).
          05 WS-AUSNAHME-STATUS            PIC X(02).
          05 WS-AUSNAHME-LETZTVERWEND      PIC 9(08).

      ***------------------------------------------------------------***
      *  Bereich fuer die Einzugspruefung
      ***------------------------------------------------------------***
       01 WS-EINZUG-BEREICH.
          05 WS-HEUTE-DATUM                PIC 9(08).
          05 WS-EINZUG-ERGEBNIS-SW         PIC X(01).
             88 EINZUG-EINGESPIELT              VALUE 'E'.
             88 EINZUG-NICHT-NEUER              VALUE 'N'.
             88 EINZUG-AUSNAHME                 VALUE 'A'.

      ***------------------------------------------------------------***
      *  Zaehler fuer die Laufzusammenfassung
      ***------------------------------------------------------------***
       01 WS-ZAEHLER-BEREICH.
          05 WS-ANZ-GELESEN                PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-EINGESPIELT             PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-NICHT-NEUER             PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-AUSNAHMEN               PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-NICHT-GEFUNDEN          PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-ARCHIVIERT              PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-GESPERRT                PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-SONSTIGE                PIC 9(06) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Copystrecken fuer den Aufruf des OD1143A
      ***------------------------------------------------------------***
      * Technische Copystrecke mit den Aufrufdaten der OD-/OV-Module
           COPY SE3989 REPLACING ==:PRF:== BY ==U1==.
      * Fachliche Copystrecken fuer MANDATZUBVIDHOLEN und
      * MANDATARCHZUBVIDHOLEN
           COPY SO0721A REPLACING ==:PRF:== BY ==AB03==.
           COPY SO0721E REPLACING ==:PRF:== BY ==EB03==.
      * Initialisierung
           COPY SO0721E REPLACING ==:PRF:== BY ==EI03==.

      ***------------------------------------------------------------***
      *  Copystrecken fuer den Aufruf des OD1144A
      *  (AKTIVESMANDATSPEICHERN)
      ***------------------------------------------------------------***
           COPY SO0733E REPLACING ==:PRF:== BY ==EB02==.
      * Initialisierung
           COPY SO0733E REPLACING ==:PRF:== BY ==EI02==.

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
                             VALUE 'OS1163A'.                           BOBENV
       77  MY-SYSTEM         PIC X(4)                                   BOBENV
                             VALUE 'BOB'.                               BOBENV
       77  MY-NAME-LOG       PIC X(30)                                  BOBENV
                             VALUE 'OSMandatNutzungEinspielung'.        BOBENV
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
       77  OD1144A        PIC X(8)  VALUE 'OD1144A'.                    MCALL
       01  SF0001  PIC X(10)  VALUE 'SF0001'.                           MUPRODEF

       PROCEDURE DIVISION.

       OS1163A-MAINLINE.

      ***------------------------------------------------------------***
      * Aufbau des BOB-Environment und Stapelsteuerung
      ***------------------------------------------------------------***

           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM B0000-STAPELVERARBEITUNG
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

           DISPLAY '  ' 'OS1163A LAUF-ID=' WS-LAUF-ID

           EXIT.


       B0000-STAPELVERARBEITUNG.

      ***------------------------------------------------------------***
      * Einzugsdatei satzweise verarbeiten; ohne Einzugsdatei
      * endet der Lauf ohne Verarbeitung
      ***------------------------------------------------------------***

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE-DATUM

           OPEN INPUT MANDEINZ-DATEI
           IF WS-MANDEINZ-STATUS = '35'
              DISPLAY '  '
              'OS1163A: keine Einzugsdatei MANDEINZ vorhanden -'
              ' Lauf ohne Verarbeitung beendet'
           ELSE
              OPEN OUTPUT MANDEAUS-DATEI
              MOVE 'N' TO WS-MANDEINZ-EOF-SW
              PERFORM UNTIL MANDEINZ-DATEI-ENDE
                 READ MANDEINZ-DATEI
                   AT END
                      SET MANDEINZ-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0100-EINZUG-VERARBEITEN
                 END-READ
              END-PERFORM
              CLOSE MANDEAUS-DATEI
              CLOSE MANDEINZ-DATEI
           END-IF

           EXIT.


       B0100-EINZUG-VERARBEITEN.

      ***------------------------------------------------------------***
      * Einzelnen Einzug pruefen und einspielen bzw. in den
      * Ausnahmebericht stellen
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-GELESEN

           MOVE SPACES TO WS-AUSNAHME-GRUND
           MOVE SPACES TO WS-AUSNAHME-STATUS
           MOVE ZERO   TO WS-AUSNAHME-LETZTVERWEND

           IF MANDEINZ-BANKVERBINDUNGID IS NOT NUMERIC
              OR MANDEINZ-EINZUGDAT IS NOT NUMERIC
              OR MANDEINZ-EINZUGDAT = ZERO
              OR MANDEINZ-EINZUGDAT > WS-HEUTE-DATUM
              SET EINZUG-AUSNAHME TO TRUE
              MOVE 'EINZUGSSATZ UNGUELTIG' TO WS-AUSNAHME-GRUND
           ELSE
              PERFORM B0110-MANDAT-PRUEFEN
           END-IF

           EVALUATE TRUE
              WHEN EINZUG-EINGESPIELT
                 ADD 1 TO WS-ANZ-EINGESPIELT
              WHEN EINZUG-NICHT-NEUER
                 ADD 1 TO WS-ANZ-NICHT-NEUER
              WHEN OTHER
                 PERFORM B0200-AUSNAHME-SCHREIBEN
           END-EVALUATE

           SET ALLES-OK TO TRUE

           EXIT.


       B0110-MANDAT-PRUEFEN.

      ***------------------------------------------------------------***
      * Mandat im Bestand holen und nach Status, MANDATREFNR und
      * Verwendungsdatum entscheiden; ohne Bestandstreffer wird im
      * Archiv nachgesehen, um ARCHIVIERT von NICHT GEFUNDEN zu
      * unterscheiden
      ***------------------------------------------------------------***

           SET EINZUG-AUSNAHME TO TRUE

           PERFORM M0100-BESTAND-HOLEN-RUFEN

           IF ALLES-OK AND LAST-CALL-OK
              MOVE AB03-MANDATSSTATUS(1) TO WS-AUSNAHME-STATUS
              MOVE AB03-LETZTVERWEND(1)  TO WS-AUSNAHME-LETZTVERWEND
              EVALUATE TRUE
                 WHEN AB03-MANDATSSTATUS-ARCHIVIERT(1)
                    MOVE 'ARCHIVIERT' TO WS-AUSNAHME-GRUND
                 WHEN AB03-MANDATSSTATUS-GESPERRT(1)
                    MOVE 'GESPERRT' TO WS-AUSNAHME-GRUND
                 WHEN NOT AB03-MANDATSSTATUS-AKTIV(1)
                    MOVE 'STATUS UNBEKANNT' TO WS-AUSNAHME-GRUND
                 WHEN AB03-MANDATREFNR(1) NOT = MANDEINZ-MANDATREFNR
                    MOVE 'MANDATREFNR ABWEICHEND' TO WS-AUSNAHME-GRUND
                 WHEN MANDEINZ-EINZUGDAT NOT > AB03-LETZTVERWEND(1)
                    SET EINZUG-NICHT-NEUER TO TRUE
                 WHEN OTHER
                    PERFORM B0120-VERWENDUNG-SPEICHERN
              END-EVALUATE
           ELSE
              SET ALLES-OK TO TRUE
              PERFORM M0200-ARCHIV-HOLEN-RUFEN
              IF ALLES-OK AND LAST-CALL-OK
                 MOVE AB03-MANDATSSTATUS(1) TO WS-AUSNAHME-STATUS
                 MOVE AB03-LETZTVERWEND(1)
                      TO WS-AUSNAHME-LETZTVERWEND
                 MOVE 'ARCHIVIERT' TO WS-AUSNAHME-GRUND
              ELSE
                 MOVE 'NICHT GEFUNDEN' TO WS-AUSNAHME-GRUND
              END-IF
           END-IF

           EXIT.


       B0120-VERWENDUNG-SPEICHERN.

      ***------------------------------------------------------------***
      * Bestandssatz mit dem Einzugsdatum als neuem
      * Verwendungsdatum ueber das OD1144A zurueckschreiben
      ***------------------------------------------------------------***

           PERFORM M0300-SATZ-UEBERTRAGEN
           MOVE MANDEINZ-EINZUGDAT TO EB02-VERWENDDAT
           PERFORM M0400-BESTAND-SPEICHERN-RUFEN

           IF ALLES-OK AND LAST-CALL-OK
              SET EINZUG-EINGESPIELT TO TRUE
           ELSE
              MOVE 'SPEICHERN FEHLGESCHLAGEN' TO WS-AUSNAHME-GRUND
           END-IF

           EXIT.


       B0200-AUSNAHME-SCHREIBEN.

      ***------------------------------------------------------------***
      * Nicht einspielbaren Einzug mit Grund, vorgefundenem
      * Status und LETZTVERWEND in den Ausnahmebericht schreiben
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-AUSNAHMEN

           EVALUATE WS-AUSNAHME-GRUND
              WHEN 'NICHT GEFUNDEN'
                 ADD 1 TO WS-ANZ-NICHT-GEFUNDEN
              WHEN 'ARCHIVIERT'
                 ADD 1 TO WS-ANZ-ARCHIVIERT
              WHEN 'GESPERRT'
                 ADD 1 TO WS-ANZ-GESPERRT
              WHEN OTHER
                 ADD 1 TO WS-ANZ-SONSTIGE
           END-EVALUATE

           MOVE SPACES TO MANDEAUS-SATZ
           STRING 'BVID='                    DELIMITED BY SIZE
                  MANDEINZ-BANKVERBINDUNGID  DELIMITED BY SIZE
                  ' REFNR='                  DELIMITED BY SIZE
                  MANDEINZ-MANDATREFNR       DELIMITED BY SPACE
                  ' EINZUG='                 DELIMITED BY SIZE
                  MANDEINZ-EINZUGDAT         DELIMITED BY SIZE
                  ' STATUS='                 DELIMITED BY SIZE
                  WS-AUSNAHME-STATUS         DELIMITED BY SIZE
                  ' LETZTVERWEND='           DELIMITED BY SIZE
                  WS-AUSNAHME-LETZTVERWEND   DELIMITED BY SIZE
                  ' GRUND='                  DELIMITED BY SIZE
                  WS-AUSNAHME-GRUND          DELIMITED BY SIZE
             INTO MANDEAUS-SATZ
           END-STRING
           WRITE MANDEAUS-SATZ

           EXIT.


       M0100-BESTAND-HOLEN-RUFEN.

      ***------------------------------------------------------------***
      * OD1143A mit der Methode MANDATZUBVIDHOLEN fuer die
      * BANKVERBINDUNGID des Einzugs aufrufen
      ***------------------------------------------------------------***

           MOVE EI03-SO0721E              TO EB03-SO0721E
           MOVE MANDEINZ-BANKVERBINDUNGID TO EB03-BANKVERBINDUNGID

      *|-< $MCALL OD1143A
      *    ...    ENTITAET='ODMandat'
      *    ...    METHODE='MANDATZUBVIDHOLEN'
      *    ...    U13989
      *    ...    AB03-SO0721A
      *    ...    EB03-SO0721E
           MOVE 'MANDATZUBVIDHOLEN' TO U1-MODUL-METHODE
           MOVE 'ODMandat'          TO U1-ZIEL-ENTITAET
           CALL OD1143A USING U13989
                              AB03-SO0721A
                              EB03-SO0721E
           END-CALL

           EXIT.


       M0200-ARCHIV-HOLEN-RUFEN.

      ***------------------------------------------------------------***
      * OD1143A mit der Methode MANDATARCHZUBVIDHOLEN fuer die
      * BANKVERBINDUNGID des Einzugs aufrufen
      ***------------------------------------------------------------***

           MOVE EI03-SO0721E              TO EB03-SO0721E
           MOVE MANDEINZ-BANKVERBINDUNGID TO EB03-BANKVERBINDUNGID

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


       M0300-SATZ-UEBERTRAGEN.

      ***------------------------------------------------------------***
      * Gefundenen Mandatssatz (SO0721A-Treffer) in den
      * Speicherbereich des OD1144A uebernehmen (Feldzuordnung wie
      * im OV1145A, M0700-MANDAT-AKT-SPEICHERN-E)
      ***------------------------------------------------------------***

           MOVE EI02-SO0733E             TO EB02-SO0733E

           MOVE AB03-BANKVERBINDUNGID(1) TO EB02-BANKVERBINDUNGID
           MOVE AB03-MANDATREFNR(1)      TO EB02-MANDATREFNR
           MOVE AB03-MANDATSART(1)       TO EB02-MANDATSART
           MOVE AB03-VERWENDUNGSART(1)   TO EB02-VERWENDUNGSART
           MOVE AB03-LETZTVERWEND(1)     TO EB02-VERWENDDAT
           MOVE AB03-VERWENDBARBIS(1)    TO EB02-VERWENDBARBIS
           MOVE AB03-MANDATSSTATUS(1)    TO EB02-MANDATSSTATUS
           MOVE AB03-ABLAGEORT(1)        TO EB02-ABLAGEORT
           MOVE AB03-MANDANT(1)          TO EB02-MANDANT
           MOVE AB03-ANLDAT(1)           TO EB02-ANLDAT
           MOVE AB03-GUELTVONZP(1)       TO EB02-GUELTVONZP
           MOVE AB03-GUELTBISZP(1)       TO EB02-GUELTBISZP
           MOVE AB03-ANLAENDID(1)        TO EB02-ANLAENDID
           MOVE AB03-ANLAENDPG(1)        TO EB02-ANLAENDPG
           MOVE AB03-ANLAENDZP(1)        TO EB02-ANLAENDZP

           EXIT.


       M0400-BESTAND-SPEICHERN-RUFEN.

      ***------------------------------------------------------------***
      * OD1144A mit der Methode AKTIVESMANDATSPEICHERN aufrufen
      ***------------------------------------------------------------***

      *|-< $MCALL OD1144A
      *    ...    ENTITAET='ODMandat'
      *    ...    METHODE='AKTIVESMANDATSPEICHERN'
      *    ...    U13989
      *    ...    OMITTED
      *    ...    EB02-SO0733E
      *    ...    OMITTED
           MOVE 'AKTIVESMANDATSPEICHERN' TO U1-MODUL-METHODE
           MOVE 'ODMandat'               TO U1-ZIEL-ENTITAET
           CALL OD1144A USING U13989
                              OMITTED
                              EB02-SO0733E
                              OMITTED
           END-CALL

           EXIT.


       Z9990-ABSCHLUSSMELDUNG.

      ***------------------------------------------------------------***
      * Laufzusammenfassung fuer den Operator ausgeben
      ***------------------------------------------------------------***

           DISPLAY '  '
           'OS1163A Einspielungslauf beendet:'
           ' GELESEN='          WS-ANZ-GELESEN
           ' EINGESPIELT='      WS-ANZ-EINGESPIELT
           ' NICHT-NEUER='      WS-ANZ-NICHT-NEUER
           ' AUSNAHMEN='        WS-ANZ-AUSNAHMEN

           DISPLAY '  '
           'OS1163A Ausnahmen:'
           ' NICHT-GEFUNDEN='   WS-ANZ-NICHT-GEFUNDEN
           ' ARCHIVIERT='       WS-ANZ-ARCHIVIERT
           ' GESPERRT='         WS-ANZ-GESPERRT
           ' SONSTIGE='         WS-ANZ-SONSTIGE

           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              MOVE WS-ANZ-GELESEN TO WS-LAUF-ANZ-EINGABE
              MOVE WS-ANZ-EINGESPIELT TO WS-LAUF-ANZ-AUSGABE

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
