      ***------------------------------------------------------------***
      * Datum               : (vgl. ClearCase-Historie)
      * MusterVersion       : 3.3 vom 26.11.2009
      * Typ                 : Hauptprogramm (Stapel)
      *
      * Anwendung/Subsystem : GO_Partner
      * Komponente          : OSMandatBestandSchnappschuss
      * Name:               : OS1166A
      *
      ***------------------------------------------------------------***
      *
      * Dokumentation:
      * OS_MandatBestandSchnappschuss <OS1166A>
      *      Naechtlicher Schnappschuss des aktiven Mandatsbestands.
      *
      *      Liest die Bestandsliste MANDBEST (je Satz eine
      *      BANKVERBINDUNGID des aktiven Mandatsbestands, vom
      *      naechtlichen Bestandsabzug bereitgestellt), holt zu
      *      jeder ID den Mandatssatz genau einmal ueber das OD1143A
      *      (Methode MANDATZUBVIDHOLEN) und schreibt ihn vollstaendig
      *      in die Schnappschussdatei MANDSNAP (Satzaufbau SO0745A,
      *      Mandatsteil wie ein Eintrag der SO0721A). Nicht
      *      gefundene IDs werden nur gezaehlt.
      *
      *      Als letzter Satz folgt ein Kontrollsatz mit Erstell-
      *      datum und -zeit, der Anzahl der Mandatssaetze, der
      *      Anzahl gelesener und nicht gefundener IDs und der
      *      Lauf-ID. Der Selektionslauf OS1151A, der Verfallslauf
      *      OS1155A und die Dublettensuche OS1158A lesen nur noch
      *      diesen Schnappschuss und pruefen vorher den Kontroll-
      *      satz; ein abgebrochener Schnappschusslauf hinterlaesst
      *      keinen Kontrollsatz und wird von ihnen abgewiesen.
      *
      *      Fehlt die Bestandsliste MANDBEST, entsteht ein leerer
      *      Schnappschuss mit Kontrollsatz und gekennzeichnetem
      *      Bestandsschalter; die lesenden Laeufe enden dann wie
      *      bisher ohne Verarbeitung.
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OS1166A.
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
      *  Bestandsliste der BANKVERBINDUNGIDs des aktiven Bestands
      ***------------------------------------------------------------***
           SELECT MANDBEST-DATEI ASSIGN TO 'MANDBEST'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDBEST-STATUS.

      ***------------------------------------------------------------***
      *  Schnappschuss des aktiven Mandatsbestands
      ***------------------------------------------------------------***
           SELECT MANDSNAP-DATEI ASSIGN TO 'MANDSNAP'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDSNAP-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***------------------------------------------------------------***
      *  Satz der Bestandsliste MANDBEST (Aufbau wie im OS1151A)
      ***------------------------------------------------------------***
       FD  MANDBEST-DATEI
           RECORDING MODE IS F.
       01  MANDBEST-SATZ.
           05  MANDBEST-BANKVERBINDUNGID       PIC 9(10).
           05  FILLER                          PIC X(122).

      ***------------------------------------------------------------***
      *  Satz des Bestandsschnappschusses - siehe Copystrecke SO0745A
      ***------------------------------------------------------------***
       FD  MANDSNAP-DATEI
           RECORDING MODE IS F.
           COPY SO0745A REPLACING ==:PRF:== BY ==SNAP==.

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
                                       VALUE 'OS1166A'.

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
      *  Bereich fuer die Bestandsverarbeitung
      ***------------------------------------------------------------***
       01 WS-MANDBEST-BEREICH.
          05 WS-MANDBEST-STATUS            PIC X(02).
          05 WS-MANDBEST-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDBEST-DATEI-ENDE             VALUE 'J'.
          05 WS-BESTAND-SW                 PIC X(01) VALUE 'J'.
             88 BESTAND-FEHLT                   VALUE 'N'.

      ***------------------------------------------------------------***
      *  Bereich fuer den Schnappschuss
      ***------------------------------------------------------------***
       01 WS-MANDSNAP-BEREICH.
          05 WS-MANDSNAP-STATUS            PIC X(02).

      ***------------------------------------------------------------***
      *  Zaehler fuer die Laufzusammenfassung und den Kontrollsatz
      ***------------------------------------------------------------***
       01 WS-ZAEHLER-BEREICH.
          05 WS-ANZ-GELESEN                PIC 9(09) COMP VALUE ZERO.
          05 WS-ANZ-GESCHRIEBEN            PIC 9(09) COMP VALUE ZERO.
          05 WS-ANZ-NICHTGEF               PIC 9(09) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Copystrecken fuer den Aufruf des OD1143A
      ***------------------------------------------------------------***
      * Technische Copystrecke mit den Aufrufdaten fuer OD1143A
           COPY SE3989 REPLACING ==:PRF:== BY ==U1==.
      * Fachliche Copystrecken fuer die Methode MANDATZUBVIDHOLEN
           COPY SO0721A REPLACING ==:PRF:== BY ==AB03==.
           COPY SO0721E REPLACING ==:PRF:== BY ==EB03==.
      * Initialisierung
           COPY SO0721E REPLACING ==:PRF:== BY ==EI03==.

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
                             VALUE 'OS1166A'.                           BOBENV
       77  MY-SYSTEM         PIC X(4)                                   BOBENV
                             VALUE 'BOB'.                               BOBENV
       77  MY-NAME-LOG       PIC X(30)                                  BOBENV
                             VALUE 'OSMandatBestandSchnappschuss'.      BOBENV
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
       01  SF0001  PIC X(10)  VALUE 'SF0001'.                           MUPRODEF

       PROCEDURE DIVISION.

       OS1166A-MAINLINE.

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

           DISPLAY '  ' 'OS1166A LAUF-ID=' WS-LAUF-ID

           EXIT.


       B0000-STAPELVERARBEITUNG.

      ***------------------------------------------------------------***
      * Bestandsliste durchlaufen, je BANKVERBINDUNGID den
      * Mandatssatz in den Schnappschuss schreiben und zum Schluss
      * den Kontrollsatz anhaengen
      ***------------------------------------------------------------***

           OPEN OUTPUT MANDSNAP-DATEI

           OPEN INPUT MANDBEST-DATEI
           IF WS-MANDBEST-STATUS = '35'
              SET BESTAND-FEHLT TO TRUE
              DISPLAY '  '
              'OS1166A: keine Bestandsliste MANDBEST vorhanden -'
              ' leerer Schnappschuss wird geschrieben'
           ELSE
              MOVE 'N' TO WS-MANDBEST-EOF-SW
              PERFORM UNTIL MANDBEST-DATEI-ENDE
                 READ MANDBEST-DATEI
                   AT END
                      SET MANDBEST-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0100-MANDAT-SICHERN
                 END-READ
              END-PERFORM
              CLOSE MANDBEST-DATEI
           END-IF

           PERFORM B0200-KONTROLLSATZ-SCHREIBEN

           CLOSE MANDSNAP-DATEI

           EXIT.


       B0100-MANDAT-SICHERN.

      ***------------------------------------------------------------***
      * Mandatssatz zur BANKVERBINDUNGID holen und unveraendert in
      * den Schnappschuss uebernehmen
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-GELESEN

           PERFORM M0100-MANDAT-HOLEN-RUFEN

           IF ALLES-OK AND LAST-CALL-OK
              MOVE SPACES               TO SNAP-SO0745A
              SET SNAP-MANDATSATZ       TO TRUE
              MOVE AB03-MANDAT-TAB(1)   TO SNAP-MANDAT
              WRITE SNAP-SO0745A
              ADD 1 TO WS-ANZ-GESCHRIEBEN
           ELSE
      *       nicht gefundenes Mandat bzw. MaCH-Stoerung: die ID
      *       fehlt im Schnappschuss und wird im Kontrollsatz
      *       gezaehlt, der Lauf geht weiter
              ADD 1 TO WS-ANZ-NICHTGEF
              SET ALLES-OK TO TRUE
           END-IF

           EXIT.


       B0200-KONTROLLSATZ-SCHREIBEN.

      ***------------------------------------------------------------***
      * Kontrollsatz als letzten Satz des Schnappschusses schreiben:
      * Erstellzeitpunkt (Laufstart), Mengen und Lauf-ID
      ***------------------------------------------------------------***

           MOVE SPACES               TO SNAP-SO0745A
           SET SNAP-KONTROLLSATZ     TO TRUE
           MOVE WS-LAUF-START-DATUM  TO SNAP-KTL-ERSTELL-DATUM
           MOVE WS-LAUF-START-ZEIT   TO SNAP-KTL-ERSTELL-ZEIT
           MOVE WS-ANZ-GESCHRIEBEN   TO SNAP-KTL-ANZ-MANDATE
           MOVE WS-ANZ-GELESEN       TO SNAP-KTL-ANZ-BESTAND
           MOVE WS-ANZ-NICHTGEF      TO SNAP-KTL-ANZ-NICHTGEF
           MOVE WS-BESTAND-SW        TO SNAP-KTL-BESTAND-SW
           MOVE WS-LAUF-ID           TO SNAP-KTL-LAUF-ID
           WRITE SNAP-SO0745A

           EXIT.


       M0100-MANDAT-HOLEN-RUFEN.

      ***------------------------------------------------------------***
      * OD1143A mit der Methode MANDATZUBVIDHOLEN fuer die aktuelle
      * BANKVERBINDUNGID aufrufen
      ***------------------------------------------------------------***

           MOVE EI03-SO0721E        TO EB03-SO0721E
           MOVE MANDBEST-BANKVERBINDUNGID TO EB03-BANKVERBINDUNGID

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


       Z9990-ABSCHLUSSMELDUNG.

      ***------------------------------------------------------------***
      * Laufzusammenfassung fuer den Operator ausgeben
      ***------------------------------------------------------------***

           DISPLAY '  '
           'OS1166A Bestandsschnappschuss beendet:'
           ' GELESEN='      WS-ANZ-GELESEN
           ' GESCHRIEBEN='  WS-ANZ-GESCHRIEBEN
           ' NICHTGEF='     WS-ANZ-NICHTGEF

           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      * (Ausgabe = Mandatssaetze im Schnappschuss)
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              MOVE WS-ANZ-GELESEN TO WS-LAUF-ANZ-EINGABE
              MOVE WS-ANZ-GESCHRIEBEN TO WS-LAUF-ANZ-AUSGABE
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
