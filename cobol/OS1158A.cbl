      * OS_MandatDublettenScan <OS1158A>
      *      Suchlauf nach Mandats-Dubletten im aktiven Bestand.
      *
      *      Liest den naechtlichen Bestandsschnappschuss MANDSNAP
      *      des OS1166A (Pruefung des Kontrollsatzes wie beim
      *      OS1151A; ein nicht verwendbarer Schnappschuss bricht
      *      den Lauf mit Returncode 8 ab) und gruppiert die AKTIVEN
      *      und GESPERRTEN Mandate nach ihrer MANDATREFNR.
      *
      *      Jede Gruppe mit mehr als einem Mandat wird mit einem
      *      Satz), so dass die fachlich bestaetigten Eintraege
      *      ohne Umformung blockweise in einen
      *      MANDATLOESCHENBULK-Aufruf des OV1145A uebernommen
      *      werden koennen. Die Freigabe im Vier-Augen-Prinzip
      *      (Freigabedatei MANDDFRG, SO0746A) und die Loeschung
      *      der bestaetigten Eintraege uebernimmt der OS1167A.
      *
      ***------------------------------------------------------------***

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ***------------------------------------------------------------***
      *  Naechtlicher Schnappschuss des aktiven Mandatsbestands
      *  (erstellt vom OS1166A)
      ***------------------------------------------------------------***
           SELECT MANDSNAP-DATEI ASSIGN TO 'MANDSNAP'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDSNAP-STATUS.

      ***------------------------------------------------------------***
      *  Arbeitsliste der Dublettengruppen
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDDUBL-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ***------------------------------------------------------------***
      *  Satz des Bestandsschnappschusses - siehe Copystrecke SO0745A
      ***------------------------------------------------------------***
       FD  MANDSNAP-DATEI
           RECORDING MODE IS F.
           COPY SO0745A REPLACING ==:PRF:== BY ==SNAP==.

      ***------------------------------------------------------------***
      *  Zeile der Arbeitsliste MANDDUBW
               88  MANDDUBL-LOESCHGRUND-DUBLETTE   VALUE '03'.
           05  FILLER                          PIC X(120).

      ***------------------------------------------------------------***
      *  Satz des Laufjournals MANDLAUF
      ***------------------------------------------------------------***
       FD  MANDLAUF-DATEI
           RECORDING MODE IS F.
           COPY SO0744A REPLACING ==:PRF:== BY ==JRN==.

       WORKING-STORAGE SECTION.

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
      *  Bereich fuer den Bestandsschnappschuss MANDSNAP; der
      *  Kontrollsatz wird bei der Vorpruefung nach SNK gesichert.
      *  Ein Schnappschuss wird bis zum Vortag des Laufs anerkannt,
      *  da die Nachtkette ueber Mitternacht laufen kann
      ***------------------------------------------------------------***
       01 WS-MANDSNAP-BEREICH.
          05 WS-MANDSNAP-STATUS            PIC X(02).
          05 WS-MANDSNAP-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDSNAP-DATEI-ENDE             VALUE 'J'.
          05 WS-SNAP-KONTROLLE-SW          PIC X(01) VALUE 'N'.
             88 SNAP-KONTROLLSATZ-GELESEN       VALUE 'J'.
          05 WS-SNAP-ZUSTAND-SW            PIC X(01) VALUE 'N'.
             88 SNAP-VERWENDBAR                 VALUE 'J'.
          05 WS-SNAP-ANZ-MANDATE           PIC 9(09) COMP VALUE ZERO.
          05 WS-SNAP-ANZ-NACH-KONTROLLE    PIC 9(09) COMP VALUE ZERO.
          05 WS-SNAP-ANZ-UNGUELTIG         PIC 9(09) COMP VALUE ZERO.
          05 WS-SNAP-MIN-DATUM             PIC 9(08) VALUE ZERO.
          05 WS-ABBRUCH-SW                 PIC X(01) VALUE 'N'.
             88 LAUF-ABGEBROCHEN               VALUE 'J'.
       77 WS-SNAP-MAX-ALTER-TAGE           PIC 9(04) COMP VALUE 1.
           COPY SO0745A REPLACING ==:PRF:== BY ==SNK==.

      ***------------------------------------------------------------***
      *  Bereiche fuer die Ausgabedateien
          05 WS-ANZ-LOESCHKAND              PIC 9(06) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Mandatssatz aus dem Schnappschuss im Aufbau der Trefferliste
      *  des OD1143A (Methode MANDATZUBVIDHOLEN)
      ***------------------------------------------------------------***
           COPY SO0721A REPLACING ==:PRF:== BY ==AB03==.

      ***------------------------------------------------------------***
      ***------------------------------------------------------------***BOBENV
      ***------------------------------------------------------------***BOBENV
      * * ENDE VARIABLEN FUER BOB-ENVIRONMENT                          *BOBENV
      ***------------------------------------------------------------***BOBENV
       01  SF0001  PIC X(10)  VALUE 'SF0001'.                           MUPRODEF

       PROCEDURE DIVISION.
           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM B0005-SCHNAPPSCHUSS-PRUEFEN
              IF NOT LAUF-ABGEBROCHEN
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

           DISPLAY '  ' 'OS1158A LAUF-ID=' WS-LAUF-ID

           EXIT.


       B0005-SCHNAPPSCHUSS-PRUEFEN.

      ***------------------------------------------------------------***
      * Schnappschuss MANDSNAP vor der Verarbeitung einmal
      * durchzaehlen und gegen seinen Kontrollsatz pruefen: fehlt
      * der Kontrollsatz als letzter Satz, weicht die Anzahl der
      * Mandatssaetze ab oder ist der Schnappschuss aelter als
      * erlaubt, wird er nicht verwendet und der Lauf bricht ab
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-SNAP-ANZ-MANDATE
                        WS-SNAP-ANZ-NACH-KONTROLLE
                        WS-SNAP-ANZ-UNGUELTIG
           MOVE 'N'  TO WS-SNAP-KONTROLLE-SW
                        WS-SNAP-ZUSTAND-SW
           COMPUTE WS-SNAP-MIN-DATUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAUF-START-DATUM)
                    - WS-SNAP-MAX-ALTER-TAGE)

           OPEN INPUT MANDSNAP-DATEI
           IF WS-MANDSNAP-STATUS = '35'
              MOVE 'J' TO WS-ABBRUCH-SW
              DISPLAY '  '
              'OS1158A ABBRUCH: kein Bestandsschnappschuss'
              ' MANDSNAP vorhanden'
           ELSE
              MOVE 'N' TO WS-MANDSNAP-EOF-SW
              PERFORM UNTIL MANDSNAP-DATEI-ENDE
                 READ MANDSNAP-DATEI
                   AT END
                      SET MANDSNAP-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0006-SCHNAPPSATZ-ZAEHLEN
                 END-READ
              END-PERFORM
              CLOSE MANDSNAP-DATEI

              EVALUATE TRUE
                 WHEN NOT SNAP-KONTROLLSATZ-GELESEN
                    MOVE 'J' TO WS-ABBRUCH-SW
                    DISPLAY '  '
                    'OS1158A ABBRUCH: Bestandsschnappschuss MANDSNAP'
                    ' ohne Kontrollsatz (unvollstaendig)'
                 WHEN WS-SNAP-ANZ-NACH-KONTROLLE > ZERO
                   OR WS-SNAP-ANZ-UNGUELTIG > ZERO
                    MOVE 'J' TO WS-ABBRUCH-SW
                    DISPLAY '  '
                    'OS1158A ABBRUCH: Bestandsschnappschuss MANDSNAP'
                    ' mit ' WS-SNAP-ANZ-NACH-KONTROLLE
                    ' Saetzen nach dem Kontrollsatz und '
                    WS-SNAP-ANZ-UNGUELTIG ' Saetzen unbekannter Art'
                 WHEN WS-SNAP-ANZ-MANDATE NOT = SNK-KTL-ANZ-MANDATE
                    MOVE 'J' TO WS-ABBRUCH-SW
                    DISPLAY '  '
                    'OS1158A ABBRUCH: Bestandsschnappschuss MANDSNAP'
                    ' mit ' WS-SNAP-ANZ-MANDATE
                    ' Mandatssaetzen, laut Kontrollsatz '
                    SNK-KTL-ANZ-MANDATE
                 WHEN SNK-KTL-ERSTELL-DATUM < WS-SNAP-MIN-DATUM
                    MOVE 'J' TO WS-ABBRUCH-SW
                    DISPLAY '  '
                    'OS1158A ABBRUCH: Bestandsschnappschuss MANDSNAP'
                    ' vom ' SNK-KTL-ERSTELL-DATUM ' ist veraltet'
                 WHEN OTHER
                    MOVE 'J' TO WS-SNAP-ZUSTAND-SW
                    DISPLAY '  '
                    'OS1158A: Bestandsschnappschuss vom '
                    SNK-KTL-ERSTELL-DATUM '-' SNK-KTL-ERSTELL-ZEIT
                    ' LAUF-ID=' SNK-KTL-LAUF-ID
                    ' MANDATE=' SNK-KTL-ANZ-MANDATE
              END-EVALUATE
           END-IF

           IF LAUF-ABGEBROCHEN
              MOVE 8 TO RETURN-CODE
           END-IF

           EXIT.


       B0006-SCHNAPPSATZ-ZAEHLEN.

      ***------------------------------------------------------------***
      * Einzelnen Schnappschusssatz bei der Vorpruefung zaehlen und
      * den Kontrollsatz sichern
      ***------------------------------------------------------------***

           IF SNAP-KONTROLLSATZ-GELESEN
              ADD 1 TO WS-SNAP-ANZ-NACH-KONTROLLE
           ELSE
              EVALUATE TRUE
                 WHEN SNAP-MANDATSATZ
                    ADD 1 TO WS-SNAP-ANZ-MANDATE
                 WHEN SNAP-KONTROLLSATZ
                    MOVE SNAP-SO0745A TO SNK-SO0745A
                    MOVE 'J' TO WS-SNAP-KONTROLLE-SW
                 WHEN OTHER
                    ADD 1 TO WS-SNAP-ANZ-UNGUELTIG
              END-EVALUATE
           END-IF

           EXIT.


       B0000-STAPELVERARBEITUNG.

      ***------------------------------------------------------------***
      * Schnappschuss in die Suchtabelle laden, anschliessend die
      * Dublettengruppen ermitteln und ausgeben
      ***------------------------------------------------------------***

           IF SNK-KTL-BESTAND-FEHLT
              DISPLAY '  '
              'OS1158A: keine Bestandsliste MANDBEST vorhanden -'
              ' Lauf ohne Dublettensuche beendet'
           ELSE
      *       im Schnappschuss fehlende IDs zaehlen wie nicht
      *       gefundene Mandate als gelesen und uebergangen
              ADD SNK-KTL-ANZ-NICHTGEF TO WS-ANZ-GELESEN
                                          WS-ANZ-UEBERGANGEN
              OPEN INPUT MANDSNAP-DATEI
              MOVE 'N' TO WS-MANDSNAP-EOF-SW
              PERFORM UNTIL MANDSNAP-DATEI-ENDE
                 READ MANDSNAP-DATEI
                   AT END
                      SET MANDSNAP-DATEI-ENDE TO TRUE
                   NOT AT END
                      IF SNAP-MANDATSATZ
                         PERFORM B0100-MANDAT-LADEN
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE MANDSNAP-DATEI

              OPEN OUTPUT MANDDUBW-DATEI
              OPEN OUTPUT MANDDUBL-DATEI
       B0100-MANDAT-LADEN.

      ***------------------------------------------------------------***
      * Mandatssatz aus dem Schnappschuss uebernehmen und - sofern
      * AKTIV oder GESPERRT - in die Suchtabelle aufnehmen
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-GELESEN

           PERFORM M0100-MANDAT-UEBERNEHMEN

           IF AB03-MANDATSSTATUS-AKTIV(1)
              OR AB03-MANDATSSTATUS-GESPERRT(1)
              IF WS-MAND-ANZAHL < WS-MAND-MAX
                 ADD 1 TO WS-MAND-ANZAHL
                 ADD 1 TO WS-ANZ-AUFGENOMMEN
                 MOVE AB03-BANKVERBINDUNGID(1)
                      TO WS-MAND-BVID(WS-MAND-ANZAHL)
                 MOVE AB03-MANDATREFNR(1)
                      TO WS-MAND-REFNR(WS-MAND-ANZAHL)
                 MOVE AB03-ANLDAT(1)
                      TO WS-MAND-ANLDAT(WS-MAND-ANZAHL)
                 MOVE AB03-MANDATSSTATUS(1)
                      TO WS-MAND-STATUS(WS-MAND-ANZAHL)
                 MOVE 'N'
                      TO WS-MAND-BEARBEITET-SW(WS-MAND-ANZAHL)
              ELSE
                 MOVE 'J' TO WS-MAND-UEBERLAUF-SW
                 ADD 1 TO WS-ANZ-UEBERGANGEN
              END-IF
           ELSE
              ADD 1 TO WS-ANZ-UEBERGANGEN
           END-IF

           EXIT.
           EXIT.


       M0100-MANDAT-UEBERNEHMEN.

      ***------------------------------------------------------------***
      * Mandatssatz aus dem Schnappschuss in den ersten Eintrag der
      * Trefferliste (Aufbau SO0721A) uebernehmen
      ***------------------------------------------------------------***

           MOVE 1           TO AB03-ANZAHL
           MOVE SNAP-MANDAT TO AB03-MANDAT-TAB(1)

           EXIT.


           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              MOVE WS-ANZ-GELESEN TO WS-LAUF-ANZ-EINGABE
              MOVE WS-ANZ-LOESCHKAND TO WS-LAUF-ANZ-AUSGABE

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
