      *      berichteten, auditierten und per Checkpoint
      *      abgesicherten Weg wie jede Einzelreaktivierung.
      *
      *      Ist im Steuersatz die Lauf-ID des Archivierungslaufs
      *      aus dem Laufjournal MANDLAUF angegeben (Spalten
      *      17-36), werden statt Laufdatum und Ursprungsprogramm
      *      genau die Archivierungsereignisse mit dieser Lauf-ID
      *      (EVT-LAUF-ID) selektiert; Laufdatum und Ursprungs-
      *      programm duerfen dann leer bleiben. So wird bei
      *      mehreren Laeufen desselben Programms am selben Tag
      *      nur der fehlerhafte zurueckgenommen.
      *
      *      Ein bereits wieder im Bestand stehendes Mandat wird
      *      vorab ueber das OD1143A (MANDATZUBVIDHOLEN) erkannt
      *      und als UEBERSPRUNGEN gezaehlt statt erneut
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ***------------------------------------------------------------***
      *  Steuerdatei des Ruecknahmelaufs (Laufdatum/Ursprungspgm
      *  bzw. Lauf-ID)
      ***------------------------------------------------------------***
           SELECT MANDUNDO-DATEI ASSIGN TO 'MANDUNDO'
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDEVNT-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01  MANDUNDO-SATZ.
           05  MANDUNDO-DATUM                  PIC X(08).
           05  MANDUNDO-URSPRUNGSPGM           PIC X(08).
           05  MANDUNDO-LAUF-ID                PIC X(20).
           05  FILLER                          PIC X(96).

      ***------------------------------------------------------------***
      *  Satz der Ereignisschnittstelle MANDEVNT
           RECORDING MODE IS F.
           COPY SO0729A REPLACING ==:PRF:== BY ==EVT==.

      ***------------------------------------------------------------***
      *  Satz des Laufjournals MANDLAUF
      ***------------------------------------------------------------***
       FD  MANDLAUF-DATEI
           RECORDING MODE IS F.
           COPY SO0744A REPLACING ==:PRF:== BY ==JRN==.

       WORKING-STORAGE SECTION.

      ***------------------------------------------------------------***
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
      *  Bereich fuer die Steuerdatei
      ***------------------------------------------------------------***
             88 UNDO-STEUERSATZ-GUELTIG        VALUE 'J'.
          05 WS-UNDO-DATUM                 PIC 9(08) VALUE ZERO.
          05 WS-UNDO-URSPRUNGSPGM          PIC X(08) VALUE SPACES.
          05 WS-UNDO-LAUF-ID               PIC X(20) VALUE SPACES.
             88 UNDO-OHNE-LAUF-ID              VALUE SPACES.

      ***------------------------------------------------------------***
      *  Bereich fuer die Ereignisdatei
           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM A0010-VORINITIALISIERUNG
              IF UNDO-STEUERSATZ-GUELTIG
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

           DISPLAY '  ' 'OS1157A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-VORINITIALISIERUNG.

      ***------------------------------------------------------------***
      * Steuersatz MANDUNDO lesen: Lauf-ID bzw. Laufdatum und
      * Ursprungsprogramm des rueckzunehmenden Archivierungslaufs.
      * Ohne gueltigen Steuersatz wird bewusst nichts rueckgaengig
      * gemacht.
      ***------------------------------------------------------------***

           MOVE 'N' TO WS-UNDO-GUELTIG-SW
                   'OS1157A: Steuerdatei MANDUNDO ist leer -'
                   ' Lauf ohne Ruecknahme beendet'
                NOT AT END
                   EVALUATE TRUE
                      WHEN MANDUNDO-LAUF-ID NOT = SPACES
                         MOVE 'J' TO WS-UNDO-GUELTIG-SW
                         MOVE MANDUNDO-LAUF-ID TO WS-UNDO-LAUF-ID
                      WHEN MANDUNDO-DATUM IS NUMERIC
                       AND MANDUNDO-URSPRUNGSPGM NOT = SPACES
                         MOVE 'J' TO WS-UNDO-GUELTIG-SW
                         MOVE MANDUNDO-DATUM TO WS-UNDO-DATUM
                         MOVE MANDUNDO-URSPRUNGSPGM
                              TO WS-UNDO-URSPRUNGSPGM
                      WHEN OTHER
                         DISPLAY '  '
                         'OS1157A: Steuersatz MANDUNDO ist ungueltig -'
                         ' Lauf ohne Ruecknahme beendet'
                   END-EVALUATE
              END-READ
              CLOSE MANDUNDO-DATEI
           END-IF

           IF (EVT-EREIGNIS = 'MANDATARCHIVIEREN'
               OR EVT-EREIGNIS = 'MANDATARCHIVIERENBULK')
              AND ((NOT UNDO-OHNE-LAUF-ID
                    AND EVT-LAUF-ID = WS-UNDO-LAUF-ID)
                OR (UNDO-OHNE-LAUF-ID
                    AND EVT-DATUM = WS-UNDO-DATUM
                    AND EVT-URSPRUNGSPGM = WS-UNDO-URSPRUNGSPGM))
              ADD 1 TO WS-ANZ-SELEKTIERT
              MOVE EVT-BANKVERBINDUNGID TO WS-UNDO-BVID
              PERFORM B0200-MANDAT-REVERTIEREN

           MOVE EI01-SO0726E        TO E01-SO0726E
           MOVE 'SO0726E '          TO E01-DSTRUKTUR
           MOVE '04'                TO E01-DVERSNR
           MOVE SPACES              TO E01-DSTRUKTUR-MD5
           MOVE SPACES              TO E01-AUFTRAG-MANDANT
           MOVE 'N'                 TO E01-MANDANT-UEBERGR-SW
           MOVE WS-LAUF-ID          TO E01-LAUF-ID
           MOVE WS-UNDO-BVID        TO E01-BANKVERBINDUNGID

           INITIALIZE AB01-SO0726A
           'OS1157A Ruecknahmelauf beendet:'
           ' DATUM='         WS-UNDO-DATUM
           ' URSPRUNGSPGM='  WS-UNDO-URSPRUNGSPGM
           ' LAUF-ID='       WS-UNDO-LAUF-ID
           ' EREIGNISSE='    WS-ANZ-GELESEN
           ' SELEKTIERT='    WS-ANZ-SELEKTIERT


           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              MOVE WS-ANZ-GELESEN TO WS-LAUF-ANZ-EINGABE
              MOVE WS-ANZ-REVERTIERT TO WS-LAUF-ANZ-AUSGABE

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
