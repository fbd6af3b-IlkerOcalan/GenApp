                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDSESK-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.
           RECORDING MODE IS F.
       01  MANDSESK-SATZ                    PIC X(132).

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
      *  Bereich fuer die Sperrlistenverarbeitung
      ***------------------------------------------------------------***
           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM A0010-VORINITIALISIERUNG
              PERFORM B0000-STAPELVERARBEITUNG
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

           DISPLAY '  ' 'OS1153A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-VORINITIALISIERUNG.

      ***------------------------------------------------------------***

           MOVE EI01-SO0726E        TO E01-SO0726E
           MOVE 'SO0726E '          TO E01-DSTRUKTUR
           MOVE '04'                TO E01-DVERSNR
           MOVE SPACES              TO E01-DSTRUKTUR-MD5
           MOVE SPACES              TO E01-AUFTRAG-MANDANT
           MOVE 'N'                 TO E01-MANDANT-UEBERGR-SW
           MOVE WS-LAUF-ID          TO E01-LAUF-ID
           MOVE WS-SUSP-BVID(WS-SUSP-IX) TO E01-BANKVERBINDUNGID

           INITIALIZE AB01-SO0726A

           EXIT.


       Z9998-LAUF-ABSCHLIESSEN.

      ***------------------------------------------------------------***
      * Abschlusssatz zum Eroeffnungssatz im Laufjournal MANDLAUF
      * anhaengen: Endezeitpunkt, Zaehler, RETURN-CODE, Endestatus
      ***------------------------------------------------------------***

           IF LAUF-JOURNAL-EROEFFNET
              MOVE WS-ANZ-GELESEN TO WS-LAUF-ANZ-EINGABE
              MOVE WS-ANZ-ENTSPERRT TO WS-LAUF-ANZ-AUSGABE

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
