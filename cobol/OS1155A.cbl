      *      VERWENDBARBIS ueberschritten ist.
      *
      *      Ein abgelaufenes Mandat stand bisher bis zum
      *      Nichtnutzungslauf (OS1150A ueber VERWENDDAT)
      *      als AKTIV im Bestand und konnte weiterhin gesperrt,
      *      freigegeben und als aktiv gezaehlt werden. Dieser Lauf
      *      liest den naechtlichen Bestandsschnappschuss MANDSNAP
      *      des OS1166A (Pruefung des Kontrollsatzes wie beim
      *      OS1151A; ein nicht verwendbarer Schnappschuss bricht
      *      den Lauf mit Returncode 8 ab) und sammelt jedes AKTIVE
      *      oder - sofern die Regel seines MANDANTen dies vorsieht -
      *      GESPERRTE Mandat mit ueberschrittenem VERWENDBARBIS in
      *      Bloecke von bis zu 50 Kandidaten.
      *
      *      Die Bloecke werden ueber das OV1145A mit der
      *      Massenmethode MANDATARCHIVIERENBULK verarbeitet -
      *      Ereignisschnittstelle MANDEVNT) und das Mandat steht
      *      anschliessend als ARCHIVIERT im Archiv.
      *
      *      Abgelaufen ist ein Mandat, wenn sein VERWENDBARBIS
      *      auch nach Ablauf der Karenz seines MANDANTen
      *      ueberschritten ist. Die Karenztage stehen je MANDANT in
      *      der Regeldatei MANDREGL (Satzaufbau SO0743A), ebenso
      *      das Kennzeichen, ob GESPERRTE Mandate mit verfallen
      *      (GESPERRT-SW); Mandanten ohne eigene Zeile erhalten die
      *      Standardregel der Datei bzw. ohne Standardregel keine
      *      Karenz und den Verfall auch GESPERRTER Mandate. Die
      *      Laufzusammenfassung weist je Mandant die angewandte
      *      Regelversion, die Karenz, das Kennzeichen fuer GESPERRTE
      *      Mandate und das Grenzdatum aus.
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
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
      *  Regeldatei der Mandanten (Fristen je MANDANT, Aufbau wie
      *  Copystrecke SO0743A)
      ***------------------------------------------------------------***
           SELECT MANDREGL-DATEI ASSIGN TO 'MANDREGL'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDREGL-STATUS.

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
      *  Satz der Regeldatei MANDREGL - siehe Copystrecke SO0743A
      ***------------------------------------------------------------***
       FD  MANDREGL-DATEI
           RECORDING MODE IS F.
           COPY SO0743A REPLACING ==:PRF:== BY ==REGL==.

      ***------------------------------------------------------------***
      *  Satz des Laufjournals MANDLAUF
      ***------------------------------------------------------------***
       FD  MANDLAUF-DATEI
           RECORDING MODE IS F.
           COPY SO0744A REPLACING ==:PRF:== BY ==JRN==.

       WORKING-STORAGE SECTION.

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
      *  Bereich fuer das Tagesdatum
      ***------------------------------------------------------------***
       01 WS-DATUM-BEREICH.
          05 WS-HEUTE-DATUM                PIC 9(08).
          05 WS-HEUTE-INT                  PIC 9(08) COMP.

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
       77 WS-VORGABE-GESPERRT-SW           PIC X(01) VALUE 'J'.
       77 WS-VORGABE-AUFBEW-JAHRE          PIC 9(02) VALUE 10.

      ***------------------------------------------------------------***
      *  Zaehler fuer die Laufzusammenfassung
       77 WS-BLOCK-GROESSE                 PIC 9(04) COMP VALUE 50.

      ***------------------------------------------------------------***
      *  Mandatssatz aus dem Schnappschuss im Aufbau der Trefferliste
      *  des OD1143A (Methode MANDATZUBVIDHOLEN)
      ***------------------------------------------------------------***
           COPY SO0721A REPLACING ==:PRF:== BY ==AB03==.

      ***------------------------------------------------------------***
      *  Copystrecken fuer den Aufruf des OV1145A
      ***------------------------------------------------------------***
      * Technische Copystrecke mit den Aufrufdaten fuer OV1145A
           COPY SE3989 REPLACING ==:PRF:== BY ==U1==.
      * Fachliche Copystrecken fuer die Methode
      * MANDATARCHIVIERENBULK (Bloecke von bis zu 50 Kandidaten)
           COPY SO0730E REPLACING ==:PRF:== BY ==E02==.
      ***------------------------------------------------------------***BOBENV
      * * ENDE VARIABLEN FUER BOB-ENVIRONMENT                          *BOBENV
      ***------------------------------------------------------------***BOBENV
       77  OV1145A        PIC X(8)  VALUE 'OV1145A'.                    MCALL
       01  SF0001  PIC X(10)  VALUE 'SF0001'.                           MUPRODEF

           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM A0010-VORINITIALISIERUNG
              PERFORM A0030-REGELN-LADEN
              IF NOT RGL-TABELLE-UEBERLAUF
                 PERFORM B0005-SCHNAPPSCHUSS-PRUEFEN
                 IF NOT LAUF-ABGEBROCHEN
                    PERFORM B0000-STAPELVERARBEITUNG
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

           DISPLAY '  ' 'OS1155A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-VORINITIALISIERUNG.

      ***------------------------------------------------------------***
      ***------------------------------------------------------------***

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE-DATUM
           COMPUTE WS-HEUTE-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-HEUTE-DATUM)

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
              'OS1155A ABBRUCH: Regeldatei MANDREGL ueberschreitet'
              ' die Regeltabelle - Lauf ohne Verfallspruefung beendet'
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

      *    Grenzdatum des Verfalls: heute minus KARENZ-TAGE; ohne
      *    Karenz ist es der heutige Tag
           COMPUTE WS-RGL-GRENZ-DATUM(WS-RGL-IX)
                 = FUNCTION DATE-OF-INTEGER
                   (WS-HEUTE-INT - WS-RGL-KARENZ-TAGE(WS-RGL-IX))

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
              'OS1155A ABBRUCH: kein Bestandsschnappschuss'
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
                    'OS1155A ABBRUCH: Bestandsschnappschuss MANDSNAP'
                    ' ohne Kontrollsatz (unvollstaendig)'
                 WHEN WS-SNAP-ANZ-NACH-KONTROLLE > ZERO
                   OR WS-SNAP-ANZ-UNGUELTIG > ZERO
                    MOVE 'J' TO WS-ABBRUCH-SW
                    DISPLAY '  '
                    'OS1155A ABBRUCH: Bestandsschnappschuss MANDSNAP'
                    ' mit ' WS-SNAP-ANZ-NACH-KONTROLLE
                    ' Saetzen nach dem Kontrollsatz und '
                    WS-SNAP-ANZ-UNGUELTIG ' Saetzen unbekannter Art'
                 WHEN WS-SNAP-ANZ-MANDATE NOT = SNK-KTL-ANZ-MANDATE
                    MOVE 'J' TO WS-ABBRUCH-SW
                    DISPLAY '  '
                    'OS1155A ABBRUCH: Bestandsschnappschuss MANDSNAP'
                    ' mit ' WS-SNAP-ANZ-MANDATE
                    ' Mandatssaetzen, laut Kontrollsatz '
                    SNK-KTL-ANZ-MANDATE
                 WHEN SNK-KTL-ERSTELL-DATUM < WS-SNAP-MIN-DATUM
                    MOVE 'J' TO WS-ABBRUCH-SW
                    DISPLAY '  '
                    'OS1155A ABBRUCH: Bestandsschnappschuss MANDSNAP'
                    ' vom ' SNK-KTL-ERSTELL-DATUM ' ist veraltet'
                 WHEN OTHER
                    MOVE 'J' TO WS-SNAP-ZUSTAND-SW
                    DISPLAY '  '
                    'OS1155A: Bestandsschnappschuss vom '
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
      * Schnappschuss durchlaufen und je abgelaufenem Mandat die
      * Archivierung ueber den Blockaufruf anstossen
      ***------------------------------------------------------------***

           IF SNK-KTL-BESTAND-FEHLT
              DISPLAY '  '
              'OS1155A: keine Bestandsliste MANDBEST vorhanden -'
              ' Lauf ohne Verfallspruefung beendet'
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
                         PERFORM B0100-KANDIDAT-PRUEFEN
                      END-IF
                 END-READ
              END-PERFORM
              IF WS-BLOCK-ANZAHL > ZERO
                 PERFORM M0200-BLOCK-ARCHIVIEREN-RUFEN
              END-IF
              CLOSE MANDSNAP-DATEI
           END-IF

           EXIT.
       B0100-KANDIDAT-PRUEFEN.

      ***------------------------------------------------------------***
      * Mandatssatz aus dem Schnappschuss uebernehmen und gegen
      * VERWENDBARBIS pruefen; abgelaufene AKTIVE und - je nach
      * Regel des Mandanten - GESPERRTE Mandate wandern in den
      * naechsten Archivierungsblock
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-GELESEN

           PERFORM M0100-MANDAT-UEBERNEHMEN
           PERFORM B0110-VERFALL-PRUEFEN

           EXIT.

       B0110-VERFALL-PRUEFEN.

      ***------------------------------------------------------------***
      * Verfallspruefung: VERWENDBARBIS muss belegt und auch nach
      * der Karenz des Mandanten ueberschritten sein; nur AKTIVE
      * und GESPERRTE Mandate gehoeren in den Verfallslauf, GESPERRTE
      * nur, wenn die Regel des Mandanten sie einbezieht
      ***------------------------------------------------------------***

           MOVE AB03-MANDANT(1) TO WS-RGL-SUCH-MANDANT
           PERFORM U0300-REGEL-ERMITTELN
           ADD 1 TO WS-RGL-ANZ-ANGEWENDET(WS-RGL-AKT-IX)

           EVALUATE TRUE
              WHEN AB03-MANDATSSTATUS-GESPERRT(1)
                   AND NOT WS-RGL-GESPERRTE-MITNEHMEN(WS-RGL-AKT-IX)
      *          GESPERRTE Mandate sind fuer diesen Mandanten vom
      *          Verfall ausgenommen
                 ADD 1 TO WS-ANZ-UEBERGANGEN
              WHEN AB03-VERWENDBARBIS(1) = ZERO
      *          ohne Verwendbarkeitsdatum ist keine
      *          Verfallspruefung moeglich
                 ADD 1 TO WS-ANZ-UEBERGANGEN
              WHEN AB03-VERWENDBARBIS(1)
                   NOT < WS-RGL-GRENZ-DATUM(WS-RGL-AKT-IX)
      *          Mandat ist noch verwendbar bzw. in der Karenz
                 ADD 1 TO WS-ANZ-UEBERGANGEN
              WHEN AB03-MANDATSSTATUS-AKTIV(1)
                OR AB03-MANDATSSTATUS-GESPERRT(1)
           EXIT.


       M0100-MANDAT-UEBERNEHMEN.

      ***------------------------------------------------------------***
      * Mandatssatz aus dem Schnappschuss in den ersten Eintrag der
      * Trefferliste (Aufbau SO0721A) uebernehmen
      ***------------------------------------------------------------***

           MOVE 1           TO AB03-ANZAHL
           MOVE SNAP-MANDAT TO AB03-MANDAT-TAB(1)

           EXIT.

           MOVE 'ODMandat'              TO U1-ZIEL-ENTITAET

           MOVE 'SO0730E '          TO E02-DSTRUKTUR
           MOVE '02'                TO E02-DVERSNR
           MOVE SPACES              TO E02-DSTRUKTUR-MD5
           MOVE SPACES              TO E02-AUFTRAG-MANDANT
           MOVE 'N'                 TO E02-MANDANT-UEBERGR-SW
           MOVE WS-LAUF-ID          TO E02-LAUF-ID
           MOVE WS-BLOCK-ANZAHL     TO E02-ANZAHL

           INITIALIZE AB02-SO0730A
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
           ' UEBERGANGEN=' WS-ANZ-UEBERGANGEN
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
              'OS1155A REGEL:'
              ' MANDANT='   WS-RGL-MANDANT(WS-RGL-IX)
              ' VERSION='   WS-RGL-VERSION(WS-RGL-IX)
              ' HERKUNFT='  WS-RGL-HERKUNFT(WS-RGL-IX)
              ' KARENZ='    WS-RGL-KARENZ-TAGE(WS-RGL-IX)
              ' GESPERRTE-MIT=' WS-RGL-GESPERRT-SW(WS-RGL-IX)
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
              MOVE WS-ANZ-ARCHIVIERT TO WS-LAUF-ANZ-AUSGABE

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
