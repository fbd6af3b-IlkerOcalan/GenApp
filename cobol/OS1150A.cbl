      *      Liest die Kandidatenliste MANDDORM (BANKVERBINDUNGID /
      *      VERWENDDAT, vom vorgelagerten Selektionslauf OS1151A
      *      bereitgestellt) und sammelt jedes Mandat, dessen
      *      VERWENDDAT laenger als die SEPA-Nichtnutzungsfrist
      *      seines MANDANTen zurueckliegt, in Bloecke von bis zu 50
      *      Kandidaten, die das OV1145A mit der Massenmethode
      *      MANDATARCHIVIERENBULK in je einem einzigen Aufruf -
      *      und damit einer einzigen An-/Abmeldung am BOB-Umfeld -
      *
      *      Vor dem ersten Blockaufruf laeuft eine Volumen-
      *      vorpruefung: die Kandidatenliste wird einmal gegen
      *      das Grenzdatum und das Benachrichtigungsregister
      *      vorgezaehlt und der Lauf bricht mit Returncode 8 ab,
      *      wenn die Anzahl der tatsaechlich zu archivierenden
      *      (nicht zurueckgestellten) Mandate die im Steuersatz
      *      MANDPARM
      *      (Satzaufbau wie im OS1151A) hinterlegte Hoechstanzahl
      *      bzw. den Hoechstanteil an den gelesenen Saetzen
      *      ueberschreitet. Ein abgelehnter Lauf stoesst keinen
      *      einzigen Bulk-Aufruf an.
      *
      *      Archiviert wird nur ein Mandat, zu dem der Vorwarnlauf
      *      OS1162A eine Benachrichtigung im Register MANDVWRG
      *      vermerkt hat, die aelter als die Wartefrist ist
      *      (MANDPARM Spalten 32-34, in Tagen; ohne Angabe 30).
      *      Kandidaten ohne Benachrichtigung bzw. mit noch
      *      laufender Wartefrist werden zurueckgestellt und in der
      *      Laufzusammenfassung gesondert aufgelistet.
      *
      *      Die Nichtnutzungsfrist in Monaten steht je MANDANT in
      *      der Regeldatei MANDREGL (Satzaufbau SO0743A); Mandanten
      *      ohne eigene Zeile erhalten die Standardregel der Datei
      *      bzw. ohne Standardregel 36 Monate. Die Lauf-
      *      zusammenfassung weist je Mandant die angewandte
      *      Regelversion, die Frist und das Grenzdatum aus.
      *
      ***------------------------------------------------------------***

       IDENTIFICATION DIVISION.
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
      *  Benachrichtigungsregister des Vorwarnlaufs (nur lesend)
      ***------------------------------------------------------------***
           SELECT MANDVWRG-DATEI ASSIGN TO 'MANDVWRG'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDVWRG-STATUS.

      ***------------------------------------------------------------***
      *  Zentrales Laufjournal der Stapelprogramme
      ***------------------------------------------------------------***
           SELECT MANDLAUF-DATEI ASSIGN TO 'MANDLAUF'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDLAUF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01  MANDDORM-SATZ.
           05  MANDDORM-BANKVERBINDUNGID      PIC 9(10).
           05  MANDDORM-VERWENDDAT             PIC 9(08).
           05  MANDDORM-MANDATREFNR            PIC X(35).
           05  MANDDORM-MANDANT                PIC X(04).
           05  FILLER                          PIC X(75).

      ***------------------------------------------------------------***
      *  Satz der Wiederaufsetzdatei MANDRSTA
           05  MANDRSTA-LAUFSTATUS             PIC X(02).
               88  MANDRSTA-LAUF-OFFEN             VALUE '01'.
               88  MANDRSTA-LAUF-FERTIG            VALUE '02'.
           05  MANDRSTA-ANZ-Z-OHNE-BENACHR     PIC 9(06).
           05  MANDRSTA-ANZ-Z-WARTEFRIST       PIC 9(06).

      ***------------------------------------------------------------***
      *  Steuersatz der Archivierungskette (Satzaufbau und
      *  Spaltenbeschreibung wie im OS1151A; hier werden nur die
      *  Selektionsschwellen SELEKT-MAX-ABS/-PCT und die Wartefrist
      *  ausgewertet)
      ***------------------------------------------------------------***
       FD  MANDPARM-DATEI
           RECORDING MODE IS F.
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
      *  Satz des Benachrichtigungsregisters MANDVWRG (Aufbau wie
      *  im OS1162A)
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
      *  Bereich fuer die Kandidatenverarbeitung
      ***------------------------------------------------------------***
          05 WS-MANDPARM-STATUS            PIC X(02).
          05 WS-SELEKT-MAX-ABS             PIC 9(06) VALUE ZERO.
          05 WS-SELEKT-MAX-PCT             PIC 9(03) VALUE ZERO.
          05 WS-WARTE-TAGE                 PIC 9(03) VALUE 30.
       01 WS-PLAUSI-BEREICH.
          05 WS-ABBRUCH-SW                 PIC X(01) VALUE 'N'.
             88 LAUF-ABGEBROCHEN               VALUE 'J'.
          05 WS-ABBRUCH-GRUND              PIC X(02) VALUE SPACES.
             88 ABBRUCH-VOLUMEN                VALUE 'VO'.
             88 ABBRUCH-REGISTER               VALUE 'RG'.
             88 ABBRUCH-REGELN                 VALUE 'RL'.
          05 WS-VOR-GELESEN                PIC 9(09) COMP VALUE ZERO.
          05 WS-VOR-SELEKTIERBAR           PIC 9(09) COMP VALUE ZERO.
          05 WS-PLAUSI-LINKS               PIC 9(12) COMP VALUE ZERO.
          05 WS-PLAUSI-RECHTS              PIC 9(12) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Bereich fuer Tagesdatum und Grenzdaten der Nichtnutzungs-
      *  frist
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
          05 WS-GRENZ-DATUM-N REDEFINES WS-GRENZ-DATUM PIC 9(08).
          05 WS-MONATE-HEUTE                PIC 9(06) COMP.
          05 WS-MONATE-GRENZE               PIC 9(06) COMP.
          05 WS-HEUTE-INT                   PIC 9(08) COMP.
          05 WS-BENACHR-INT                 PIC 9(08) COMP.

      ***------------------------------------------------------------***
      *  Tabelle des Benachrichtigungsregisters: je benachrichtigtem
      *  Mandat BANKVERBINDUNGID, VERWENDDAT und Benachrichtigungs-
      *  datum
      ***------------------------------------------------------------***
       01 WS-MANDVWRG-BEREICH.
          05 WS-MANDVWRG-STATUS            PIC X(02).
          05 WS-MANDVWRG-EOF-SW            PIC X(01) VALUE 'N'.
             88 MANDVWRG-DATEI-ENDE            VALUE 'J'.
       01 WS-REG-TABELLE-BEREICH.
          05 WS-REG-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-REG-UEBERLAUF-SW           PIC X(01) VALUE 'N'.
             88 REG-TABELLE-UEBERLAUF          VALUE 'J'.
          05 WS-REG-TAB OCCURS 5000 TIMES.
             10 WS-REG-BVID                PIC 9(10).
             10 WS-REG-VERWENDDAT          PIC 9(08).
             10 WS-REG-BENACHR-DATUM       PIC 9(08).
       77 WS-REG-MAX                       PIC 9(04) COMP VALUE 5000.
       77 WS-REG-IX                        PIC 9(04) COMP VALUE ZERO.
       77 WS-REG-TREFFER-IX                PIC 9(04) COMP VALUE ZERO.

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
      *  Liste der zurueckgestellten Kandidaten fuer die
      *  Laufzusammenfassung (GRUND 'OB' ohne Benachrichtigung,
      *  'WF' Wartefrist laeuft noch)
      ***------------------------------------------------------------***
       01 WS-ZURUECK-BEREICH.
          05 WS-ZUR-ANZAHL                 PIC 9(04) COMP VALUE ZERO.
          05 WS-ZUR-TAB OCCURS 500 TIMES.
             10 WS-ZUR-BVID                PIC 9(10).
             10 WS-ZUR-MANDANT             PIC X(04).
             10 WS-ZUR-VERWENDDAT          PIC 9(08).
             10 WS-ZUR-GRUND               PIC X(02).
             10 WS-ZUR-BENACHR-DATUM       PIC 9(08).
       77 WS-ZUR-MAX                       PIC 9(04) COMP VALUE 500.
       77 WS-ZUR-IX                        PIC 9(04) COMP VALUE ZERO.
       77 WS-ZUR-GRUND-NEU                 PIC X(02) VALUE SPACES.
       77 WS-BENACHR-DATUM-NEU             PIC 9(08) VALUE ZERO.

      ***------------------------------------------------------------***
      *  Zaehler fuer die Laufzusammenfassung
          05 WS-ANZ-F-ABLAGE                PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-F-TECHNISCH             PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-F-SONSTIGE              PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-Z-OHNE-BENACHR          PIC 9(06) COMP VALUE ZERO.
          05 WS-ANZ-Z-WARTEFRIST            PIC 9(06) COMP VALUE ZERO.

      ***------------------------------------------------------------***
      *  Bereich fuer die Blockbildung (50 Kandidaten je Aufruf der
           SET ALLES-OK TO TRUE
           PERFORM AS010-ANMELDUNG-PGM
           IF ALLES-OK
              PERFORM A0001-LAUF-EROEFFNEN
              PERFORM A0010-VORINITIALISIERUNG
              PERFORM A0015-PARAMETER-LESEN
              PERFORM A0017-REGISTER-LADEN
              PERFORM A0030-REGELN-LADEN
              PERFORM A0020-WIEDERAUFSETZEN-PRUEFEN
              IF NOT LAUF-ABGEBROCHEN
                 PERFORM B0005-VOLUMEN-VORPRUEFEN
              END-IF
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

           DISPLAY '  ' 'OS1150A LAUF-ID=' WS-LAUF-ID

           EXIT.


       A0010-VORINITIALISIERUNG.

      ***------------------------------------------------------------***
      * Tagesdatum fuer die SEPA-Nichtnutzungsfrist ermitteln; das
      * Grenzdatum je Mandant entsteht beim Laden der Regeldatei
      ***------------------------------------------------------------***

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEUTE-DATUM
           COMPUTE WS-HEUTE-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-HEUTE-DATUM-N)

           COMPUTE WS-MONATE-HEUTE  = WS-HEUTE-JJJJ * 12 + WS-HEUTE-MM

           SET ALLES-OK TO TRUE

      ***------------------------------------------------------------***
      * Selektionsschwellen aus dem Steuersatz MANDPARM
      * uebernehmen; leere bzw. nicht numerische Felder lassen die
      * jeweilige Pruefung abgeschaltet. Die Wartefrist nach der
      * Benachrichtigung gilt ohne Angabe mit 30 Tagen.
      ***------------------------------------------------------------***

           MOVE ZERO TO WS-SELEKT-MAX-ABS
           MOVE ZERO TO WS-SELEKT-MAX-PCT
           MOVE 30   TO WS-WARTE-TAGE

           OPEN INPUT MANDPARM-DATEI
           IF WS-MANDPARM-STATUS NOT = '35'
                      MOVE MANDPARM-SELEKT-MAX-PCT
                           TO WS-SELEKT-MAX-PCT
                   END-IF
                   IF MANDPARM-WARTE-TAGE IS NUMERIC
                      MOVE MANDPARM-WARTE-TAGE TO WS-WARTE-TAGE
                   END-IF
              END-READ
              CLOSE MANDPARM-DATEI
           END-IF
           EXIT.


       A0017-REGISTER-LADEN.

      ***------------------------------------------------------------***
      * Benachrichtigungsregister MANDVWRG des Vorwarnlaufs in die
      * Ladetabelle uebernehmen; ohne Register gilt kein Mandat als
      * benachrichtigt. Laeuft die Ladetabelle ueber, wird der Lauf
      * mit Returncode 8 gestoppt, da sonst benachrichtigte Mandate
      * nicht erkannt wuerden.
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
                      IF WS-REG-ANZAHL < WS-REG-MAX
                         ADD 1 TO WS-REG-ANZAHL
                         MOVE MANDVWRG-BANKVERBINDUNGID
                              TO WS-REG-BVID(WS-REG-ANZAHL)
                         MOVE MANDVWRG-VERWENDDAT
                              TO WS-REG-VERWENDDAT(WS-REG-ANZAHL)
                         MOVE MANDVWRG-BENACHR-DATUM
                              TO WS-REG-BENACHR-DATUM(WS-REG-ANZAHL)
                      ELSE
                         MOVE 'J' TO WS-REG-UEBERLAUF-SW
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE MANDVWRG-DATEI
           END-IF

           IF REG-TABELLE-UEBERLAUF
              MOVE 'J' TO WS-ABBRUCH-SW
              SET ABBRUCH-REGISTER TO TRUE
              MOVE 8 TO RETURN-CODE
              DISPLAY '  '
              'OS1150A ABBRUCH: Register MANDVWRG ueberschreitet'
              ' die Ladetabelle'
           END-IF

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
              MOVE 'J' TO WS-ABBRUCH-SW
              SET ABBRUCH-REGELN TO TRUE
              MOVE 8 TO RETURN-CODE
              DISPLAY '  '
              'OS1150A ABBRUCH: Regeldatei MANDREGL ueberschreitet'
              ' die Regeltabelle'
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

      *    Grenzdatum der Nichtnutzungsfrist: heute minus DORM-MONATE
           COMPUTE WS-MONATE-GRENZE = WS-MONATE-HEUTE
                                    - WS-RGL-DORM-MONATE(WS-RGL-IX)
           COMPUTE WS-GRENZ-JJJJ = (WS-MONATE-GRENZE - 1) / 12
           COMPUTE WS-GRENZ-MM   = WS-MONATE-GRENZE
                                  - (WS-GRENZ-JJJJ * 12)
           MOVE WS-HEUTE-TT TO WS-GRENZ-TT
           MOVE WS-GRENZ-DATUM-N TO WS-RGL-GRENZ-DATUM(WS-RGL-IX)

           EXIT.


       B0005-VOLUMEN-VORPRUEFEN.

      ***------------------------------------------------------------***
      * Kandidatenliste vor dem ersten Bulk-Aufruf einmal gegen
      * das Grenzdatum des jeweiligen Mandanten und das Benach-
      * richtigungsregister vorzaehlen und die zu erwartende
      * Selektionsmenge gegen die Schwellen pruefen:
      * ein unplausibel grosser Lauf wird mit Returncode 8 gestoppt,
      * bevor irgendein Mandat archiviert ist
      ***------------------------------------------------------------***

                   AT END
                      SET MANDDORM-DATEI-ENDE TO TRUE
                   NOT AT END
                      PERFORM B0006-KANDIDAT-VORZAEHLEN
                 END-READ
              END-PERFORM
              CLOSE MANDDORM-DATEI
              IF WS-SELEKT-MAX-ABS > ZERO
                 AND WS-VOR-SELEKTIERBAR > WS-SELEKT-MAX-ABS
                 MOVE 'J' TO WS-ABBRUCH-SW
                 SET ABBRUCH-VOLUMEN TO TRUE
                 DISPLAY '  '
                 'OS1150A ABBRUCH: '
                 WS-VOR-SELEKTIERBAR
                       = WS-VOR-GELESEN * WS-SELEKT-MAX-PCT
                 IF WS-PLAUSI-LINKS > WS-PLAUSI-RECHTS
                    MOVE 'J' TO WS-ABBRUCH-SW
                    SET ABBRUCH-VOLUMEN TO TRUE
                    DISPLAY '  '
                    'OS1150A ABBRUCH: '
                    WS-VOR-SELEKTIERBAR
                      MOVE MANDRSTA-ANZ-F-TECHNISCH
                                TO WS-ANZ-F-TECHNISCH
                      MOVE MANDRSTA-ANZ-F-SONSTIGE TO WS-ANZ-F-SONSTIGE
                      IF MANDRSTA-ANZ-Z-OHNE-BENACHR IS NUMERIC
                         MOVE MANDRSTA-ANZ-Z-OHNE-BENACHR
                                   TO WS-ANZ-Z-OHNE-BENACHR
                      END-IF
                      IF MANDRSTA-ANZ-Z-WARTEFRIST IS NUMERIC
                         MOVE MANDRSTA-ANZ-Z-WARTEFRIST
                                   TO WS-ANZ-Z-WARTEFRIST
                      END-IF
                   END-IF
              END-READ
              CLOSE MANDRSTA-DATEI
           MOVE WS-ANZ-F-ABLAGE     TO MANDRSTA-ANZ-F-ABLAGE
           MOVE WS-ANZ-F-TECHNISCH  TO MANDRSTA-ANZ-F-TECHNISCH
           MOVE WS-ANZ-F-SONSTIGE   TO MANDRSTA-ANZ-F-SONSTIGE
           MOVE WS-ANZ-Z-OHNE-BENACHR
                                    TO MANDRSTA-ANZ-Z-OHNE-BENACHR
           MOVE WS-ANZ-Z-WARTEFRIST TO MANDRSTA-ANZ-Z-WARTEFRIST

           EXIT.

           EXIT.


       B0006-KANDIDAT-VORZAEHLEN.

      ***------------------------------------------------------------***
      * Einzelnen Kandidaten fuer die Volumenvorpruefung nach
      * denselben Regeln wie B0100-KANDIDAT-PRUEFEN beurteilen und
      * nur mitzaehlen, wenn er tatsaechlich archiviert wuerde;
      * zurueckgestellte Kandidaten (ohne Benachrichtigung bzw.
      * Wartefrist laeuft noch) zaehlen nicht
      ***------------------------------------------------------------***

           ADD 1 TO WS-VOR-GELESEN

           MOVE MANDDORM-MANDANT TO WS-RGL-SUCH-MANDANT
           PERFORM U0300-REGEL-ERMITTELN

           IF MANDDORM-VERWENDDAT < WS-RGL-GRENZ-DATUM(WS-RGL-AKT-IX)
              MOVE ZERO TO WS-REG-TREFFER-IX
              PERFORM B0105-REGISTER-SUCHEN
                VARYING WS-REG-IX FROM 1 BY 1
                UNTIL WS-REG-IX > WS-REG-ANZAHL
                   OR WS-REG-TREFFER-IX > ZERO

              IF WS-REG-TREFFER-IX > ZERO
                 AND WS-BENACHR-INT + WS-WARTE-TAGE < WS-HEUTE-INT
                 ADD 1 TO WS-VOR-SELEKTIERBAR
              END-IF
           END-IF

           EXIT.


       B0100-KANDIDAT-PRUEFEN.

      ***------------------------------------------------------------***
      * Einzelnen Kandidaten gegen das Grenzdatum der Nichtnutzungs-
      * frist seines Mandanten pruefen und bei Ueberschreitung -
      * sofern die Benachrichtigung aelter als die Wartefrist ist -
      * in den naechsten Archivierungsblock uebernehmen; ein voller
      * Block wird sofort verarbeitet
      ***------------------------------------------------------------***

           ADD 1 TO WS-ANZ-GELESEN

           MOVE MANDDORM-MANDANT TO WS-RGL-SUCH-MANDANT
           PERFORM U0300-REGEL-ERMITTELN
           ADD 1 TO WS-RGL-ANZ-ANGEWENDET(WS-RGL-AKT-IX)

           IF MANDDORM-VERWENDDAT < WS-RGL-GRENZ-DATUM(WS-RGL-AKT-IX)
              MOVE ZERO TO WS-REG-TREFFER-IX
              PERFORM B0105-REGISTER-SUCHEN
                VARYING WS-REG-IX FROM 1 BY 1
                UNTIL WS-REG-IX > WS-REG-ANZAHL
                   OR WS-REG-TREFFER-IX > ZERO

              EVALUATE TRUE
                 WHEN WS-REG-TREFFER-IX = ZERO
      *             keine Benachrichtigung vermerkt
                    ADD 1 TO WS-ANZ-Z-OHNE-BENACHR
                    MOVE 'OB' TO WS-ZUR-GRUND-NEU
                    MOVE ZERO TO WS-BENACHR-DATUM-NEU
                    PERFORM B0110-ZURUECKSTELLEN
                 WHEN WS-BENACHR-INT + WS-WARTE-TAGE
                      NOT < WS-HEUTE-INT
      *             Wartefrist nach der Benachrichtigung laeuft noch
                    ADD 1 TO WS-ANZ-Z-WARTEFRIST
                    MOVE 'WF' TO WS-ZUR-GRUND-NEU
                    MOVE WS-REG-BENACHR-DATUM(WS-REG-TREFFER-IX)
                         TO WS-BENACHR-DATUM-NEU
                    PERFORM B0110-ZURUECKSTELLEN
                 WHEN OTHER
                    ADD 1 TO WS-ANZ-SELEKTIERT
                    ADD 1 TO WS-BLOCK-ANZAHL
                    MOVE MANDDORM-BANKVERBINDUNGID
                         TO E02-BANKVERBINDUNGID(WS-BLOCK-ANZAHL)
                    MOVE SPACES TO E02-LOESCHGRUND(WS-BLOCK-ANZAHL)
                    IF WS-BLOCK-ANZAHL NOT < WS-BLOCK-GROESSE
                       PERFORM M0100-BLOCK-ARCHIVIEREN-RUFEN
                    END-IF
              END-EVALUATE
           END-IF

           EXIT.


       B0105-REGISTER-SUCHEN.

      ***------------------------------------------------------------***
      * Registereintrag zur BANKVERBINDUNGID mit unveraendertem
      * VERWENDDAT suchen und das Benachrichtigungsdatum fuer die
      * Wartefristpruefung bereitstellen
      ***------------------------------------------------------------***

           IF WS-REG-BVID(WS-REG-IX) = MANDDORM-BANKVERBINDUNGID
              AND WS-REG-VERWENDDAT(WS-REG-IX) = MANDDORM-VERWENDDAT
              AND WS-REG-BENACHR-DATUM(WS-REG-IX) IS NUMERIC
              AND WS-REG-BENACHR-DATUM(WS-REG-IX) > ZERO
              MOVE WS-REG-IX TO WS-REG-TREFFER-IX
              COMPUTE WS-BENACHR-INT = FUNCTION INTEGER-OF-DATE
                                 (WS-REG-BENACHR-DATUM(WS-REG-IX))
           END-IF

           EXIT.


       B0110-ZURUECKSTELLEN.

      ***------------------------------------------------------------***
      * Zurueckgestellten Kandidaten fuer die Auflistung in der
      * Laufzusammenfassung vormerken
      ***------------------------------------------------------------***

           IF WS-ZUR-ANZAHL < WS-ZUR-MAX
              ADD 1 TO WS-ZUR-ANZAHL
              MOVE MANDDORM-BANKVERBINDUNGID
                   TO WS-ZUR-BVID(WS-ZUR-ANZAHL)
              MOVE MANDDORM-MANDANT
                   TO WS-ZUR-MANDANT(WS-ZUR-ANZAHL)
              MOVE MANDDORM-VERWENDDAT
                   TO WS-ZUR-VERWENDDAT(WS-ZUR-ANZAHL)
              MOVE WS-ZUR-GRUND-NEU
                   TO WS-ZUR-GRUND(WS-ZUR-ANZAHL)
              MOVE WS-BENACHR-DATUM-NEU
                   TO WS-ZUR-BENACHR-DATUM(WS-ZUR-ANZAHL)
           END-IF

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
           ' SONSTIGE='     WS-ANZ-F-SONSTIGE
           ' (NICHT-GEFUNDEN-TOLERIERT='   WS-ANZ-NICHTGEF ')'

           DISPLAY '  '
           'OS1150A Zurueckgestellt (Vorwarnung):'
           ' OHNE-BENACHRICHTIGUNG=' WS-ANZ-Z-OHNE-BENACHR
           ' WARTEFRIST-LAEUFT='     WS-ANZ-Z-WARTEFRIST
           ' (WARTEFRIST='           WS-WARTE-TAGE ' TAGE)'

           PERFORM Z9996-REGEL-ZEILEN
             VARYING WS-RGL-IX FROM 1 BY 1
             UNTIL WS-RGL-IX > WS-RGL-ANZAHL

           PERFORM Z9995-ZURUECKGESTELLTE-LISTEN
             VARYING WS-ZUR-IX FROM 1 BY 1
             UNTIL WS-ZUR-IX > WS-ZUR-ANZAHL

           IF WS-ANZ-Z-OHNE-BENACHR + WS-ANZ-Z-WARTEFRIST
              > WS-ZUR-ANZAHL
              DISPLAY '  '
              'OS1150A: weitere zurueckgestellte Kandidaten nicht'
              ' aufgelistet'
           END-IF

           IF LAUF-WIEDERAUFGESETZT
              DISPLAY '  '
              'OS1150A: Lauf wiederaufgesetzt bei Satz '
              WS-WIEDERAUFSETZ-POSITION
           END-IF

           EVALUATE TRUE
              WHEN NOT LAUF-ABGEBROCHEN
                 CONTINUE
              WHEN ABBRUCH-REGISTER
                 DISPLAY '  '
                 'OS1150A: Lauf wegen Ueberlauf der Registertabelle'
                 ' MANDVWRG abgebrochen - Returncode 8'
              WHEN ABBRUCH-REGELN
                 DISPLAY '  '
                 'OS1150A: Lauf wegen Ueberlauf der Regeltabelle'
                 ' MANDREGL abgebrochen - Returncode 8'
              WHEN OTHER
                 DISPLAY '  '
                 'OS1150A: Lauf wegen Volumenueberschreitung'
                 ' abgebrochen - Returncode 8'
           END-EVALUATE

           EXIT.


       Z9995-ZURUECKGESTELLTE-LISTEN.

      ***------------------------------------------------------------***
      * Einzelnen zurueckgestellten Kandidaten in der Lauf-
      * zusammenfassung auflisten
      ***------------------------------------------------------------***

           DISPLAY '  '
           'OS1150A ZURUECKGESTELLT:'
           ' BVID='        WS-ZUR-BVID(WS-ZUR-IX)
           ' MANDANT='     WS-ZUR-MANDANT(WS-ZUR-IX)
           ' VERWENDDAT='  WS-ZUR-VERWENDDAT(WS-ZUR-IX)
           ' GRUND='       WS-ZUR-GRUND(WS-ZUR-IX)
           ' BENACHRICHTIGT=' WS-ZUR-BENACHR-DATUM(WS-ZUR-IX)

           EXIT.


       Z9996-REGEL-ZEILEN.

      ***------------------------------------------------------------***
      * Angewandte Regel je Mandant in der Laufzusammenfassung
      * ausweisen (Standardregel immer, Mandanten nur mit Saetzen)
      ***------------------------------------------------------------***

           IF WS-RGL-IX = 1
              OR WS-RGL-ANZ-ANGEWENDET(WS-RGL-IX) > ZERO
              DISPLAY '  '
              'OS1150A REGEL:'
              ' MANDANT='   WS-RGL-MANDANT(WS-RGL-IX)
              ' VERSION='   WS-RGL-VERSION(WS-RGL-IX)
              ' HERKUNFT='  WS-RGL-HERKUNFT(WS-RGL-IX)
              ' MONATE='    WS-RGL-DORM-MONATE(WS-RGL-IX)
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
