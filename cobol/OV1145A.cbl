      * Verarbeitungsmodul: OV1145A
      * *
      * *************************************************
      * Methode           : MANDATAENDERN
      * mandatAendern (SEPA-Mandatsaenderung)
      *
      * Uebergabebereiche : SE3989,
      *                   : SO0741E,
      *                   : SO0726A
      * Verarbeitungsmodul: OV1145A
      * *
      * *************************************************

      ***------------------------------------------------------------***

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDEVNT-STATUS.

      ***------------------------------------------------------------***
      *  Aenderungshistorie der SEPA-Mandatsaenderungen
      ***------------------------------------------------------------***
           SELECT MANDAEND-DATEI ASSIGN TO 'MANDAEND'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANDAEND-STATUS.

      ***------------------------------------------------------------***

       DATA DIVISION.

      ***------------------------------------------------------------***
      *  Satz des Mandats-Lebenszyklus-Reports
      *
      *  Die Zeile endet mit der Lauf-ID (LAUF=) des ausloesenden
      *  Stapellaufs; damit auch eine voll belegte MANDATREFNR sie
      *  nicht abschneidet, ist der Satz 200 Byte lang.
      ***------------------------------------------------------------***
       FD  MANDREPT-DATEI
           RECORDING MODE IS F.
       01  MANDREPT-SATZ                    PIC X(200).

      ***------------------------------------------------------------***
      *  Satz der Checkpoint-Datei MANDATREAKTIVIEREN
      *  der letzte Satz und dokumentiert den Abbruch; laeuft das
      *  Programm normal weiter, macht die Korrektur den Audit-Satz
      *  richtig, auch wenn die Loeschung am Ende fehlschlug.
      *
      *  MANDHAUD-LAUF-ID haelt die Lauf-ID des ausloesenden
      *  Stapellaufs aus dem Laufjournal MANDLAUF (SO0744A) fest.
      *
      *  Neben den Statuswechseln werden mandantenuebergreifende
      *  Zugriffe festgehalten: ABGELEHNT fuer einen abgewiesenen
      *  Zugriff auf das Mandat eines fremden Mandanten,
      *  UEBERGRIFF fuer jeden Aufruf einer veraendernden Methode
      *  mit gesetztem mandantenuebergreifendem Kennzeichen.
      *  MANDHAUD-AUFTRAG-MANDANT (Mandant, in dessen Auftrag der
      *  Aufrufer handelt) und MANDHAUD-ZIEL-MANDANT (Mandant des
      *  Zielmandats) werden in jedem Satz mitgefuehrt; in
      *  aelteren Saetzen sind sie leer.
      ***------------------------------------------------------------***
       FD  MANDHAUD-DATEI
           RECORDING MODE IS F.
               88  MANDHAUD-SCHRITT-BESTAETIGT  VALUE '02'.
               88  MANDHAUD-SCHRITT-KORRIGIERT  VALUE '03'.
               88  MANDHAUD-SCHRITT-ABGELEHNT   VALUE '04'.
               88  MANDHAUD-SCHRITT-UEBERGRIFF  VALUE '05'.
           05  MANDHAUD-LAUF-ID             PIC X(20).
           05  MANDHAUD-AUFTRAG-MANDANT     PIC X(04).
           05  MANDHAUD-ZIEL-MANDANT        PIC X(04).

      ***------------------------------------------------------------***
      *  Satz der Ereignisschnittstelle MANDEVNT
           RECORDING MODE IS F.
           COPY SO0729A REPLACING ==:PRF:== BY ==EVT==.

      ***------------------------------------------------------------***
      *  Satz der Aenderungshistorie MANDAEND
      *
      *  Je erfolgreich durchgefuehrter Methode MANDATAENDERN ein
      *  Satz mit bisherigem und neuem Wert - siehe Copystrecke
      *  SO0742A.
      ***------------------------------------------------------------***
       FD  MANDAEND-DATEI
           RECORDING MODE IS F.
           COPY SO0742A REPLACING ==:PRF:== BY ==AEN==.

       WORKING-STORAGE SECTION.

      ***------------------------------------------------------------***
                                         USAGE IS DISPLAY.
          05 WS-DSTRUKTUR-MD5            PIC X(32)
                                         USAGE IS DISPLAY.
          05 WS-LAUF-ID                  PIC X(20)
                                         USAGE IS DISPLAY.
          05 WS-ARCH-LOESCHGRUND-SW      PIC X(01) VALUE 'N'.
             88 ARCH-LOESCHGRUND-UEBERNEHMEN  VALUE 'J'.
          05 WS-AUSGABE-SW               PIC X(01) VALUE 'N'.
       01 WS-MANDEVNT-BEREICH.
          05 WS-MANDEVNT-STATUS           PIC X(02).

      ***------------------------------------------------------------***
      *  Bereich fuer die Aenderungshistorie (MANDATAENDERN)
      ***------------------------------------------------------------***
       01 WS-MANDAEND-BEREICH.
          05 WS-MANDAEND-STATUS           PIC X(02).
          05 WS-AEND-WERT-ALT             PIC X(35).

      ***------------------------------------------------------------***
      *  Bereich fuer das Tagesdatum
      ***------------------------------------------------------------***
           COPY SO0727A REPLACING ==:PRF:== BY ==A02==.
           COPY SO0730E REPLACING ==:PRF:== BY ==E02==.
           COPY SO0730A REPLACING ==:PRF:== BY ==A03==.
           COPY SO0741E REPLACING ==:PRF:== BY ==E03==.


      ***------------------------------------------------------------***
              END-IF                                                    LOG
              PERFORM U0001-VERS-PRUEFUNG-SO0726E                       MPERFORM

      *    ---------------------------------------------------------
      *    Methode MANDATAENDERN
      *    ---------------------------------------------------------
           WHEN 'MANDATAENDERN'

      *       Bereiche zuordnen
              SET ADDRESS OF E03-SO0741E
                 TO ADDRESS OF LK-TO-EIN

      *|-<    $MPERFORM U0004-VERS-PRUEFUNG-SO0741E
              IF LOG-LEVEL-NR < 1                                       LOG
                 MOVE DL140011V2 TO LG140011V2                          LOG
                 MOVE K-ALL TO LG14-LOG-LEVEL                           LOG
                 MOVE K-LOG TO WS-LOG-METHODE                           LOG
                 PERFORM U9900-CALL-SF0011                              LOG
              DISPLAY '  '                                              LOG
              'U0004-VERS-PRUEFUNG-SO0741E'                             LOG
              END-IF                                                    LOG
              PERFORM U0004-VERS-PRUEFUNG-SO0741E                       MPERFORM

      *    ---------------------------------------------------------
      *    Methode UNGUELTIG
      *    ---------------------------------------------------------
              END-IF                                                    LOG
              PERFORM D0500-MANDATAUSKUNFT                              MPERFORM

      *    ---------------------------------------------------------
      *    Methode MANDATAENDERN
      *    ---------------------------------------------------------
           WHEN 'MANDATAENDERN'
      *|-<    $MPERFORM D0700-MANDATAENDERN
              IF LOG-LEVEL-NR < 1                                       LOG
                 MOVE DL140011V2 TO LG140011V2                          LOG
                 MOVE K-ALL TO LG14-LOG-LEVEL                           LOG
                 MOVE K-LOG TO WS-LOG-METHODE                           LOG
                 PERFORM U9900-CALL-SF0011                              LOG
              DISPLAY '  '                                              LOG
              'D0700-MANDATAENDERN'                                     LOG
              END-IF                                                    LOG
              PERFORM D0700-MANDATAENDERN                               MPERFORM

      *    -------------------------------------------------------------
      *    Methode UNGUELTIG
      *    -------------------------------------------------------------
           MOVE WS-REPORT-STATUS-NEU TO MANDHAUD-STATUS-NEU
           MOVE MY-CALLER            TO MANDHAUD-BENUTZER
           MOVE WS-HEUTE-DATUM       TO MANDHAUD-DATUM
           MOVE WS-LAUF-ID           TO MANDHAUD-LAUF-ID
           MOVE E01-AUFTRAG-MANDANT  TO MANDHAUD-AUFTRAG-MANDANT
           MOVE WS-REPORT-MANDANT    TO MANDHAUD-ZIEL-MANDANT
           SET MANDHAUD-SCHRITT-VERSUCHT TO TRUE
           WRITE MANDHAUD-SATZ
           IF NOT MANDHAUD-BEREITS-OFFEN
              MOVE WS-REPORT-STATUS-NEU TO MANDHAUD-STATUS-NEU
              MOVE MY-CALLER            TO MANDHAUD-BENUTZER
              MOVE WS-HEUTE-DATUM       TO MANDHAUD-DATUM
              MOVE WS-LAUF-ID           TO MANDHAUD-LAUF-ID
              MOVE E01-AUFTRAG-MANDANT  TO MANDHAUD-AUFTRAG-MANDANT
              MOVE WS-REPORT-MANDANT    TO MANDHAUD-ZIEL-MANDANT
              IF ALLES-OK
                 SET MANDHAUD-SCHRITT-BESTAETIGT TO TRUE
              ELSE
      *  unbekannter Ziel-MANDANT (Mandat nicht gefunden) wird
      *  nicht hier, sondern von der eigentlichen Verarbeitung
      *  behandelt. Ein abgewiesener Versuch wird in MANDHAUD
      *  protokolliert, ebenso jede Verwendung des mandanten-
      *  uebergreifenden Kennzeichens.
      * **--------------------------------------------------------***

           IF E01-MANDANT-UEBERGREIFEND
      *|-<    $MPERFORM D0157-MANDANT-UEBERGRIFF-AUDIT
              IF LOG-LEVEL-NR < 1                                       LOG
                 MOVE DL140011V2 TO LG140011V2                          LOG
                 MOVE K-ALL TO LG14-LOG-LEVEL                           LOG
                 MOVE K-LOG TO WS-LOG-METHODE                           LOG
                 PERFORM U9900-CALL-SF0011                              LOG
              DISPLAY '  '                                              LOG
              'D0157-MANDANT-UEBERGRIFF-AUDIT'                          LOG
              END-IF                                                    LOG
              PERFORM D0157-MANDANT-UEBERGRIFF-AUDIT                    MPERFORM
           END-IF

           IF E01-AUFTRAG-MANDANT NOT = SPACES
              AND NOT E01-MANDANT-UEBERGREIFEND
              AND WS-REPORT-MANDANT NOT = SPACES
           MOVE WS-REPORT-STATUS-ALT TO MANDHAUD-STATUS-NEU
           MOVE MY-CALLER            TO MANDHAUD-BENUTZER
           MOVE WS-HEUTE-DATUM       TO MANDHAUD-DATUM
           MOVE WS-LAUF-ID           TO MANDHAUD-LAUF-ID
           MOVE E01-AUFTRAG-MANDANT  TO MANDHAUD-AUFTRAG-MANDANT
           MOVE WS-REPORT-MANDANT    TO MANDHAUD-ZIEL-MANDANT
           SET MANDHAUD-SCHRITT-ABGELEHNT TO TRUE
           WRITE MANDHAUD-SATZ
           IF NOT MANDHAUD-BEREITS-OFFEN
           EXIT.


       D0157-MANDANT-UEBERGRIFF-AUDIT.
      * **--------------------------------------------------------***
      *  Verwendung des mandantenuebergreifenden Kennzeichens im
      *  Statuswechsel-Audit MANDHAUD festhalten (Schritt
      *  UEBERGRIFF): welcher Aufrufer hat wann mit welcher Methode
      *  im Auftrag welches Mandanten auf das Mandat welches
      *  Mandanten zugegriffen; der Status bleibt unveraendert.
      *  Der Ausgang der Verarbeitung (ALLES-OK) wird hier nicht
      *  veraendert.
      * **--------------------------------------------------------***

      *|-< $MPERFORM U0002-HEUTIGES-DATUM-ERMITTELN
           IF LOG-LEVEL-NR < 1                                          LOG
              MOVE DL140011V2 TO LG140011V2                             LOG
              MOVE K-ALL TO LG14-LOG-LEVEL                              LOG
              MOVE K-LOG TO WS-LOG-METHODE                              LOG
              PERFORM U9900-CALL-SF0011                                 LOG
           DISPLAY '  '                                                 LOG
           'U0002-HEUTIGES-DATUM-ERMITTELN'                             LOG
           END-IF                                                       LOG
           PERFORM U0002-HEUTIGES-DATUM-ERMITTELN                       MPERFORM

           IF NOT MANDHAUD-BEREITS-OFFEN
              OPEN EXTEND MANDHAUD-DATEI
              IF WS-MANDHAUD-STATUS = '35'
                 CLOSE MANDHAUD-DATEI
                 OPEN OUTPUT MANDHAUD-DATEI
              END-IF
           END-IF
           MOVE E01-BANKVERBINDUNGID TO MANDHAUD-BANKVERBINDUNGID
           MOVE WS-METHODE           TO MANDHAUD-METHODE
           MOVE WS-REPORT-STATUS-ALT TO MANDHAUD-STATUS-ALT
           MOVE WS-REPORT-STATUS-ALT TO MANDHAUD-STATUS-NEU
           MOVE MY-CALLER            TO MANDHAUD-BENUTZER
           MOVE WS-HEUTE-DATUM       TO MANDHAUD-DATUM
           MOVE WS-LAUF-ID           TO MANDHAUD-LAUF-ID
           MOVE E01-AUFTRAG-MANDANT  TO MANDHAUD-AUFTRAG-MANDANT
           MOVE WS-REPORT-MANDANT    TO MANDHAUD-ZIEL-MANDANT
           SET MANDHAUD-SCHRITT-UEBERGRIFF TO TRUE
           WRITE MANDHAUD-SATZ
           IF NOT MANDHAUD-BEREITS-OFFEN
              CLOSE MANDHAUD-DATEI
           END-IF

           EXIT.


       D0200-MANDATREAKTIVIEREN.
      * **--------------------------------------------------------***
      *  Verarbeitung MANDATREAKTIVIEREN

           MOVE EI01-SO0726E TO WB01-SO0726E
           MOVE 'SO0726E '   TO WB01-DSTRUKTUR
           MOVE '04'         TO WB01-DVERSNR
           MOVE SPACES       TO WB01-DSTRUKTUR-MD5
           MOVE E02-BANKVERBINDUNGID(WS-BULK-IX)
                             TO WB01-BANKVERBINDUNGID
           END-IF
           MOVE E02-AUFTRAG-MANDANT    TO WB01-AUFTRAG-MANDANT
           MOVE E02-MANDANT-UEBERGR-SW TO WB01-MANDANT-UEBERGR-SW
           MOVE E02-LAUF-ID            TO WB01-LAUF-ID

           MOVE '00' TO WS-ERGEBNIS-CODE
           SET ALLES-OK TO TRUE
           EXIT.


       D0700-MANDATAENDERN.
      * **--------------------------------------------------------***
      *  Verarbeitung MANDATAENDERN
      *
      *  Nimmt eine SEPA-Mandatsaenderung auf (AENDERUNGSART im
      *  SO0741E): eine geaenderte MANDATREFNR wird im Aktivbestand
      *  gespeichert, Glaeubiger-ID und Schuldnerkonto werden nicht
      *  im Mandatssatz gefuehrt. Jede Aenderung wird mit
      *  bisherigem und neuem Wert in der Aenderungshistorie
      *  MANDAEND festgehalten; daraus setzt der Zahlungsverkehr
      *  beim naechsten Einzug das Aenderungskennzeichen, und die
      *  Saetze einer BANKVERBINDUNGID bilden die Aenderungskette
      *  fuer die Revision. Der MANDATSSTATUS bleibt unveraendert.
      *
      *  Mandantenpruefung, Statuswechsel-Audit (VERSUCHT und
      *  Korrektur wie bei MANDATLOESCHEN), Lebenszyklus-Report und
      *  Ereignis laufen wie bei den anderen veraendernden
      *  Methoden. Dazu wird E01-SO0726E fuer die Dauer der
      *  Verarbeitung - wie in D0610-MASSEN-EINTRAG - auf den
      *  Arbeitsbereich WB01 umgesetzt.
      * **--------------------------------------------------------***

           MOVE EI01-SO0726E           TO WB01-SO0726E
           MOVE 'SO0726E '             TO WB01-DSTRUKTUR
           MOVE '04'                   TO WB01-DVERSNR
           MOVE SPACES                 TO WB01-DSTRUKTUR-MD5
           MOVE E03-BANKVERBINDUNGID   TO WB01-BANKVERBINDUNGID
           MOVE SPACES                 TO WB01-LOESCHGRUND
           MOVE E03-AUFTRAG-MANDANT    TO WB01-AUFTRAG-MANDANT
           MOVE E03-MANDANT-UEBERGR-SW TO WB01-MANDANT-UEBERGR-SW
           MOVE E03-LAUF-ID            TO WB01-LAUF-ID
           SET ADDRESS OF E01-SO0726E
              TO ADDRESS OF WB01-SO0726E

           MOVE 'N' TO WS-MANDHAUD-VERSUCHT-SW
           MOVE E01-BANKVERBINDUNGID TO WS-REPORT-BANKVERBINDUNGID
           MOVE SPACES TO WS-REPORT-MANDATREFNR
                           WS-REPORT-MANDANT
           MOVE SPACES TO WS-REPORT-STATUS-ALT
           MOVE SPACES TO WS-AEND-WERT-ALT

      *|-< $MPERFORM D0410-AKT-MANDAT-HOLEN
           IF LOG-LEVEL-NR < 1                                          LOG
              MOVE DL140011V2 TO LG140011V2                             LOG
              MOVE K-ALL TO LG14-LOG-LEVEL                              LOG
              MOVE K-LOG TO WS-LOG-METHODE                              LOG
              PERFORM U9900-CALL-SF0011                                 LOG
           DISPLAY '  '                                                 LOG
           'D0410-AKT-MANDAT-HOLEN'                                     LOG
           END-IF                                                       LOG
           PERFORM D0410-AKT-MANDAT-HOLEN                               MPERFORM

           IF ALLES-OK
              MOVE AB03-BANKVERBINDUNGID(1)
                                TO WS-REPORT-BANKVERBINDUNGID
              MOVE AB03-MANDATREFNR(1)   TO WS-REPORT-MANDATREFNR
              MOVE AB03-MANDANT(1)       TO WS-REPORT-MANDANT
              MOVE AB03-MANDATSSTATUS(1) TO WS-REPORT-STATUS-ALT
      *|-<    $MPERFORM D0150-MANDANT-PRUEFEN
              IF LOG-LEVEL-NR < 1                                       LOG
                 MOVE DL140011V2 TO LG140011V2                          LOG
                 MOVE K-ALL TO LG14-LOG-LEVEL                           LOG
                 MOVE K-LOG TO WS-LOG-METHODE                           LOG
                 PERFORM U9900-CALL-SF0011                              LOG
              DISPLAY '  '                                              LOG
              'D0150-MANDANT-PRUEFEN'                                   LOG
              END-IF                                                    LOG
              PERFORM D0150-MANDANT-PRUEFEN                             MPERFORM
           END-IF

           IF ALLES-OK
      *|-<    $MPERFORM D0705-AENDERUNG-PRUEFEN
              IF LOG-LEVEL-NR < 1                                       LOG
                 MOVE DL140011V2 TO LG140011V2                          LOG
                 MOVE K-ALL TO LG14-LOG-LEVEL                           LOG
                 MOVE K-LOG TO WS-LOG-METHODE                           LOG
                 PERFORM U9900-CALL-SF0011                              LOG
              DISPLAY '  '                                              LOG
              'D0705-AENDERUNG-PRUEFEN'                                 LOG
              END-IF                                                    LOG
              PERFORM D0705-AENDERUNG-PRUEFEN                           MPERFORM
           END-IF

           IF ALLES-OK
      *|-<    $MPERFORM D0710-AEND-AUDIT-SCHREIBEN
              IF LOG-LEVEL-NR < 1                                       LOG
                 MOVE DL140011V2 TO LG140011V2                          LOG
                 MOVE K-ALL TO LG14-LOG-LEVEL                           LOG
                 MOVE K-LOG TO WS-LOG-METHODE                           LOG
                 PERFORM U9900-CALL-SF0011                              LOG
              DISPLAY '  '                                              LOG
              'D0710-AEND-AUDIT-SCHREIBEN'                              LOG
              END-IF                                                    LOG
              PERFORM D0710-AEND-AUDIT-SCHREIBEN                        MPERFORM
              IF E03-AENDART-MANDATREFNR
      *|-<       $MPERFORM D0720-MANDATREFNR-SPEICHERN
                 IF LOG-LEVEL-NR < 1                                    LOG
                    MOVE DL140011V2 TO LG140011V2                       LOG
                    MOVE K-ALL TO LG14-LOG-LEVEL                        LOG
                    MOVE K-LOG TO WS-LOG-METHODE                        LOG
                    PERFORM U9900-CALL-SF0011                           LOG
                 DISPLAY '  '                                           LOG
                 'D0720-MANDATREFNR-SPEICHERN'                          LOG
                 END-IF                                                 LOG
                 PERFORM D0720-MANDATREFNR-SPEICHERN                    MPERFORM
              END-IF
              IF ALLES-OK
      *|-<       $MPERFORM D0730-AENDERUNG-VERMERKEN
                 IF LOG-LEVEL-NR < 1                                    LOG
                    MOVE DL140011V2 TO LG140011V2                       LOG
                    MOVE K-ALL TO LG14-LOG-LEVEL                        LOG
                    MOVE K-LOG TO WS-LOG-METHODE                        LOG
                    PERFORM U9900-CALL-SF0011                           LOG
                 DISPLAY '  '                                           LOG
                 'D0730-AENDERUNG-VERMERKEN'                            LOG
                 END-IF                                                 LOG
                 PERFORM D0730-AENDERUNG-VERMERKEN                      MPERFORM
              END-IF
           END-IF

      *    der MANDATSSTATUS bleibt unveraendert; nach gespeicherter
      *    neuer MANDATREFNR berichten Report und Ereignis die nun
      *    gueltige Mandatsreferenz
           MOVE WS-REPORT-STATUS-ALT TO WS-REPORT-STATUS-NEU
           IF ALLES-OK AND E03-AENDART-MANDATREFNR
              MOVE E03-WERT-NEU TO WS-REPORT-MANDATREFNR
           END-IF
      *|-< $MPERFORM D0117-HIST-AUDIT-KORRIGIEREN
           IF LOG-LEVEL-NR < 1                                          LOG
              MOVE DL140011V2 TO LG140011V2                             LOG
              MOVE K-ALL TO LG14-LOG-LEVEL                              LOG
              MOVE K-LOG TO WS-LOG-METHODE                              LOG
              PERFORM U9900-CALL-SF0011                                 LOG
           DISPLAY '  '                                                 LOG
           'D0117-HIST-AUDIT-KORRIGIEREN'                               LOG
           END-IF                                                       LOG
           PERFORM D0117-HIST-AUDIT-KORRIGIEREN                         MPERFORM

      *|-< $MPERFORM D0900-LEBENSZYKLUS-SCHREIBEN
           IF LOG-LEVEL-NR < 1                                          LOG
              MOVE DL140011V2 TO LG140011V2                             LOG
              MOVE K-ALL TO LG14-LOG-LEVEL                              LOG
              MOVE K-LOG TO WS-LOG-METHODE                              LOG
              PERFORM U9900-CALL-SF0011                                 LOG
           DISPLAY '  '                                                 LOG
           'D0900-LEBENSZYKLUS-SCHREIBEN'                               LOG
           END-IF                                                       LOG
           PERFORM D0900-LEBENSZYKLUS-SCHREIBEN                         MPERFORM

      *|-< $MPERFORM D0950-EREIGNIS-SCHREIBEN
           IF LOG-LEVEL-NR < 1                                          LOG
              MOVE DL140011V2 TO LG140011V2                             LOG
              MOVE K-ALL TO LG14-LOG-LEVEL                              LOG
              MOVE K-LOG TO WS-LOG-METHODE                              LOG
              PERFORM U9900-CALL-SF0011                                 LOG
           DISPLAY '  '                                                 LOG
           'D0950-EREIGNIS-SCHREIBEN'                                   LOG
           END-IF                                                       LOG
           PERFORM D0950-EREIGNIS-SCHREIBEN                             MPERFORM

           EXIT.


       D0705-AENDERUNG-PRUEFEN.
      * **--------------------------------------------------------***
      *  Aenderungsauftrag pruefen und den bisherigen Wert fuer die
      *  Aenderungshistorie bestimmen: die Aenderungsart muss
      *  bekannt, der neue Wert belegt und vom bisherigen
      *  verschieden sein. Die bisherige MANDATREFNR stammt aus dem
      *  Mandatssatz (ein mitgegebener WERT-ALT muss ihr
      *  entsprechen); bisherige Glaeubiger-ID bzw. bisheriges
      *  Schuldnerkonto muss der Aufrufer mitgeben.
      * **--------------------------------------------------------***

           IF E03-AENDART-MANDATREFNR
              MOVE AB03-MANDATREFNR(1) TO WS-AEND-WERT-ALT
           ELSE
              MOVE E03-WERT-ALT        TO WS-AEND-WERT-ALT
           END-IF

           IF NOT E03-AENDART-GUELTIG
              OR E03-WERT-NEU = SPACES
              OR WS-AEND-WERT-ALT = SPACES
              OR E03-WERT-NEU = WS-AEND-WERT-ALT
              OR (E03-AENDART-MANDATREFNR
                  AND E03-WERT-ALT NOT = SPACES
                  AND E03-WERT-ALT NOT = WS-AEND-WERT-ALT)
      *|-<    $MPERFORM F6108-FEHLER-AENDERUNG-UNGUELTIG
              IF LOG-LEVEL-NR < 1                                       LOG
                 MOVE DL140011V2 TO LG140011V2                          LOG
                 MOVE K-ALL TO LG14-LOG-LEVEL                           LOG
                 MOVE K-LOG TO WS-LOG-METHODE                           LOG
                 PERFORM U9900-CALL-SF0011                              LOG
              DISPLAY '  '                                              LOG
              'F6108-FEHLER-AENDERUNG-UNGUELTIG'                        LOG
              END-IF                                                    LOG
              PERFORM F6108-FEHLER-AENDERUNG-UNGUELTIG                  MPERFORM
           END-IF

           EXIT.


       D0710-AEND-AUDIT-SCHREIBEN.
      * **--------------------------------------------------------***
      *  Statuswechsel-Audit vor dem Speichern der Aenderung
      *  anhaengen (Schritt VERSUCHT, Muster wie D0115-HIST-AUDIT-
      *  SCHREIBEN). Der Status bleibt bei der Aenderung gleich;
      *  der Satz haelt fest, wer wann mit MANDATAENDERN auf das
      *  Mandat zugegriffen hat. D0117-HIST-AUDIT-KORRIGIEREN
      *  bestaetigt bzw. korrigiert ihn, sobald der Ausgang
      *  feststeht.
      * **--------------------------------------------------------***

      *|-< $MPERFORM U0002-HEUTIGES-DATUM-ERMITTELN
           IF LOG-LEVEL-NR < 1                                          LOG
              MOVE DL140011V2 TO LG140011V2                             LOG
              MOVE K-ALL TO LG14-LOG-LEVEL                              LOG
              MOVE K-LOG TO WS-LOG-METHODE                              LOG
              PERFORM U9900-CALL-SF0011                                 LOG
           DISPLAY '  '                                                 LOG
           'U0002-HEUTIGES-DATUM-ERMITTELN'                             LOG
           END-IF                                                       LOG
           PERFORM U0002-HEUTIGES-DATUM-ERMITTELN                       MPERFORM

           IF NOT MANDHAUD-BEREITS-OFFEN
              OPEN EXTEND MANDHAUD-DATEI
              IF WS-MANDHAUD-STATUS = '35'
                 CLOSE MANDHAUD-DATEI
                 OPEN OUTPUT MANDHAUD-DATEI
              END-IF
           END-IF
           MOVE E01-BANKVERBINDUNGID TO MANDHAUD-BANKVERBINDUNGID
           MOVE WS-METHODE           TO MANDHAUD-METHODE
           MOVE WS-REPORT-STATUS-ALT TO MANDHAUD-STATUS-ALT
           MOVE WS-REPORT-STATUS-ALT TO MANDHAUD-STATUS-NEU
           MOVE MY-CALLER            TO MANDHAUD-BENUTZER
           MOVE WS-HEUTE-DATUM       TO MANDHAUD-DATUM
           MOVE WS-LAUF-ID           TO MANDHAUD-LAUF-ID
           MOVE E01-AUFTRAG-MANDANT  TO MANDHAUD-AUFTRAG-MANDANT
           MOVE WS-REPORT-MANDANT    TO MANDHAUD-ZIEL-MANDANT
           SET MANDHAUD-SCHRITT-VERSUCHT TO TRUE
           WRITE MANDHAUD-SATZ
           IF NOT MANDHAUD-BEREITS-OFFEN
              CLOSE MANDHAUD-DATEI
           END-IF

           MOVE 'J' TO WS-MANDHAUD-VERSUCHT-SW

           SET ALLES-OK TO TRUE

           EXIT.


       D0720-MANDATREFNR-SPEICHERN.
      * **--------------------------------------------------------***
      *  Neue MANDATREFNR im Aktivbestand speichern; der uebrige
      *  Mandatssatz einschliesslich MANDATSSTATUS bleibt erhalten
      * **--------------------------------------------------------***

      *|-< $MPERFORM M0700-MANDAT-AKT-SPEICHERN-E
           IF LOG-LEVEL-NR < 1                                          LOG
              MOVE DL140011V2 TO LG140011V2                             LOG
              MOVE K-ALL TO LG14-LOG-LEVEL                              LOG
              MOVE K-LOG TO WS-LOG-METHODE                              LOG
              PERFORM U9900-CALL-SF0011                                 LOG
           DISPLAY '  '                                                 LOG
           'M0700-MANDAT-AKT-SPEICHERN-E'                               LOG
           END-IF                                                       LOG
           PERFORM M0700-MANDAT-AKT-SPEICHERN-E                         MPERFORM

           MOVE E03-WERT-NEU TO EB02-MANDATREFNR

           IF ALLES-OK
      *|-<    $MPERFORM M0700-MANDAT-AKT-SPEICHERN-V
              IF LOG-LEVEL-NR < 1                                       LOG
                 MOVE DL140011V2 TO LG140011V2                          LOG
                 MOVE K-ALL TO LG14-LOG-LEVEL                           LOG
                 MOVE K-LOG TO WS-LOG-METHODE                           LOG
                 PERFORM U9900-CALL-SF0011                              LOG
              DISPLAY '  '                                              LOG
              'M0700-MANDAT-AKT-SPEICHERN-V'                            LOG
              END-IF                                                    LOG
              PERFORM M0700-MANDAT-AKT-SPEICHERN-V                      MPERFORM
      *|-<    $MPERFORM M0700-MANDAT-AKT-SPEICHERN-F
              IF LOG-LEVEL-NR < 1                                       LOG
                 MOVE DL140011V2 TO LG140011V2                          LOG
                 MOVE K-ALL TO LG14-LOG-LEVEL                           LOG
                 MOVE K-LOG TO WS-LOG-METHODE                           LOG
                 PERFORM U9900-CALL-SF0011                              LOG
              DISPLAY '  '                                              LOG
              'M0700-MANDAT-AKT-SPEICHERN-F'                            LOG
              END-IF                                                    LOG
              PERFORM M0700-MANDAT-AKT-SPEICHERN-F                      MPERFORM
           END-IF

           EXIT.


       D0730-AENDERUNG-VERMERKEN.
      * **--------------------------------------------------------***
      *  Aenderung mit bisherigem und neuem Wert an die
      *  Aenderungshistorie MANDAEND anhaengen. Oeffnet und
      *  schliesst die Datei bei jedem Aufruf selbst (wie
      *  MANDHAUD/MANDEVNT), damit ueber mehrere CALLs hinweg jeder
      *  Satz zuverlaessig angehaengt wird.
      * **--------------------------------------------------------***

      *|-< $MPERFORM U0002-HEUTIGES-DATUM-ERMITTELN
           IF LOG-LEVEL-NR < 1                                          LOG
              MOVE DL140011V2 TO LG140011V2                             LOG
              MOVE K-ALL TO LG14-LOG-LEVEL                              LOG
              MOVE K-LOG TO WS-LOG-METHODE                              LOG
              PERFORM U9900-CALL-SF0011                                 LOG
           DISPLAY '  '                                                 LOG
           'U0002-HEUTIGES-DATUM-ERMITTELN'                             LOG
           END-IF                                                       LOG
           PERFORM U0002-HEUTIGES-DATUM-ERMITTELN                       MPERFORM

           OPEN EXTEND MANDAEND-DATEI
           IF WS-MANDAEND-STATUS = '35'
              CLOSE MANDAEND-DATEI
              OPEN OUTPUT MANDAEND-DATEI
           END-IF

           MOVE SPACES                TO AEN-SO0742A
           MOVE WS-REPORT-BANKVERBINDUNGID
                                      TO AEN-BANKVERBINDUNGID
           IF E03-AENDART-MANDATREFNR
              MOVE E03-WERT-NEU          TO AEN-MANDATREFNR
           ELSE
              MOVE WS-REPORT-MANDATREFNR TO AEN-MANDATREFNR
           END-IF
           MOVE WS-REPORT-MANDANT     TO AEN-MANDANT
           MOVE E03-AENDERUNGSART     TO AEN-AENDERUNGSART
           MOVE WS-AEND-WERT-ALT      TO AEN-WERT-ALT
           MOVE E03-WERT-NEU          TO AEN-WERT-NEU
           MOVE WS-HEUTE-DATUM        TO AEN-DATUM
           MOVE MY-CALLER             TO AEN-URSPRUNGSPGM

           WRITE AEN-SO0742A
           CLOSE MANDAEND-DATEI

           EXIT.


       D0105-MANDAT-DATEN-ERMITTELN.
      * **--------------------------------------------------------***
      *  Mandatsdaten (MANDATREFNR/MANDANT/MANDATSSTATUS) vor dem
      *  bei MANDCKPX/MANDHAUD), damit ueber mehrere CALLs des OV1145A
      *  hinweg innerhalb einer Ablaufeinheit jede Zeile zuverlaessig
      *  angehaengt wird, statt nur die erste zu ueberschreiben.
      *  Am Zeilenende steht die Lauf-ID des ausloesenden
      *  Stapellaufs (LAUF-ID der Eingabe, leer ausserhalb eines
      *  Laufs).
      * **--------------------------------------------------------***

      *    in der Massenverarbeitung haelt D0600 die Datei ueber
                  WS-REPORT-MSGFETCH-CTR    DELIMITED BY SIZE
                  ' NICHTGEF-DEL='          DELIMITED BY SIZE
                  WS-REPORT-MSGDEL-CTR      DELIMITED BY SIZE
                  ' LAUF='                  DELIMITED BY SIZE
                  WS-LAUF-ID                DELIMITED BY SPACE
             INTO MANDREPT-SATZ
           END-STRING

              END-IF
              MOVE WS-HEUTE-DATUM        TO EVT-DATUM
              MOVE MY-CALLER             TO EVT-URSPRUNGSPGM
              MOVE WS-LAUF-ID            TO EVT-LAUF-ID
      *       AENDERUNGSART ist nur bei der Aenderung belegt
              IF WS-METHODE = 'MANDATAENDERN'
                 MOVE E03-AENDERUNGSART  TO EVT-AENDERUNGSART
              END-IF

              WRITE EVT-SO0729A
              IF NOT MANDEVNT-BEREITS-OFFEN
                 'F6103-FEHLER-DSTRUKTUR'                               LOG
                 END-IF                                                 LOG
                 PERFORM F6103-FEHLER-DSTRUKTUR                         MPERFORM
           ELSE
      *       Lauf-ID des aufrufenden Stapellaufs fuer Report,
      *       Ereignis und Audit uebernehmen
              MOVE E01-LAUF-ID TO WS-LAUF-ID
           END-IF

           EXIT.
                 'F6103-FEHLER-DSTRUKTUR'                               LOG
                 END-IF                                                 LOG
                 PERFORM F6103-FEHLER-DSTRUKTUR                         MPERFORM
           ELSE
      *       Lauf-ID des aufrufenden Stapellaufs fuer Report,
      *       Ereignis und Audit uebernehmen
              MOVE E02-LAUF-ID TO WS-LAUF-ID
           END-IF

           EXIT.


       U0004-VERS-PRUEFUNG-SO0741E.
      * ***--------------------------------------------------------***
      * * Pruefung Datenstrukturname, Versionsnummer und MD5-Hash
      * * der Aenderungsschnittstelle SO0741E
      * ***--------------------------------------------------------***

           IF NOT E03-DSTRUKTUR-OK
              OR NOT E03-DVERSNR-OK
              OR NOT E03-DSTRUKTUR-MD5-OK
                 MOVE E03-DSTRUKTUR TO WS-DSTRUKTUR
                 MOVE E03-DVERSNR TO WS-DVERSNR
                 MOVE E03-DSTRUKTUR-MD5 TO WS-DSTRUKTUR-MD5
      *|-<       $MPERFORM F6103-FEHLER-DSTRUKTUR
                 IF LOG-LEVEL-NR < 1                                    LOG
                    MOVE DL140011V2 TO LG140011V2                       LOG
                    MOVE K-ALL TO LG14-LOG-LEVEL                        LOG
                    MOVE K-LOG TO WS-LOG-METHODE                        LOG
                    PERFORM U9900-CALL-SF0011                           LOG
                 DISPLAY '  '                                           LOG
                 'F6103-FEHLER-DSTRUKTUR'                               LOG
                 END-IF                                                 LOG
                 PERFORM F6103-FEHLER-DSTRUKTUR                         MPERFORM
           ELSE
      *       Lauf-ID des aufrufenden Stapellaufs fuer Report,
      *       Ereignis und Audit uebernehmen
              MOVE E03-LAUF-ID TO WS-LAUF-ID
           END-IF

           EXIT.
           SET NOT-ALLES-OK       TO TRUE

           EXIT.


       F6108-FEHLER-AENDERUNG-UNGUELTIG.
      ***------------------------------------------------------------***
      * Fehler: Der Aenderungsauftrag ist unvollstaendig oder
      * widerspruechlich (unbekannte Aenderungsart, fehlender oder
      * unveraenderter Wert, abweichende bisherige MANDATREFNR)
      ***------------------------------------------------------------***

      *|-< $MSG-ADD
      *    ... MSG-SEVERITY-NEW=CRITICAL
      *    ... MSG-NO-NEW=6108
      *    ... MSG-METHOD-LONG=L1-MODUL-METHODE
      *    ... MSG-FIELD=E03-AENDERUNGSART
      *    ... MSG-TYPE=VALID
      *    ... MSG-VARIABLE1=E03-AENDERUNGSART
      *    ... MSG-VARIABLE2=E03-WERT-NEU
      *    /* * $MSG-ADD                                                BSHMDOKU
           MOVE DL05-UEBERGABE         TO SY05-UEBERGABE                MSG-ADD
           MOVE DL113989               TO SY113989                      MSG-ADD
           MOVE DL133991               TO SY133991                      MSG-ADD
           MOVE 'AddMsg'               TO SY11-MODUL-METHODE            MSG-ADD
           SET SY05-K1-SEVERITY-CRITICAL TO TRUE                        MSG-ADD
           MOVE 6108            TO SY05-K1-MSG-NUM-X4-NEU               MSG-ADD
           MOVE MY-NAME                TO SY05-K1-MSG-MODUL-NEU         MSG-ADD
           MOVE MY-SYSTEM              TO SY05-K1-MSG-SYSTEM-NEU        MSG-ADD
           MOVE MY-NAME-LOG            TO SY05-K1-MSG-MODUL-LOG         MSG-ADD
           MOVE L1-MODUL-METHODE       TO SY05-K1-MSG-METHODE           MSG-ADD
           MOVE 'E03-AENDERUNGSART'    TO SY05-K1-MSG-FEHLERFELD        MSG-ADD
           SET SY05-K1-MSG-TYPE-VALID TO TRUE                           MSG-ADD
           MOVE E03-AENDERUNGSART TO SY05-K1-MSG-VARIABLE(1)            MSG-ADD
           MOVE E03-WERT-NEU TO SY05-K1-MSG-VARIABLE(2)                 MSG-ADD
           SET SY05-K1-MSG-ECR-NULL  TO TRUE                            MSG-ADD
           MOVE MY-NAME                TO SY05-K1-AUFTRAGGEBER          MSG-ADD
           IF LOG-LEVEL-NR < 6                                          LOG
              MOVE DL140011V2 TO LG140011V2                             LOG
              MOVE K-CRITICAL TO LG14-LOG-LEVEL                         LOG
              MOVE K-LOG TO WS-LOG-METHODE                              LOG
              PERFORM U9900-CALL-SF0011                                 LOG
           DISPLAY '  '                                                 LOG
           'Fehler / Hinweis-Nr. '                                      LOG
           6108                                                         LOG
           ' mit Severity='                                             LOG
           'CRITICAL im MaCH eingestellt.'                              LOG
           DISPLAY '  '                                                 LOG
           'Bitte ggf. BOBERROR-File beachten!'                         LOG
           END-IF                                                       LOG
           PERFORM FS100-MACH-AUFRUF                                    MSG-ADD

           MOVE '10' TO WS-ERGEBNIS-CODE
           SET NOT-ALLES-OK       TO TRUE

           EXIT.
      ***------------------------------------------------------------***MACHAEPI
      * * PUZI CODE EXTENTION AREA MACH   Attention                    *MACHAEPI
      * * AUFRUF DES BOB-MACH                                          *MACHAEPI
