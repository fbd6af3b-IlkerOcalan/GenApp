      ***------------------------------------------------------------***
      * Copybook            : SO0745A
      * Typ                 : Fachliche Copystrecke Stapel
      *                       (Satz des Bestandsschnappschusses
      *                       MANDSNAP)
      *
      * Satzaufbau des naechtlichen Bestandsschnappschusses MANDSNAP
      * (erstellt vom OS1166A, gelesen von OS1151A, OS1155A und
      * OS1158A). Die Datei enthaelt je gefundener BANKVERBINDUNGID
      * der Bestandsliste MANDBEST einen Mandatssatz (SATZART 'M')
      * und als letzten Satz genau einen Kontrollsatz (SATZART
      * 'K'). Der Mandatsteil entspricht Feld fuer Feld einem
      * Eintrag der Trefferliste SO0721A (Methode
      * MANDATZUBVIDHOLEN des OD1143A) und kann als Gruppe in einen
      * solchen Eintrag uebertragen werden.
      *
      * Kontrollsatz:
      *   KTL-ERSTELL-DATUM/-ZEIT  Start des Schnappschusslaufs
      *   KTL-ANZ-MANDATE     Anzahl der Mandatssaetze der Datei
      *   KTL-ANZ-BESTAND     Anzahl der gelesenen BANKVERBINDUNGIDs
      *                       der Bestandsliste MANDBEST
      *   KTL-ANZ-NICHTGEF    davon nicht gefunden bzw. nicht
      *                       lesbar (ohne Mandatssatz)
      *   KTL-BESTAND-SW      'N' = Bestandsliste MANDBEST fehlte,
      *                       der Schnappschuss ist leer
      *   KTL-LAUF-ID         Lauf-ID des Schnappschusslaufs
      *                       (Laufjournal MANDLAUF, SO0744A)
      *
      * Die lesenden Programme verwenden den Schnappschuss nur,
      * wenn der Kontrollsatz vorhanden und der letzte Satz ist,
      * die Anzahl der Mandatssaetze mit KTL-ANZ-MANDATE
      * uebereinstimmt und das Erstelldatum nicht aelter als der
      * Vortag ist.
      *
      * Erweiterungen nur im FILLER am Satzende.
      ***------------------------------------------------------------***
       01  :PRF:-SO0745A.
           05  :PRF:-SATZART                PIC X(01).
               88  :PRF:-MANDATSATZ                  VALUE 'M'.
               88  :PRF:-KONTROLLSATZ                VALUE 'K'.
           05  :PRF:-MANDAT.
               10  :PRF:-BANKVERBINDUNGID   PIC 9(10).
               10  :PRF:-MANDATREFNR        PIC X(35).
               10  :PRF:-MANDATSART         PIC X(02).
               10  :PRF:-VERWENDUNGSART     PIC X(02).
               10  :PRF:-LETZTVERWEND       PIC 9(08).
               10  :PRF:-VERWENDBARBIS      PIC 9(08).
               10  :PRF:-MANDATSSTATUS      PIC X(02).
               10  :PRF:-ABLAGEORT          PIC X(20).
               10  :PRF:-MANDANT            PIC X(04).
               10  :PRF:-ANLDAT             PIC 9(08).
               10  :PRF:-GUELTVONZP         PIC X(26).
               10  :PRF:-GUELTBISZP         PIC X(26).
               10  :PRF:-ANLAENDID          PIC X(08).
               10  :PRF:-ANLAENDPG          PIC X(08).
               10  :PRF:-ANLAENDZP          PIC X(26).
           05  :PRF:-KONTROLLE REDEFINES :PRF:-MANDAT.
               10  :PRF:-KTL-ERSTELL-DATUM  PIC 9(08).
               10  :PRF:-KTL-ERSTELL-ZEIT   PIC 9(06).
               10  :PRF:-KTL-ANZ-MANDATE    PIC 9(09).
               10  :PRF:-KTL-ANZ-BESTAND    PIC 9(09).
               10  :PRF:-KTL-ANZ-NICHTGEF   PIC 9(09).
               10  :PRF:-KTL-BESTAND-SW     PIC X(01).
                   88  :PRF:-KTL-BESTAND-FEHLT       VALUE 'N'.
               10  :PRF:-KTL-LAUF-ID        PIC X(20).
               10  FILLER                   PIC X(131).
           05  FILLER                       PIC X(06).
