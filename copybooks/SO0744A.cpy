      ***------------------------------------------------------------***
      * Copybook            : SO0744A
      * Typ                 : Fachliche Copystrecke Stapel
      *                       (Satz des Laufjournals MANDLAUF)
      *
      * Zentrales Laufjournal der Stapelprogramme OS1150A ff.: jeder
      * Lauf haengt beim Start einen Eroeffnungssatz (SATZART 'S',
      * ENDESTATUS 'LA') und beim Ende einen Abschlusssatz (SATZART
      * 'E') mit derselben LAUF-ID an. Der Abschlusssatz traegt
      * Endezeitpunkt, Eingabe-/Ausgabezaehler, RETURN-CODE und
      * ENDESTATUS. Ein Eroeffnungssatz ohne Abschlusssatz
      * dokumentiert einen abgebrochenen (nie geschlossenen) Lauf.
      *
      * Die LAUF-ID setzt sich aus Startdatum, Startzeit (mit
      * Hundertsteln) und der Programmnummer zusammen (z.B.
      * 20261015021547111150 fuer OS1150A, gestartet am 15.10.2026
      * um 02:15:47,11) und ist damit ohne Leerstellen in den
      * Saetzen von MANDREPT, MANDEVNT und MANDHAUD auswertbar.
      *
      * ENDESTATUS: LA = laufend (Eroeffnungssatz), OK = RETURN-CODE
      * 0, WA = RETURN-CODE 1 bis 7, FE = RETURN-CODE 8 und hoeher.
      *
      * Erweiterungen nur im FILLER am Satzende.
      ***------------------------------------------------------------***
       01  :PRF:-SO0744A.
           05  :PRF:-LAUF-ID                PIC X(20).
           05  :PRF:-LAUF-ID-R REDEFINES :PRF:-LAUF-ID.
               10  :PRF:-LAUF-ID-DATUM      PIC 9(08).
               10  :PRF:-LAUF-ID-ZEIT       PIC 9(08).
               10  :PRF:-LAUF-ID-PGMNR      PIC X(04).
           05  :PRF:-SATZART                PIC X(01).
               88  :PRF:-EROEFFNUNG                  VALUE 'S'.
               88  :PRF:-ABSCHLUSS                   VALUE 'E'.
           05  :PRF:-PROGRAMM               PIC X(08).
           05  :PRF:-START-DATUM            PIC 9(08).
           05  :PRF:-START-ZEIT             PIC 9(06).
           05  :PRF:-ENDE-DATUM             PIC 9(08).
           05  :PRF:-ENDE-ZEIT              PIC 9(06).
           05  :PRF:-ANZ-EINGABE            PIC 9(09).
           05  :PRF:-ANZ-AUSGABE            PIC 9(09).
           05  :PRF:-RETURNCODE             PIC 9(04).
           05  :PRF:-ENDESTATUS             PIC X(02).
               88  :PRF:-LAEUFT                      VALUE 'LA'.
               88  :PRF:-ENDE-OK                     VALUE 'OK'.
               88  :PRF:-ENDE-WARNUNG                VALUE 'WA'.
               88  :PRF:-ENDE-FEHLER                 VALUE 'FE'.
           05  FILLER                       PIC X(51).
