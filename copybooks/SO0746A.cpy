      ***------------------------------------------------------------***
      * Copybook            : SO0746A
      * Typ                 : Fachliche Copystrecke Stapel
      *                       (Satz der Freigabedatei MANDDFRG)
      *
      * Satzaufbau der Freigabedatei MANDDFRG fuer die Loeschung
      * vorgeschlagener Mandats-Dubletten (Dublettenliste MANDDUBL
      * des OS1158A) im Vier-Augen-Prinzip: je freigegebenem bzw.
      * abgelehntem Eintrag eine Zeile. VORBEREITER ist der Benutzer,
      * der den Eintrag anhand der Arbeitsliste MANDDUBW geprueft
      * und zur Freigabe vorgelegt hat, FREIGEBER der zweite
      * Benutzer, der ihn bestaetigt oder ablehnt.
      *
      *   ENTSCHEIDUNG  'J' = Loeschung bestaetigt
      *                 'N' = Loeschung abgelehnt, Eintrag entfaellt
      *
      * Der Ausfuehrungslauf OS1167A loescht nur bestaetigte
      * Eintraege. Zeilen mit leerem oder gleichem VORBEREITER und
      * FREIGEBER bzw. ohne gueltige ENTSCHEIDUNG werden
      * abgewiesen; der Eintrag bleibt dann offen und wird in den
      * naechsten Lauf uebertragen. Bei mehreren Zeilen zu einer
      * BANKVERBINDUNGID gilt die letzte.
      *
      * Erweiterungen nur im FILLER am Satzende.
      ***------------------------------------------------------------***
       01  :PRF:-SO0746A.
           05  :PRF:-BANKVERBINDUNGID       PIC 9(10).
           05  :PRF:-ENTSCHEIDUNG           PIC X(01).
               88  :PRF:-BESTAETIGT                  VALUE 'J'.
               88  :PRF:-ABGELEHNT                   VALUE 'N'.
           05  :PRF:-VORBEREITER            PIC X(08).
           05  :PRF:-FREIGEBER              PIC X(08).
           05  :PRF:-FREIGABE-DATUM         PIC X(08).
           05  :PRF:-BEMERKUNG              PIC X(40).
           05  FILLER                       PIC X(57).
