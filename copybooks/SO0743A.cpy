      ***------------------------------------------------------------***
      * Copybook            : SO0743A
      * Typ                 : Fachliche Copystrecke Stapel
      *                       (Satz der Regeldatei MANDREGL)
      *
      * Satzaufbau der Regeldatei MANDREGL: je MANDANT eine Zeile
      * mit den fuer ihn vereinbarten Fristen der Archivierungs-
      * kette. Die Zeile mit MANDANT '****' ist die Standardregel
      * fuer alle Mandanten ohne eigene Zeile. Ein leeres bzw. nicht
      * numerisches Feld einer Mandantenzeile wird aus der
      * Standardregel uebernommen, ein leeres Feld der Standardzeile
      * aus der Programmvorgabe (36 Monate, 0 Tage, 10 Jahre).
      * REGELVERSION wird von den Laeufen je Mandant in der
      * Laufzusammenfassung ausgewiesen.
      *
      *   DORM-MONATE   Nichtnutzungsfrist in Monaten (OS1150A,
      *                 Vorwarnlauf OS1162A)
      *   KARENZ-TAGE   Karenz nach VERWENDBARBIS in Tagen (OS1155A)
      *   GESPERRT-SW   'J' = GESPERRTE Mandate einbeziehen: in die
      *                 Kandidatenliste MANDDORM aufnehmen (OS1151A)
      *                 bzw. bei Ablauf archivieren (OS1155A, dort
      *                 ohne Angabe 'J')
      *   AUFBEW-JAHRE  Aufbewahrungsfrist archivierter Mandate in
      *                 Jahren (OS1164A)
      *
      * Erweiterungen nur im FILLER am Satzende.
      ***------------------------------------------------------------***
       01  :PRF:-SO0743A.
           05  :PRF:-MANDANT                PIC X(04).
               88  :PRF:-STANDARDZEILE               VALUE '****'.
           05  :PRF:-REGELVERSION           PIC X(04).
           05  :PRF:-DORM-MONATE            PIC X(03).
           05  :PRF:-KARENZ-TAGE            PIC X(03).
           05  :PRF:-GESPERRT-SW            PIC X(01).
               88  :PRF:-GESPERRT-GUELTIG            VALUE 'J' 'N'.
           05  :PRF:-AUFBEW-JAHRE           PIC X(02).
           05  FILLER                       PIC X(115).
