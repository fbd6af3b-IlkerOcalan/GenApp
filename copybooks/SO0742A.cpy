      ***------------------------------------------------------------***
      * Copybook            : SO0742A
      * Typ                 : Fachliche Copystrecke OV1145A
      *                       (Schnittstellensatz MANDAEND)
      *
      * Satzaufbau der Aenderungshistorie MANDAEND: das OV1145A
      * haengt fuer jede erfolgreich durchgefuehrte Methode
      * MANDATAENDERN einen Satz mit bisherigem und neuem Wert an.
      * Der Zahlungsverkehr setzt daraus beim naechsten Einzug das
      * Aenderungskennzeichen samt Originalangaben (SEPA
      * AmendmentIndicator); die Saetze einer BANKVERBINDUNGID
      * bilden in Dateireihenfolge die Aenderungskette fuer die
      * Revision. MANDATREFNR ist die nach der Aenderung gueltige
      * Mandatsreferenz. Erweiterungen nur im FILLER am Satzende.
      ***------------------------------------------------------------***
       01  :PRF:-SO0742A.
           05  :PRF:-BANKVERBINDUNGID       PIC 9(10).
           05  :PRF:-MANDATREFNR            PIC X(35).
           05  :PRF:-MANDANT                PIC X(04).
           05  :PRF:-AENDERUNGSART          PIC X(02).
               88  :PRF:-AENDART-MANDATREFNR         VALUE '01'.
               88  :PRF:-AENDART-GLAEUBIGERID        VALUE '02'.
               88  :PRF:-AENDART-SCHULDNERKONTO      VALUE '03'.
           05  :PRF:-WERT-ALT               PIC X(35).
           05  :PRF:-WERT-NEU               PIC X(35).
           05  :PRF:-DATUM                  PIC 9(08).
           05  :PRF:-URSPRUNGSPGM           PIC X(08).
           05  FILLER                       PIC X(23).
