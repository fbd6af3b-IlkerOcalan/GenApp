      ***------------------------------------------------------------***
      * Copybook            : SO0741E
      * Typ                 : Fachliche Copystrecke OV1145A (Eingabe)
      *
      * Uebergabebereich fuer die Methode MANDATAENDERN des OV1145A
      * (SEPA-Mandatsaenderung). AENDERUNGSART bestimmt, welches
      * Mandatsmerkmal geaendert wird; WERT-NEU traegt den neuen
      * Wert. WERT-ALT traegt den bisherigen Wert: bei der
      * Glaeubiger-ID und dem Schuldnerkonto ist er Pflicht, da
      * beide nicht im Mandatssatz gefuehrt werden; bei der
      * MANDATREFNR wird er aus dem Mandatssatz genommen und, falls
      * belegt, nur gegen diesen geprueft.
      *
      * AUFTRAG-MANDANT, das mandantenuebergreifende Kennzeichen
      * und die LAUF-ID wirken wie im SO0726E.
      ***------------------------------------------------------------***
       01  :PRF:-SO0741E.
           05  :PRF:-DSTRUKTUR              PIC X(08).
               88  :PRF:-DSTRUKTUR-OK           VALUE 'SO0741E '.
           05  :PRF:-DVERSNR                PIC X(02).
               88  :PRF:-DVERSNR-OK             VALUE '02'.
           05  :PRF:-DSTRUKTUR-MD5          PIC X(32).
               88  :PRF:-DSTRUKTUR-MD5-OK       VALUE SPACES.
           05  :PRF:-BANKVERBINDUNGID       PIC 9(10).
           05  :PRF:-AUFTRAG-MANDANT        PIC X(04).
           05  :PRF:-MANDANT-UEBERGR-SW     PIC X(01).
               88  :PRF:-MANDANT-UEBERGREIFEND       VALUE 'J'.
           05  :PRF:-LAUF-ID                PIC X(20).
           05  :PRF:-AENDERUNGSART          PIC X(02).
               88  :PRF:-AENDART-MANDATREFNR         VALUE '01'.
               88  :PRF:-AENDART-GLAEUBIGERID        VALUE '02'.
               88  :PRF:-AENDART-SCHULDNERKONTO      VALUE '03'.
               88  :PRF:-AENDART-GUELTIG             VALUE '01'
                                                          '02'
                                                          '03'.
           05  :PRF:-WERT-ALT               PIC X(35).
           05  :PRF:-WERT-NEU               PIC X(35).
