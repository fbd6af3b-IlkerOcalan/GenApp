      * Fester 132-Byte-Satzaufbau der Ereignisschnittstelle
      * MANDEVNT: das OV1145A haengt fuer jede erfolgreich
      * abgeschlossene veraendernde Methode (Loeschung, Sperre,
      * Entsperrung, Archivierung, Reaktivierung, Aenderung) einen
      * Satz an, den nachgelagerte Systeme (CRM, Zahlungsverkehr)
      * maschinell auswerten. Der Aufbau ist Bestandteil der
      * Schnittstellenvereinbarung und darf nur kompatibel
      * erweitert werden (neue Felder ausschliesslich im FILLER am
      * Satzende).
      *
      * AENDERUNGSART ist nur bei MANDATAENDERN belegt (Werte wie
      * im SO0741E); die Einzelwerte stehen in der Aenderungs-
      * historie MANDAEND (SO0742A).
      *
      * LAUF-ID ist die Lauf-ID des ausloesenden Stapellaufs aus dem
      * Laufjournal MANDLAUF (SO0744A); ausserhalb eines
      * journalisierten Stapellaufs bleibt sie leer.
      ***------------------------------------------------------------***
       01  :PRF:-SO0729A.
           05  :PRF:-EREIGNIS               PIC X(30).
           05  :PRF:-LOESCHGRUND            PIC X(02).
           05  :PRF:-DATUM                  PIC 9(08).
           05  :PRF:-URSPRUNGSPGM           PIC X(08).
           05  :PRF:-AENDERUNGSART          PIC X(02).
           05  :PRF:-LAUF-ID                PIC X(20).
           05  FILLER                       PIC X(09).
