      * ARCHIVIERTESMANDATLOES und MANDATSHISTLOESCHEN des OD1145A
      * sowie fuer die Methoden des OV1145A selbst.
      *
      * LOESCHGRUND: '01' Kundenwiderruf, '02' bankinitiiert,
      * '03' Dublette, '04' Aufbewahrungsfrist abgelaufen
      * (endgueltige Loeschung archivierter Mandate durch den
      * Aufbewahrungslauf OS1164A).
      *
      * AUFTRAG-MANDANT traegt den Mandanten, in dessen Auftrag der
      * Aufrufer handelt; das OV1145A weist veraendernde Methoden
      * auf Mandate eines fremden Mandanten ab, sofern nicht das
      * mandantenuebergreifende Kennzeichen gesetzt ist. Ein leerer
      * AUFTRAG-MANDANT unterdrueckt die Pruefung (Altaufrufer).
      * Jede Verwendung des mandantenuebergreifenden Kennzeichens
      * wird im Statuswechsel-Audit MANDHAUD protokolliert.
      *
      * LAUF-ID traegt die Lauf-ID des aufrufenden Stapellaufs aus
      * dem Laufjournal MANDLAUF (SO0744A); das OV1145A stempelt sie
      * auf jeden Satz in MANDREPT, MANDEVNT und MANDHAUD. Ausserhalb
      * eines journalisierten Stapellaufs bleibt sie leer.
      ***------------------------------------------------------------***
       01  :PRF:-SO0726E.
           05  :PRF:-DSTRUKTUR              PIC X(08).
               88  :PRF:-DSTRUKTUR-OK           VALUE 'SO0726E '.
           05  :PRF:-DVERSNR                PIC X(02).
               88  :PRF:-DVERSNR-OK             VALUE '04'.
           05  :PRF:-DSTRUKTUR-MD5          PIC X(32).
               88  :PRF:-DSTRUKTUR-MD5-OK       VALUE SPACES.
           05  :PRF:-BANKVERBINDUNGID       PIC 9(10).
               88  :PRF:-LOESCHGRUND-KUNDENWIDERRUF  VALUE '01'.
               88  :PRF:-LOESCHGRUND-BANKINITIIERT   VALUE '02'.
               88  :PRF:-LOESCHGRUND-DUBLETTE        VALUE '03'.
               88  :PRF:-LOESCHGRUND-AUFBEWAHRUNG    VALUE '04'.
           05  :PRF:-AUFTRAG-MANDANT        PIC X(04).
           05  :PRF:-MANDANT-UEBERGR-SW     PIC X(01).
               88  :PRF:-MANDANT-UEBERGREIFEND       VALUE 'J'.
           05  :PRF:-LAUF-ID                PIC X(20).
