      * bis zu 50 BANKVERBINDUNGIDs (Tabellenaufbau wie die
      * SO0721A-Trefferliste) werden in einem einzigen Aufruf -
      * und damit innerhalb einer einzigen An-/Abmeldung am
      * BOB-Umfeld - verarbeitet. AUFTRAG-MANDANT, das
      * mandantenuebergreifende Kennzeichen und die LAUF-ID (wie im
      * SO0726E) gelten fuer alle Eintraege des Aufrufs;
      * LOESCHGRUND ist nur bei MANDATLOESCHENBULK fachlich belegt.
      *
      * LOESCHGRUND je Eintrag (Werte wie im SO0726E):
      *   '01' Kundenwiderruf
      *   '02' bankinitiiert
      *   '03' Dublette (Dublettenliste MANDDUBL des OS1158A)
      *        nach Freigabe durch den OS1167A
      *   '04' Aufbewahrungsfrist abgelaufen (endgueltige Loeschung
      *        archivierter Mandate durch den Aufbewahrungslauf
      *        OS1164A)
      ***------------------------------------------------------------***
       01  :PRF:-SO0730E.
           05  :PRF:-DSTRUKTUR              PIC X(08).
               88  :PRF:-DSTRUKTUR-OK           VALUE 'SO0730E '.
           05  :PRF:-DVERSNR                PIC X(02).
               88  :PRF:-DVERSNR-OK             VALUE '02'.
           05  :PRF:-DSTRUKTUR-MD5          PIC X(32).
               88  :PRF:-DSTRUKTUR-MD5-OK       VALUE SPACES.
           05  :PRF:-AUFTRAG-MANDANT        PIC X(04).
           05  :PRF:-MANDANT-UEBERGR-SW     PIC X(01).
               88  :PRF:-MANDANT-UEBERGREIFEND       VALUE 'J'.
           05  :PRF:-LAUF-ID                PIC X(20).
           05  :PRF:-ANZAHL                 PIC 9(04) COMP.
           05  :PRF:-EINTRAG-TAB OCCURS 50 TIMES.
               10  :PRF:-BANKVERBINDUNGID   PIC 9(10).
