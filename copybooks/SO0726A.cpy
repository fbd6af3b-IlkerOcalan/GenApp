               88  :PRF:-ERGEBNIS-OFFENE-LASTSCHR     VALUE '07'.
               88  :PRF:-ERGEBNIS-MANDANT-FREMD       VALUE '08'.
               88  :PRF:-ERGEBNIS-TECHNISCH           VALUE '09'.
               88  :PRF:-ERGEBNIS-AENDERUNG-UNGUELTIG VALUE '10'.
           05  :PRF:-BANKVERBINDUNGID       PIC 9(10).
           05  :PRF:-MANDATREFNR            PIC X(35).
           05  :PRF:-MANDATSSTATUS          PIC X(02).
