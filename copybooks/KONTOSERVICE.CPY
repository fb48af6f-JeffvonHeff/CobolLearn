      *****************************************************************
      * KONTOSERVICE.CPY - parameteromraade for KONTOSERVICE-
      * subprogrammet, der henter og gemmer en kundes konti i
      * kontomasteren. Kalderen saetter KS-FUNKTION og KS-KUNDE-ID
      * og kalder KONTOSERVICE med dette omraade og kundens
      * KONTITABEL.CPY-tabel:
      *  - "H" henter kundens konti til tabellen (ANTAL-KONTI = 0
      *    hvis kunden ingen konti har)
      *  - "G" gemmer tabellen som kundens konti: nye konti
      *    skrives, eksisterende omskrives, og konti kunden ikke
      *    laengere har slettes
      *  - "S" sletter alle kundens konti
      *  - "L" lukker kontomasteren (aabnes igen ved naeste kald)
      * KS-RESULTAT er "J" naar kaldet lykkedes; ved fejl fortaeller
      * KS-FEJLTEKST hvad der gik galt.
      *****************************************************************
           02 KS-FUNKTION       PIC X(1).
               88 KS-HENT           VALUE "H".
               88 KS-GEM            VALUE "G".
               88 KS-SLET           VALUE "S".
               88 KS-LUK            VALUE "L".
           02 KS-KUNDE-ID       PIC X(10).
           02 KS-RESULTAT       PIC X(1).
               88 KS-OK             VALUE "J".
               88 KS-FEJL           VALUE "N".
           02 KS-FEJLTEKST      PIC X(40).
