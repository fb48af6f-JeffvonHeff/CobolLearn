      *****************************************************************
      * RAADGIVER.CPY - record i raadgiverregistret
      * (RaadgiverRegister.txt). En linje pr. raadgiver med navn og
      * hjemfilial. RR-RAADGIVER-ID er det id kunderne baerer i
      * RAADGIVER-ID (KUNDEOPL.CPY). En fratraadt raadgiver (status
      * "O") beholdes, saa gamle tildelinger stadig kan slaas op,
      * men kan ikke tildeles nye kunder. Vedligeholdes af
      * FILIALREGISTER.
      *****************************************************************
           02 RR-RAADGIVER-ID   PIC X(8).
           02 RR-NAVN           PIC X(30).
           02 RR-FILIAL-NR      PIC X(4).
           02 RR-STATUS         PIC X(1).
               88 RR-AKTIV          VALUE "A".
               88 RR-OPHOERT        VALUE "O".
