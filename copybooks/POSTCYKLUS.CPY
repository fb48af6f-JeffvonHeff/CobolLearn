      *****************************************************************
      * POSTCYKLUS.CPY - posteringscyklusregistret
      * (KontopostCyklus.txt). KONTOPOSTERING skriver en linje pr.
      * gennemfoert cyklus: dagens cut-off-koersler (KONTOPOST-CUTOFF
      * = ttmm, startet af BATCHKOERSEL med BATCH-DAGCYKLUS=J) og
      * nattens afsluttende koersel (PC-CUTOFF "NAT ").
      * PC-DATO er forretningsdagen (KONTOPOST-DATO fra
      * BATCHKOERSEL), ikke urets dato, saa en natcyklus efter midnat
      * hoerer til samme dag som dagens cut-offs. Cyklerne nummereres
      * fortloebende inden for PC-DATO, og PC-LINJE-TIL er det
      * sidste linjenummer i Transaktioner.txt cyklussen tog med -
      * naeste cyklus samme forretningsdag begynder paa linjen
      * efter. En ny forretningsdag (med en ny Transaktioner.txt)
      * begynder forfra paa linje 1.
      *****************************************************************
           02 PC-DATO               PIC 9(8).
           02 PC-CYKLUS             PIC 9(2).
           02 PC-CUTOFF             PIC X(4).
               88 PC-NATTENS-CYKLUS     VALUE "NAT ".
           02 PC-LINJE-FRA          PIC 9(7).
           02 PC-LINJE-TIL          PIC 9(7).
           02 PC-START-TID          PIC 9(8).
           02 PC-SLUT-TID           PIC 9(8).
           02 PC-LAEST              PIC 9(7).
           02 PC-POSTERET           PIC 9(7).
           02 PC-AFVIST             PIC 9(7).
