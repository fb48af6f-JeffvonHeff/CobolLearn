      *****************************************************************
      * BREVSKABELON.CPY - brevskabelonregistret (BrevSkabeloner.txt).
      * En linje pr. tekstlinje i en skabelon; skabelonen er alle
      * linjer med samme SKB-ID og SKB-SPROG i SKB-LINJENR-orden.
      * Teksten kan indeholde flettefelterne {NAVN}, {ADRESSE},
      * {KONTO}, {BELOEB}, {VALUTA}, {DATO} og {TEKST} (se
      * BREVBEST.CPY). Vedligeholdes i BREVSKABELONER.
      *****************************************************************
           02 SKB-ID                PIC X(8).
           02 SKB-SPROG             PIC X(2).
           02 SKB-LINJENR           PIC 9(3).
           02 SKB-TEKST             PIC X(100).
