      *****************************************************************
      * UDBETALING.CPY - register over afsendte udgaaende betalinger
      * (UdgaaendeBetalinger.txt). CLEARINGUD skriver en linje pr.
      * ordre den debiterer og sender i ClearingUd.txt, med den
      * betalingsreference der ogsaa staar paa clearinglinjen og paa
      * kundens TYPE=CLU-journallinje. Modtagerbanken sender
      * referencen med tilbage naar den afviser betalingen, og
      * UDBETALINGSRETUR finder her den oprindelige ordre - kunde,
      * fra-konto, beloeb og valuta - og krediterer pengene tilbage.
      * Referencen er "CU", afsendelsesdagen og et loebenummer pr.
      * dag. Status "S" er sendt, "R" er kommet retur og krediteret
      * (UB-RETUR-DATO og modtagerbankens aarsagskode udfyldt).
      *****************************************************************
           02 UB-REFERENCE.
               03 UB-REF-PRAEFIKS   PIC X(2).
               03 UB-REF-DATO       PIC 9(8).
               03 UB-REF-LOEBENR    PIC 9(6).
           02 UB-DATO               PIC 9(8).
           02 UB-KUNDE-ID           PIC X(10).
           02 UB-FRA-KONTO          PIC X(20).
           02 UB-MODTAGERBANK       PIC X(11).
           02 UB-MODTAGERKONTO      PIC X(20).
           02 UB-BELOEB             PIC S9(7)V9(2).
           02 UB-VALUTA             PIC X(3).
           02 UB-STATUS             PIC X(1).
               88 UB-SENDT              VALUE "S".
               88 UB-RETURNERET         VALUE "R".
           02 UB-RETUR-DATO         PIC 9(8).
           02 UB-RETUR-AARSAG       PIC X(4).
