      *****************************************************************
      * LAANEPLAN.CPY - amortiseringsplan-record
      * (LaaneAmortisering.txt). En linje pr. termin pr. laan,
      * genereret af LAANEREGISTER naar laanet oprettes: forfalds-
      * dato, ydelse delt i rente og afdrag, og restgaelden efter
      * terminen. PLAN-STATUS foeres af LAANEOPKRAEVNING:
      *   "A" - aaben, endnu ikke forfalden eller ikke opkraevet
      *   "B" - betalt (PLAN-BETALT-DATO er opkraevningsdatoen)
      *   "R" - i restance: forfalden men ikke daekket - terminen
      *         forsoeges igen ved hver koersel til den er betalt
      *****************************************************************
           02 PLAN-LAAN-ID          PIC X(10).
           02 PLAN-TERMIN           PIC 9(3).
           02 PLAN-FORFALD          PIC 9(8).
           02 PLAN-YDELSE           PIC 9(7)V9(2).
           02 PLAN-RENTE            PIC 9(7)V9(2).
           02 PLAN-AFDRAG           PIC 9(7)V9(2).
           02 PLAN-RESTGAELD        PIC 9(7)V9(2).
           02 PLAN-STATUS           PIC X(1).
               88 PLAN-AABEN            VALUE "A".
               88 PLAN-BETALT           VALUE "B".
               88 PLAN-I-RESTANCE       VALUE "R".
           02 PLAN-BETALT-DATO      PIC 9(8).
