      *****************************************************************
      * RAPPORTKAT.CPY - linje i rapportkataloget (RapportKatalog.txt)
      * som RAPPORTDISTRIBUTION fordeler nattens rapportfiler efter.
      * En linje pr. rapport og modtager - skal samme rapport til
      * flere, staar den paa flere linjer:
      *   RK-RAPPORT   filnavnet (uden DATASET-PRAEFIKS)
      *   RK-STEP      det skridt i natkaeden der danner rapporten
      *   RK-MODTAGER  modtageren - navnet paa leveringsmappen
      *   RK-LEVERING  A = skal frem hver koersel (ogsaa tom)
      *                I = leveres kun naar den har indhold
      * Linjer der begynder med "*" er kommentarer.
      *****************************************************************
           02 RK-RAPPORT         PIC X(40).
           02 RK-STEP            PIC X(20).
           02 RK-MODTAGER        PIC X(20).
           02 RK-LEVERING        PIC X(1).
               88 RK-HVER-KOERSEL    VALUE "A".
               88 RK-KUN-INDHOLD     VALUE "I".
