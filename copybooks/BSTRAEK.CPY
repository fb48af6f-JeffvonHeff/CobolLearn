      *****************************************************************
      * BSTRAEK.CPY - register over gennemfoerte Betalingsservice-
      * traek (BsTraek.txt). BETALINGSSERVICE skriver en linje pr.
      * opkraevning den debiterer, med en reference ("BS",
      * traekdagen og et loebenummer pr. dag) der ogsaa staar paa
      * kundens TYPE=BS-journallinje. Kunden kan inden for
      * ordningens otte uger bede om at faa et traek tilbagefoert:
      * BSMANDATREGISTER saetter status "R" (refusion bestilt), og
      * naeste BETALINGSSERVICE-koersel krediterer kunden og
      * modregner beloebet i kreditorens afregning - status "F".
      * Status:
      *   "T" trukket
      *   "R" refusion bestilt af en operatoer
      *   "F" tilbagefoert (BT-TILBAGEFOERT-DATO udfyldt)
      *****************************************************************
           02 BT-REFERENCE.
               03 BT-REF-PRAEFIKS   PIC X(2).
               03 BT-REF-DATO       PIC 9(8).
               03 BT-REF-LOEBENR    PIC 9(6).
           02 BT-DATO               PIC 9(8).
           02 BT-KREDITOR           PIC X(10).
           02 BT-KUNDE-ID           PIC X(10).
           02 BT-KONTONUMMER        PIC X(20).
           02 BT-BELOEB             PIC S9(7)V9(2).
           02 BT-STATUS             PIC X(1).
               88 BT-TRUKKET            VALUE "T".
               88 BT-REFUSION-BESTILT   VALUE "R".
               88 BT-TILBAGEFOERT       VALUE "F".
           02 BT-BESTILT-DATO       PIC 9(8).
           02 BT-OPERATOER          PIC X(8).
           02 BT-TILBAGEFOERT-DATO  PIC 9(8).
