      *****************************************************************
      * BREVBEST.CPY - brevbestilling (BrevBestillinger.txt) og
      * parameteromraade for BREVBESTILLING-subprogrammet. Et
      * program der skal have skrevet til en kunde, udfylder
      * kunden, brevskabelonen og de flettefelter skabelonen
      * bruger, og kalder BREVBESTILLING; BREVKOERSEL fletter
      * nattens bestillinger til breve (BREVSKABELON.CPY).
      * BB-SPROG blank = standardsproget (BREV-SPROG i miljoeet).
      * BB-REFERENCE identificerer sagen (fx fuldmagtsholder og
      * udloebsdato) - samme kunde, skabelon og reference skrives
      * kun een gang, saa en liste der koeres igen ikke giver
      * kunden det samme brev to gange.
      * Flettefelterne: {KONTO} BB-KONTONUMMER, {BELOEB} BB-BELOEB
      * med {VALUTA} BB-VALUTA, {DATO} BB-BREVDATO (0 = koersels-
      * datoen) og {TEKST} BB-TEKST; {NAVN} og {ADRESSE} hentes fra
      * kundemasteren ved fletningen.
      *****************************************************************
           02 BB-DATO               PIC 9(8).
           02 BB-KUNDE-ID           PIC X(10).
           02 BB-SKABELON           PIC X(8).
           02 BB-SPROG              PIC X(2).
           02 BB-KONTONUMMER        PIC X(20).
           02 BB-BELOEB             PIC S9(9)V9(2).
           02 BB-VALUTA             PIC X(3).
           02 BB-BREVDATO           PIC 9(8).
           02 BB-REFERENCE          PIC X(20).
           02 BB-TEKST              PIC X(80).
           02 BB-KILDE              PIC X(20).
