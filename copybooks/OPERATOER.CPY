      *****************************************************************
      * OPERATOER.CPY - post i operatoerregistret
      * (OperatoerRegister.txt), som SIGNON slaar op i ved
      * paalogning. Rolle V = kun opslag, M = vedligehold.
      * OP-LEDER er den leder der hvert kvartal bekraefter eller
      * tilbagekalder operatoerens adgang i ADGANGSRECERT, og
      * OP-KUNDE-ID operatoerens eget kundeforhold i banken (blank
      * hvis intet), saa vedligehold af egen kunde kan findes i
      * audit-journalen. En operatoer slettes aldrig fra registret -
      * audit-linjerne peger paa id'et - men spaerres (OP-STATUS
      * "S" med datoen), og SIGNON afviser saa paalogningen.
      * Linjer fra foer leder/kunde/status fandtes laeses med
      * blanke felter og er aktive.
      *****************************************************************
           02 OP-ID              PIC X(8).
           02 OP-NAVN            PIC X(20).
           02 OP-ROLLE           PIC X(1).
           02 OP-LEDER           PIC X(8).
           02 OP-KUNDE-ID        PIC X(10).
           02 OP-STATUS          PIC X(1).
               88 OP-AKTIV           VALUE " " "A".
               88 OP-SPAERRET        VALUE "S".
           02 OP-STATUS-DATO     PIC 9(8).
