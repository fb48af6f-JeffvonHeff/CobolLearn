      *****************************************************************
      * BSMANDAT.CPY - Betalingsservice-mandatregistret
      * (BsMandater.txt). Et mandat er kundens tilladelse til at en
      * kreditor maa traekke paa en bestemt konto. Registret foeres i
      * BSMANDATREGISTER fra operatoermenuen, og BETALINGSSERVICE
      * traekker kun opkraevninger der er daekket af et aktivt
      * mandat: startdato naaet og ingen afmeldingsdato - eller en
      * afmeldingsdato der endnu ikke er naaet. Et afmeldt mandat
      * slettes ikke, saa historikken kan ses.
      *****************************************************************
           02 MD-KREDITOR           PIC X(10).
           02 MD-KUNDE-ID           PIC X(10).
           02 MD-KONTONUMMER        PIC X(20).
           02 MD-START-DATO         PIC 9(8).
           02 MD-AFMELDT-DATO       PIC 9(8).
