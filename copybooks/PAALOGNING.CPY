      *****************************************************************
      * PAALOGNING.CPY - linje i paalogningsloggen (Paalogninger.txt).
      * SIGNON appender en linje for hvert paalogningsforsoeg:
      * PAALOG = godkendt, UKENDT = id'et findes ikke i
      * OperatoerRegister.txt, SPAERRET = operatoeren er spaerret.
      * ADGANGSRECERT finder hver operatoers seneste paalogning her.
      *****************************************************************
           02 PL-DATO            PIC 9(8).
           02 PL-TID             PIC 9(8).
           02 PL-OPERATOER       PIC X(8).
           02 PL-RESULTAT        PIC X(8).
