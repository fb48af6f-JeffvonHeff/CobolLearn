      *****************************************************************
      * LAANEREG.CPY - laaneregister-record (LaaneRegister.txt).
      * Et laan pr. linje: hovedstol, aarlig rentesats, loebetid og
      * foerste forfaldsdato som aftalt ved udbetalingen, plus den
      * afdragskonto (en almindelig konto i kundens KONTI) ydelsen
      * traekkes fra. LAAN-YDELSE er den faste maanedlige annuitets-
      * ydelse beregnet af LAANEREGISTER ved oprettelsen, og
      * LAAN-RESTGAELD nedskrives af LAANEOPKRAEVNING med afdrags-
      * delen af hver betalt termin. Status "A" er et aktivt laan,
      * "I" et fuldt indfriet laan.
      *****************************************************************
           02 LAAN-ID               PIC X(10).
           02 LAAN-KUNDE-ID         PIC X(10).
           02 LAAN-KONTONUMMER      PIC X(20).
           02 LAAN-VALUTA           PIC X(3).
           02 LAAN-HOVEDSTOL        PIC 9(7)V9(2).
           02 LAAN-RENTESATS        PIC V9(4).
           02 LAAN-LOEBETID-MDR     PIC 9(3).
           02 LAAN-FOERSTE-FORFALD  PIC 9(8).
           02 LAAN-YDELSE           PIC 9(7)V9(2).
           02 LAAN-RESTGAELD        PIC 9(7)V9(2).
           02 LAAN-STATUS           PIC X(1).
               88 LAAN-AKTIVT           VALUE "A".
               88 LAAN-INDFRIET         VALUE "I".
           02 LAAN-OPRETTET-DATO    PIC 9(8).
           02 LAAN-OPERATOER        PIC X(8).
