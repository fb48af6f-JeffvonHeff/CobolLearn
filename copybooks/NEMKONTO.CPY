      *****************************************************************
      * NEMKONTO.CPY - NemKonto-registret (NemKonto.txt). En kunde kan
      * udpege en af sine konti som NemKonto, saa offentlige
      * udbetalinger adresseret til kundens CPR-nummer havner der.
      * Udpegningen anmeldes i NEMKONTOREGISTER og foelger forloebet:
      *   A - anmeldt, venter paa eksport til det nationale register
      *   E - eksporteret, venter paa kvittering
      *   B - bekraeftet af registret - gyldig NemKonto
      *   X - afvist af registret (aarsagen i NK-AARSAG)
      *   L - kontoen er lukket - filialen har faaet en opgave om at
      *       flytte udpegningen
      *   O - ophoert, afloest af en nyere bekraeftet udpegning
      * NEMKONTOUDVEKSLING eksporterer, indlaeser kvitteringer og
      * holder oeje med lukkede konti; CLEARINGIND ruter offentlige
      * udbetalinger paa CPR-nummeret til den bekraeftede konto.
      *****************************************************************
           02 NK-KUNDE-ID           PIC X(10).
           02 NK-CPR-NUMMER         PIC X(10).
           02 NK-KONTONUMMER        PIC X(20).
           02 NK-STATUS             PIC X(1).
               88 NK-ANMELDT            VALUE "A".
               88 NK-EKSPORTERET        VALUE "E".
               88 NK-BEKRAEFTET         VALUE "B".
               88 NK-AFVIST             VALUE "X".
               88 NK-KONTO-LUKKET       VALUE "L".
               88 NK-OPHOERT            VALUE "O".
           02 NK-ANMELDT-DATO       PIC 9(8).
           02 NK-STATUS-DATO        PIC 9(8).
           02 NK-AARSAG             PIC X(4).
           02 NK-OPERATOER          PIC X(8).
