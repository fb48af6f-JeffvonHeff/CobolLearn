      *****************************************************************
      * KONTOOPL.CPY - kontomasterens recordlayout
      * (KontoOplysninger.txt, indekseret paa KO-KONTONUMMER med
      * KO-KUNDE-ID som alternativ noegle med dubletter). En record
      * pr. konto; KO-LOEBENR er kontoens plads i kundens
      * kontotabel (1 = kundens foerste konto), saa raekkefoelgen
      * paa kontoudtog og i menuerne er den samme som da kontiene
      * laa i kunderecorden. KO-KONTO har praecis samme layout som
      * en post i KONTITABEL.CPY. Filen aabnes kun af KONTOSERVICE
      * og af konverterings- og arkivprogrammerne.
      *****************************************************************
           02 KO-KUNDE-ID           PIC X(10).
           02 KO-LOEBENR            PIC 9(2).
           02 KO-KONTO.
               03 KO-KONTONUMMER    PIC X(20).
               03 KO-BALANCE        PIC S9(7)V9(2).
               03 KO-VALUTAKODE     PIC X(3).
               03 KO-TERMIN-MDR     PIC 9(3).
               03 KO-UDLOEBSDATO    PIC 9(8).
               03 KO-AFTALT-SATS    PIC V9(4).
               03 KO-BINDING        PIC X(1).
               03 KO-PRODUKTKODE    PIC X(4).
