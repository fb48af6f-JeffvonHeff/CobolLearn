      *****************************************************************
      * KONTITABEL.CPY - kundens konti som tabel i arbejdslageret.
      * Kontiene ligger i kontomasteren KontoOplysninger.txt
      * (KONTOOPL.CPY) og hentes/gemmes samlet pr. kunde af
      * KONTOSERVICE. Tabellen har samme feltnavne som KONTI havde i
      * kunderecorden, saa programmerne gennemloeber den som foer -
      * loftet er blot hoejere end de fem konti recorden kunne baere.
      * Kopieret ind efter KUNDEOPL.CPY i samme 01-niveau giver den
      * det samlede kundebillede (kunde plus konti), som arkiver,
      * afvisningsbilleder og godkendelseskoeen baerer.
      *****************************************************************
           02 ANTAL-KONTI       PIC 9(2) VALUE 1.
      *BALANCE er fortegnsbehaeftet: forretningen tilbyder
      *overtraek, saa en konto kan lovligt staa i minus og
      *rentekoerslen beregner debetrente af den negative saldo.
           02 KONTI OCCURS 0 TO 99 TIMES DEPENDING ON ANTAL-KONTI.
               03 KONTONUMMER      PIC X(20).
               03 BALANCE          PIC S9(7)V9(2).
               03 VALUTAKODE       PIC X(3).
      *Aftaleindlaan: en konto kan bindes for en termin til en
      *aftalt maanedlig sats. BINDING "J" betyder at udbetalinger
      *afvises indtil UDLOEBSDATO; AFTALEUDLOEB frigiver kontoen og
      *tilskriver den aftalte rente paa udloebsdagen. Felterne er
      *nul/blanke paa almindelige anfordringskonti (og paa records
      *fra foer felterne fandtes - programmerne behandler en
      *ikke-numerisk UDLOEBSDATO som "ingen binding").
               03 TERMIN-MDR       PIC 9(3).
               03 UDLOEBSDATO      PIC 9(8).
               03 AFTALT-SATS      PIC V9(4).
               03 BINDING          PIC X(1).
                   88 KONTO-ER-BUNDET  VALUE "J".
      *Kontoens produkt i produktkataloget (ProduktKatalog.txt, se
      *PRODUKT.CPY) - styrer tilladte valutaer, rentetabel, gebyr,
      *overtraek og binding for kontoen. Blank paa konti fra foer
      *kataloget fandtes; de foelger de faelles regler som altid.
               03 PRODUKTKODE      PIC X(4).
