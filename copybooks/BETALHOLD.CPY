      *****************************************************************
      * BETALHOLD.CPY - betalingsholdkoeen (BetalingsHold.txt).
      * En linje pr. betaling der er holdt tilbage foer den blev
      * foert. Holdtyper:
      *   S sanktionshit - CLEARINGUD holder udgaaende ordrer og
      *     CLEARINGIND indgaaende krediteringer, naar modparten
      *     (modtager hhv. ordregiver, navn eller bank) rammer
      *     Sanktionsliste.txt
      *   K kontaktskift - CLEARINGUD og KONTOPOSTERING (TRF) holder
      *     en udgaaende betaling over beloebsgraensen, naar kundens
      *     adresse eller kontaktoplysninger er aendret inden for
      *     karensperioden (KONTAKTSKIFT); den foeres foerst naar
      *     kunden har bekraeftet den ved et opkald
      * Betalingen er hverken debiteret eller krediteret; den
      * oprindelige linje ligger i BH-ORIGINAL-LINJE og foeres
      * foerst naar holdet er frigivet i BETALINGSHOLD.
      * Status:
      *   V venter paa compliance / opkald til kunden
      *   F frigivet - foeres med naeste koersel af skridtet
      *   A afvist   - afvises/returneres med naeste koersel
      *   U udfoert  - frigivet og behandlet af skridtet
      *   R afsluttet som afvist (BetalingsAfviste.txt/ClearingRetur/
      *     PosteringsAfvisninger.txt)
      * BH-BESLUT-DATO og BH-BESLUTTET-AF udfyldes ved frigivelse og
      * afvisning, BH-BEHANDLET-DATO naar skridtet har udfoert
      * afgoerelsen. BH-OPKALD-NOTAT er operatoerens notat om
      * opkaldet (hvem blev ringet op paa hvilket nummer).
      *****************************************************************
           02 BH-ID.
               03 BH-ID-PRAEFIKS    PIC X(2).
               03 BH-ID-DATO        PIC 9(8).
               03 BH-ID-LOEBENR     PIC 9(4).
           02 BH-RETNING            PIC X(1).
               88 BH-UDGAAENDE          VALUE "U".
               88 BH-INDGAAENDE         VALUE "I".
               88 BH-INTERN-TRF         VALUE "T".
           02 BH-HOLD-TYPE          PIC X(1).
               88 BH-SANKTIONSHIT       VALUE "S".
               88 BH-KONTAKTSKIFT       VALUE "K".
           02 BH-KUNDE-ID           PIC X(10).
           02 BH-KONTONUMMER        PIC X(20).
           02 BH-MODPART-NAVN       PIC X(40).
           02 BH-MODPART-BANK       PIC X(11).
           02 BH-BELOEB             PIC S9(7)V9(2).
           02 BH-VALUTA             PIC X(3).
           02 BH-MATCH-STYRKE       PIC X(6).
      *Holdets grund: listehittet for type S, aendringen for type K.
           02 BH-HOLD-GRUND.
               03 BH-LISTE-NAVN     PIC X(40).
               03 BH-LISTE-KILDE    PIC X(12).
               03 BH-LISTE-REF      PIC X(12).
           02 BH-SKIFT-GRUND REDEFINES BH-HOLD-GRUND.
               03 BH-SKIFT-ART      PIC X(8).
               03 BH-SKIFT-DATO     PIC 9(8).
               03 BH-SKIFT-KILDE    PIC X(20).
               03 FILLER            PIC X(28).
           02 BH-STATUS             PIC X(1).
               88 BH-VENTER             VALUE "V".
               88 BH-FRIGIVET           VALUE "F".
               88 BH-AFVIST             VALUE "A".
               88 BH-UDFOERT            VALUE "U".
               88 BH-AFVIST-SENDT       VALUE "R".
               88 BH-AFGJORT            VALUES "F", "A".
               88 BH-AFSLUTTET          VALUES "U", "R".
           02 BH-HOLD-DATO          PIC 9(8).
           02 BH-BESLUT-DATO        PIC 9(8).
           02 BH-BESLUTTET-AF       PIC X(8).
           02 BH-BEHANDLET-DATO     PIC 9(8).
           02 BH-ORIGINAL-LINJE     PIC X(150).
           02 BH-OPKALD-NOTAT       PIC X(40).
