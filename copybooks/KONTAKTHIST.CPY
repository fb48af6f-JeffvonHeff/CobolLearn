      *****************************************************************
      * KONTAKTHIST.CPY - kontakthistorik-record
      * (KontaktHistorik.txt). En record pr. aendring af TELEFON/
      * EMAIL paa en eksisterende kunde: dato, kildeprogram samt
      * gammel og ny KONTAKT-gruppe (samme feltfoelge som i
      * KUNDEOPL.CPY). Adresseaendringens modstykke er
      * AdresseHistorik.txt (ADRESSEHIST.CPY); sammen er de
      * grundlaget for KONTAKTSKIFT's karenskontrol paa udgaaende
      * betalinger. Foer/efter-billederne staar fortsat i
      * KundeVedligeLog.txt, men den baerer ingen dato.
      *****************************************************************
           02 KONH-KUNDE-ID         PIC X(10).
           02 KONH-DATO             PIC 9(8).
           02 KONH-KILDE            PIC X(20).
           02 KONH-GAMMEL.
               03 KONH-GML-TELEFON  PIC X(15).
               03 KONH-GML-EMAIL    PIC X(30).
           02 KONH-NY.
               03 KONH-NY-TELEFON   PIC X(15).
               03 KONH-NY-EMAIL     PIC X(30).
