      *****************************************************************
      * PRODUKTKATALOG.CPY - parameteromraade for PRODUKTKATALOG-
      * subprogrammet, der slaar et kontoprodukt op i
      * ProduktKatalog.txt. Kalderen saetter PK-KODE (og PK-VALUTA
      * hvis valutaen skal godkendes mod produktet) og kalder
      * PRODUKTKATALOG; PK-RESULTAT er "J" naar produktet findes,
      * og reglerne staar da i de oevrige felter. PK-KATALOG-AKTIV
      * er "J" naar kataloget overhovedet er leveret - uden katalog
      * gaelder de faelles regler som altid.
      * PK-OVERLOEB er "J" naar kataloget har flere produkter end
      * tabellen kan rumme - produkterne ud over den er ukendte, og
      * kalderen skal slutte med returkode 8.
      *****************************************************************
           02 PK-KODE           PIC X(4).
           02 PK-VALUTA         PIC X(3).
           02 PK-RESULTAT       PIC X(1).
               88 PK-FUNDET         VALUE "J".
               88 PK-UKENDT         VALUE "N".
           02 PK-KATALOG-AKTIV  PIC X(1).
               88 PK-KATALOG-FINDES VALUE "J".
           02 PK-VALUTA-OK      PIC X(1).
               88 PK-VALUTA-TILLADT VALUE "J".
           02 PK-NAVN           PIC X(30).
           02 PK-EGNE-SATSER    PIC X(1).
               88 PK-HAR-EGNE-SATSER VALUE "J".
           02 PK-RENTESATS      PIC V9(4).
           02 PK-DEBETSATS      PIC V9(4).
           02 PK-GEBYR          PIC 9(3)V9(2).
           02 PK-OVERTRAEK      PIC X(1).
               88 PK-OVERTRAEK-TILLADT VALUE "J".
           02 PK-BINDING        PIC X(1).
               88 PK-BINDING-TILLADT   VALUE "J".
           02 PK-OVERLOEB       PIC X(1).
               88 PK-KATALOG-OVERLOEBET VALUE "J".
