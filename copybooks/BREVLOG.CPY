      *****************************************************************
      * BREVLOG.CPY - brevloggen (BrevLog.txt). En linje pr.
      * bestilling BREVKOERSEL har behandlet:
      *   BL-STATUS S - brevet er skrevet til BL-KANAL (P = print-
      *                 stroemmen, E = elektronisk spoolfil)
      *             X - intet brev (kunden findes ikke, eller en
      *                 printkundes post kommer retur); grunden
      *                 staar i BL-BEMAERKNING
      *             D - dublet af et brev kunden allerede har faaet
      * Loggen er kundens brevhistorik og indgaar i
      * INDSIGTSDOSSIER.
      *****************************************************************
           02 BL-KUNDE-ID           PIC X(10).
           02 BL-DATO               PIC 9(8).
           02 BL-SKABELON           PIC X(8).
           02 BL-SPROG              PIC X(2).
           02 BL-REFERENCE          PIC X(20).
           02 BL-KANAL              PIC X(1).
           02 BL-STATUS             PIC X(1).
               88 BL-SKREVET            VALUE "S".
               88 BL-IKKE-SKREVET       VALUE "X".
               88 BL-DUBLET             VALUE "D".
           02 BL-KILDE              PIC X(20).
           02 BL-BESTILT-DATO       PIC 9(8).
           02 BL-BEMAERKNING        PIC X(40).
