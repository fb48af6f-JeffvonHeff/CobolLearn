      *****************************************************************
      * TABELKAPACITET.CPY - parameteromraade for TABELKAPACITET-
      * subprogrammet, der maaler hvor fulde programmernes faste
      * tabeller er. Kalderen saetter TK-PROGRAM (sit eget navn),
      * TK-TABEL (tabellens navn), TK-ANTAL (antal indlaeste
      * poster), TK-KAPACITET (OCCURS-graensen) og TK-OVERLOB ("J"
      * hvis der kom flere poster end tabellen kunne rumme) og
      * kalder TABELKAPACITET efter indlaesningen. Maalingen
      * tilfoejes TabelKapacitet.txt (TABELMAALING.CPY), og
      * TK-RESULTAT fortaeller om tabellen er loebet over - i saa
      * fald skal kalderen slutte med returkode 8, da de
      * overskydende poster er behandlet som om de ikke fandtes.
      *****************************************************************
           02 TK-PROGRAM        PIC X(20).
           02 TK-TABEL          PIC X(20).
           02 TK-ANTAL          PIC 9(7).
           02 TK-KAPACITET      PIC 9(7).
           02 TK-OVERLOB        PIC X(1).
           02 TK-RESULTAT       PIC X(1).
               88 TK-INDEN-FOR         VALUE "J".
               88 TK-OVERLOEBET        VALUE "N".
