      *****************************************************************
      * TABELMAALING.CPY - en maaling i TabelKapacitet.txt. Hver
      * koersel af et program der indlaeser et register i en fast
      * tabel tilfoejer en linje pr. tabel med antal poster mod
      * tabellens kapacitet. KAPACITETSRAPPORT laeser linjerne og
      * udpeger tabeller der naermer sig graensen:
      *  - TM-STATUS: "OK  " posterne var der plads til, "OVER"
      *    tabellen loeb over og de overskydende poster kom ikke med
      *  - TM-PROCENT er TM-ANTAL i pct. af TM-KAPACITET (afkortet)
      *****************************************************************
           02 TM-DATO               PIC 9(8).
           02 TM-TID                PIC 9(6).
           02 TM-PROGRAM            PIC X(20).
           02 TM-TABEL              PIC X(20).
           02 TM-ANTAL              PIC 9(7).
           02 TM-KAPACITET          PIC 9(7).
           02 TM-PROCENT            PIC 9(3).
           02 TM-STATUS             PIC X(4).
               88 TM-INDEN-FOR          VALUE "OK  ".
               88 TM-OVERLOEBET         VALUE "OVER".
