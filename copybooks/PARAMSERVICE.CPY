      *****************************************************************
      * PARAMSERVICE.CPY - parameteromraade for PARAMETERSERVICE-
      * subprogrammet. Kalderen saetter PS-PROGRAM (sit eget navn),
      * PS-NAVN (parameterens navn, fx "AML-GRAENSE") og sin egen
      * standardvaerdi i PS-STANDARD og kalder PARAMETERSERVICE.
      * PS-VAERDI er den gaeldende vaerdi som tekst - fra
      * parameterregistret, ellers fra miljoevariablen af samme
      * navn - og blank naar ingen af delene findes, saa kalderen
      * beholder sin standard. PS-KILDE fortaeller hvorfra
      * vaerdien kom, og PS-GYLDIG-FRA registerlinjens dato.
      * Vaerdien kalderen brugte logges i KoerselHistorik.txt.
      * Tekstparametre (konto-id, sprog) saettes med PS-ART "T"
      * og kalderens standard i PS-VAERDI foer kaldet; PS-ART og
      * PS-STANDARD nulstilles af subprogrammet efter hvert kald.
      * PS-OVERLOEB er "J" naar registret har flere parametre end
      * tabellen rummer - de udeladte ville stiltiende falde tilbage
      * til standarden, saa kalderen skal slutte med returkode 8.
      *****************************************************************
           02 PS-PROGRAM        PIC X(20).
           02 PS-NAVN           PIC X(24).
           02 PS-ART            PIC X(1) VALUE "N".
               88 PS-NUMERISK       VALUE "N".
               88 PS-TEKST          VALUE "T".
           02 PS-STANDARD       PIC S9(11)V9(4) VALUE 0.
           02 PS-VAERDI         PIC X(20).
           02 PS-KILDE          PIC X(1).
               88 PS-FRA-REGISTER   VALUE "R".
               88 PS-FRA-MILJOE     VALUE "M".
               88 PS-FRA-STANDARD   VALUE "S".
           02 PS-GYLDIG-FRA     PIC 9(8).
           02 PS-OVERLOEB       PIC X(1) VALUE "N".
               88 PS-REGISTER-OVERLOEBET VALUE "J".
