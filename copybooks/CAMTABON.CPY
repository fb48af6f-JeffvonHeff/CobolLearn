      *****************************************************************
      * CAMTABON.CPY - abonnement paa elektronisk kontoudtog i ISO
      * 20022 camt.053-format (Camt053Abonnement.txt).
      * En linje pr. erhvervskunde og konto der skal have en
      * camt.053-fil ved hver kontoudtogskoersel; blank
      * CAB-KONTONUMMER betyder alle kundens konti, ogsaa konti der
      * oprettes senere. Vedligeholdes af CAMTABONNEMENT og laeses
      * af CAMTEKSPORT.
      *****************************************************************
           02 CAB-KUNDE-ID          PIC X(10).
           02 CAB-KONTONUMMER       PIC X(20).
               88 CAB-ALLE-KONTI        VALUE SPACES.
           02 CAB-OPRETTET          PIC 9(8).
           02 CAB-OPRETTET-AF       PIC X(8).
