      *****************************************************************
      * SUSPENSE.CPY - suspense-registret for indgaaende clearing-
      * krediteringer der ikke kunne matches (ClearingSuspense.txt).
      * CLEARINGIND parkerer her de krediteringer hvis konto ikke
      * findes (aarsag 01) eller hvis kunde ikke er aktiv (aarsag 02)
      * i stedet for at sende dem retur med det samme. Posten baerer
      * clearinglinjens felter, modtagelsesdagen og aarsagen.
      * Status:
      *   "A" aaben - venter paa undersoegelse i SUSPENSEBEHANDLING
      *   "P" placeret paa den rigtige konto (SUS-PLACERET-KONTO)
      *   "M" markeret til retur af en operatoer - sendes med
      *       naeste CLEARINGIND-koersel
      *   "R" returneret til afsenderbanken i ClearingRetur.txt
      * SUS-BEHANDLET-DATO og SUS-OPERATOER udfyldes naar posten
      * placeres, markeres eller returneres.
      *****************************************************************
           02 SUS-ID                PIC 9(8).
           02 SUS-MODTAGET-DATO     PIC 9(8).
           02 SUS-AFSENDERBANK      PIC X(11).
           02 SUS-KONTONUMMER       PIC X(20).
           02 SUS-BELOEB            PIC S9(7)V9(2).
           02 SUS-VALUTA            PIC X(3).
           02 SUS-REFERENCE         PIC X(20).
           02 SUS-AARSAG            PIC X(2).
           02 SUS-STATUS            PIC X(1).
               88 SUS-AABEN             VALUE "A".
               88 SUS-PLACERET          VALUE "P".
               88 SUS-RETUR-BESTILT     VALUE "M".
               88 SUS-RETURNERET        VALUE "R".
           02 SUS-BEHANDLET-DATO    PIC 9(8).
           02 SUS-OPERATOER         PIC X(8).
           02 SUS-PLACERET-KONTO    PIC X(20).
