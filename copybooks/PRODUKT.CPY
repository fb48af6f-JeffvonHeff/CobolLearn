      *****************************************************************
      * PRODUKT.CPY - produktkatalogets recordlayout
      * (ProduktKatalog.txt): en linje pr. kontoprodukt (loenkonto,
      * opsparing, ungdomsopsparing, erhvervskonto ...). Linjen
      * fastlaegger de regler der hidtil var ens for alle konti:
      *  - op til fem tilladte valutaer (blanke pladser er ubrugte)
      *  - rentetabel: PROD-EGNE-SATSER "J" betyder at produktets
      *    egne maanedlige kredit- og debetsatser og det faste
      *    maanedsgebyr bruges i stedet for valutaens satser fra
      *    Rentesatser.txt; "N" lader produktet foelge valutaen
      *  - PROD-OVERTRAEK "J" hvis kontoen maa gaa i minus
      *  - PROD-BINDING "J" hvis kontoen kan bindes som
      *    aftaleindlaan
      *****************************************************************
           02 PROD-KODE             PIC X(4).
           02 PROD-NAVN             PIC X(30).
           02 PROD-VALUTAER.
               03 PROD-VALUTA       PIC X(3) OCCURS 5 TIMES.
           02 PROD-EGNE-SATSER      PIC X(1).
           02 PROD-RENTESATS        PIC V9(4).
           02 PROD-DEBETSATS        PIC V9(4).
           02 PROD-GEBYR            PIC 9(3)V9(2).
           02 PROD-OVERTRAEK        PIC X(1).
           02 PROD-BINDING          PIC X(1).
