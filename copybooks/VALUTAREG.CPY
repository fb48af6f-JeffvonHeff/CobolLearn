      * og ikke syv programaendringer. En koersel uden register
      * fejler hoejt (returkode 8) i stedet for stiltiende at falde
      * tilbage til fire valutaer.
      * VALUTAREG-DAGREGEL er valutaens dagberegningsregel for renten
      * af daglige saldi: A = faktiske dage/365, 3 eller blank =
      * 30/360 (en fuld maaned med uaendret saldo giver praecis
      * maanedssatsen, som foer).
      *****************************************************************
           02 VALUTAREG-KODE        PIC X(3).
           02 VALUTAREG-NAVN        PIC X(20).
           02 VALUTAREG-AKTIV       PIC X(1).
           02 VALUTAREG-DECIMALER   PIC 9(1).
           02 VALUTAREG-DAGREGEL    PIC X(1).
               88 DAGREGEL-FAKTISK-365  VALUE "A".
               88 DAGREGEL-30-360       VALUE "3", " ".
