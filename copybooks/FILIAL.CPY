      *****************************************************************
      * FILIAL.CPY - record i filialregistret (FilialRegister.txt).
      * En linje pr. filial med nummer, navn, adresse og region.
      * Kunder (FILIAL-NR i KUNDEOPL.CPY) og raadgivere (RR-FILIAL-NR
      * i RAADGIVER.CPY) peger paa FR-FILIAL-NR som deres hjemfilial.
      * En lukket filial (status "L") beholdes i registret med
      * lukkedatoen og den filial der overtog dens kunder, saa
      * historikken kan laeses bagud. Vedligeholdes af
      * FILIALREGISTER; laeses af FILIALRAPPORT og KUNDEVEDLIGEHOLD.
      *****************************************************************
           02 FR-FILIAL-NR      PIC X(4).
           02 FR-NAVN           PIC X(30).
           02 FR-ADRESSE.
               03 FR-VEJNAVN        PIC X(20).
               03 FR-HUSNR          PIC X(5).
               03 FR-POSTNR         PIC X(4).
               03 FR-BYNAVN         PIC X(20).
           02 FR-REGION         PIC X(15).
           02 FR-STATUS         PIC X(1).
               88 FR-AKTIV          VALUE "A".
               88 FR-LUKKET         VALUE "L".
           02 FR-LUKKET-DATO    PIC 9(8).
           02 FR-OVERTAGET-AF   PIC X(4).
