      *****************************************************************
      * DISTLOG.CPY - linje i distributionsloggen
      * (DistributionsLog.txt). RAPPORTDISTRIBUTION appender en
      * linje pr. kataloglinje hver nat:
      *   LEVERET  kopieret til Distribution/<modtager>/<dato>/
      *   TOM      kun-med-indhold-rapport uden indhold - ikke sendt
      *   MANGLER  forventet rapport blev ikke dannet i nat
      *   IKKEKOER skridtet var hverken planlagt eller koert i nat
      *   FEJL     kopieringen til leveringsmappen mislykkedes
      *****************************************************************
           02 DL-DATO            PIC 9(8).
           02 DL-TID             PIC 9(8).
           02 DL-RAPPORT         PIC X(40).
           02 DL-MODTAGER        PIC X(20).
           02 DL-STATUS          PIC X(8).
