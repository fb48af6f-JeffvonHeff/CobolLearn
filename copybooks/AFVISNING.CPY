           02 AFVIST-KUNDE-ID       PIC X(10).
           02 AFVIST-AARSAGSKODE    PIC X(2).
           02 AFVIST-AARSAGSTEKST   PIC X(40).
      *Det fulde billede af den afviste record (KUNDEOPL-recorden
      *efterfulgt af kundens kontotabel, KONTITABEL.CPY, for records
      *fra masteren, raalinjen for records fra en feed), saa
      *reparationsprogrammet kan rette det daarlige felt uden at
      *skulle jage de oprindelige data op i kildefilen.
           02 AFVIST-RECORD-BILLEDE PIC X(5350).
