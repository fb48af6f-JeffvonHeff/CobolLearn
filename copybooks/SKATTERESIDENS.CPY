      *****************************************************************
      * SKATTERESIDENS.CPY - kundens skatteresidens
      * (SkatteResidens.txt). En linje pr. kunde og land kunden er
      * skattemaessigt hjemmehoerende i; en kunde kan staa med
      * flere lande. SR-LAND er ISO-landekoden (DK, US, DE, ...),
      * SR-TIN det udenlandske skatte-id (blankt for DK - der er
      * CPR/CVR-nummeret id'et). SR-SELVCERT-DATO er datoen for
      * kundens selvcertificering, 0 naar den ikke er modtaget.
      * Vedligeholdes af KUNDEVEDLIGEHOLD (F) og KUNDEIMPORT; laeses
      * af SKATTEOPFOELGNING, SKATTEINDBERETNING og
      * BALANCESTATISTIK.
      *****************************************************************
           02 SR-KUNDE-ID           PIC X(10).
           02 SR-LAND               PIC X(2).
               88 SR-LAND-DK            VALUE "DK".
               88 SR-LAND-US            VALUE "US".
           02 SR-TIN                PIC X(20).
           02 SR-SELVCERT-DATO      PIC 9(8).
           02 SR-REG-DATO           PIC 9(8).
