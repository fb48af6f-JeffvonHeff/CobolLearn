      *****************************************************************
      * FREMTIDIGAENDRING.CPY - registret over fremtidige kunde-
      * aendringer (FremtidigeAendringer.txt). Kunden melder ofte en
      * aendring i god tid - flytning den 1., lukning af en konto ved
      * maanedens udgang, ny raadgiver fra naeste kvartal. Aendringen
      * registreres med ikrafttraedelsesdato i KUNDEVEDLIGEHOLD (U),
      * og natskridtet AENDRINGSKOERSEL foerer den paa masteren paa
      * dagen. En linje pr. aendring:
      *  - FA-TYPE: ADRESSE (ny adresse og/eller telefon - blanke
      *    felter er uaendrede), KONTOLUK (kontonummeret der lukkes),
      *    RAADGIVE (ny raadgiver - blank fjerner) eller FILIAL (ny
      *    hjemfilial - blank fjerner)
      *  - FA-STATUS: G afventer godkendelse (adresse og kontolukning
      *    er hoejrisiko og godkendes af en anden operatoer i
      *    GODKENDELSE som koesag FREMTID, foer de kan foeres),
      *    P planlagt, U udfoert, A annulleret, F fejlet (aarsagen
      *    i FA-BEMAERKNING)
      *  - FA-STATUS-DATO er datoen for seneste statusskift
      *****************************************************************
           02 FA-ID                 PIC 9(6).
           02 FA-KUNDE-ID           PIC X(10).
           02 FA-TYPE               PIC X(8).
               88 FA-ADRESSE            VALUE "ADRESSE".
               88 FA-KONTOLUK           VALUE "KONTOLUK".
               88 FA-RAADGIVER          VALUE "RAADGIVE".
               88 FA-FILIAL             VALUE "FILIAL".
               88 FA-HOEJRISIKO         VALUES "ADRESSE", "KONTOLUK".
           02 FA-IKRAFT             PIC 9(8).
           02 FA-STATUS             PIC X(1).
               88 FA-AFVENTER-GODKENDELSE VALUE "G".
               88 FA-PLANLAGT           VALUE "P".
               88 FA-UDFOERT            VALUE "U".
               88 FA-ANNULLERET         VALUE "A".
               88 FA-FEJLET             VALUE "F".
               88 FA-AABEN              VALUES "G", "P".
               88 FA-AFSLUTTET          VALUES "U", "A", "F".
      *Den nye vaerdi - feltfoelgen for en adresse er den samme som
      *ADDRESSE-gruppen i KUNDEOPL.CPY.
           02 FA-NY-VAERDI          PIC X(70).
           02 FA-NY-ADRESSE-DATA REDEFINES FA-NY-VAERDI.
               03 FA-NY-ADRESSE.
                   04 FA-NY-VEJNAVN     PIC X(20).
                   04 FA-NY-HUSNR       PIC X(5).
                   04 FA-NY-ETAGE       PIC X(3).
                   04 FA-NY-SIDE        PIC X(3).
                   04 FA-NY-POSTNR      PIC X(4).
                   04 FA-NY-BYNAVN      PIC X(20).
               03 FA-NY-TELEFON     PIC X(15).
           02 FA-NY-KONTO-DATA REDEFINES FA-NY-VAERDI.
               03 FA-KONTONUMMER    PIC X(20).
               03 FILLER            PIC X(50).
           02 FA-NY-RAADGIVER-DATA REDEFINES FA-NY-VAERDI.
               03 FA-NY-RAADGIVER   PIC X(8).
               03 FILLER            PIC X(62).
           02 FA-NY-FILIAL-DATA REDEFINES FA-NY-VAERDI.
               03 FA-NY-FILIAL      PIC X(4).
               03 FILLER            PIC X(66).
           02 FA-OPRETTET-AF        PIC X(8).
           02 FA-OPRETTET-DATO      PIC 9(8).
           02 FA-GODKENDT-AF        PIC X(8).
           02 FA-STATUS-DATO        PIC 9(8).
           02 FA-BEMAERKNING        PIC X(40).
