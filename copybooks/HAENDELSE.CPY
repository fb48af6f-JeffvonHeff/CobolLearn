      *****************************************************************
      * HAENDELSE.CPY - haendelsesudbakken (HaendelsesUdbakke.txt).
      * En linje pr. advis til en kunde, skrevet af natkoerslerne
      * gennem HAENDELSESUDBAKKE (kun for abonnerede haendelser, se
      * HAENDABON.CPY) og sendt af HAENDELSESUDSENDELSE.
      * HAE-ID: HA + dato + tid + loebenummer - kvitteringsfilen
      * fra SMS/e-mail-gatewayen refererer til det.
      * Status:
      *   N ny       - venter paa udsendelse
      *   S sendt    - skrevet til gatewayens leveringsfil
      *   L leveret  - gatewayen har kvitteret for levering
      *   F fejlet   - gatewayen har meldt levering fejlet
      *   X ikke sendt - kunden mangler TELEFON/EMAIL eller er
      *     slettet; grunden staar i HAE-FEJLTEKST
      * HAE-MODTAGER er nummeret/adressen advisen blev sendt til.
      *****************************************************************
           02 HAE-ID.
               03 HAE-ID-PRAEFIKS   PIC X(2).
               03 HAE-ID-DATO       PIC 9(8).
               03 HAE-ID-TID        PIC 9(8).
               03 HAE-ID-LOEBENR    PIC 9(6).
           02 HAE-HAENDELSE         PIC X(10).
           02 HAE-KUNDE-ID          PIC X(10).
           02 HAE-KONTONUMMER       PIC X(20).
           02 HAE-BELOEB            PIC S9(9)V9(2).
           02 HAE-VALUTA            PIC X(3).
           02 HAE-REFERENCE         PIC X(20).
           02 HAE-TEKST             PIC X(80).
           02 HAE-KILDE             PIC X(20).
           02 HAE-KANAL             PIC X(1).
               88 HAE-SMS               VALUE "S".
               88 HAE-EMAIL             VALUE "E".
           02 HAE-MODTAGER          PIC X(30).
           02 HAE-STATUS            PIC X(1).
               88 HAE-NY                VALUE "N".
               88 HAE-SENDT             VALUE "S".
               88 HAE-LEVERET           VALUE "L".
               88 HAE-FEJLET            VALUE "F".
               88 HAE-IKKE-SENDT        VALUE "X".
               88 HAE-AFSLUTTET         VALUES "L", "F", "X".
           02 HAE-OPRETTET-DATO     PIC 9(8).
           02 HAE-SENDT-DATO        PIC 9(8).
           02 HAE-KVITTERING-DATO   PIC 9(8).
           02 HAE-FEJLTEKST         PIC X(40).
