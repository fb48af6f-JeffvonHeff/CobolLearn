      *****************************************************************
      * UDBAKKE.CPY - parameteromraade for HAENDELSESUDBAKKE.
      * HU-FUNKTION:
      *   H - haendelse: kalderen udfylder haendelsen, kunden,
      *       kontoen, beloebet/valutaen og advisens tekst; for
      *       LAVSALDO ogsaa saldoen foer og efter posteringen.
      *       Abonnerer kunden ikke (eller er graensen ikke naaet),
      *       skrives intet. HU-ANTAL-SKREVET er antal advis-linjer
      *       lagt i udbakken (2 ved kanal B).
      *   L - luk udbakken ved koerslens afslutning
      * HU-OVERLOEB er "J" (ved hvert kald, ogsaa L) naar abonnements-
      * registret ikke kunne rummes i tabellen - de udeladte kunder
      * faar ingen advis, og kalderen skal slutte med returkode 8.
      *****************************************************************
           02 HU-FUNKTION           PIC X(1).
           02 HU-HAENDELSE          PIC X(10).
           02 HU-KUNDE-ID           PIC X(10).
           02 HU-KONTONUMMER        PIC X(20).
           02 HU-BELOEB             PIC S9(9)V9(2).
           02 HU-VALUTA             PIC X(3).
           02 HU-SALDO-FOER         PIC S9(9)V9(2).
           02 HU-SALDO-EFTER        PIC S9(9)V9(2).
           02 HU-REFERENCE          PIC X(20).
           02 HU-TEKST              PIC X(80).
           02 HU-KILDE              PIC X(20).
           02 HU-ANTAL-SKREVET      PIC 9(1).
           02 HU-OVERLOEB           PIC X(1).
               88 HU-ABON-OVERLOEBET    VALUE "J".
