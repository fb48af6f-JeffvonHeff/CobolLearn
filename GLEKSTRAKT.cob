      *type i det fastfelts-layout finanssystemet importerer:
      *  - tilskrevet rente: DEBET RENTEUDGIFT / KREDIT KUNDEINDLAAN
      *  - opkraevet gebyr : DEBET KUNDEINDLAAN / KREDIT GEBYRINDT
      *Laaneydelserne som LAANEOPKRAEVNING har traekket paa
      *afdragskontiene hentes fra PosteringsJournal.txt (TYPE=LRT
      *og TYPE=LAF) og bogfoeres paa samme maade:
      *  - laanerente     : DEBET KUNDEINDLAAN / KREDIT LAANERENTE
      *  - laaneafdrag    : DEBET KUNDEINDLAAN / KREDIT UDLAAN
      *Rykkergebyrerne fra RYKKERKOERSEL (TYPE=RGB) laegges til
      *periodens opkraevede gebyr.
      *Udtraekket afsluttes med en TRAILER-linje med recordantal og
      *hash-total (samme kontrolprincip som trailerlinjen paa
      *KundeoplysningerOut.txt), saa finans kan afstemme filen foer
               FILE STATUS IS JOURNALFIL-STATUS.
           SELECT GLFIL ASSIGN TO GLFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTJOURNALFIL
               ASSIGN TO POSTJOURNALFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTJOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VALUTAREGFIL.
           02 GL-PERIODE          PIC 9(6).
       01 GL-TRAILER-REC         PIC X(60).

       FD POSTJOURNALFIL.
       01 POSTJOURNAL-LINJE      PIC X(220).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
           VALUE "RentePostering.txt".
       01 GLFIL-NAVN             PIC X(80)
           VALUE "GlEkstrakt.txt".
       01 POSTJOURNALFIL-NAVN    PIC X(80)
           VALUE "PosteringsJournal.txt".
       01 POSTJOURNAL-STATUS     PIC X(2) VALUE "00".
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 GYLDIGE-VALUTAER-TABEL.
           02 GYLDIG-VALUTA OCCURS 20 TIMES PIC X(3).
       01 VALUTA-IX          PIC 9(2) VALUE 1.
           02 RENTE-SUM OCCURS 20 TIMES PIC S9(11)V9(2).
       01 GEBYR-SUM-TABEL.
           02 GEBYR-SUM OCCURS 20 TIMES PIC S9(11)V9(2).
       01 LAANERENTE-SUM-TABEL.
           02 LAANERENTE-SUM OCCURS 20 TIMES PIC S9(11)V9(2).
       01 LAANEAFDRAG-SUM-TABEL.
           02 LAANEAFDRAG-SUM OCCURS 20 TIMES PIC S9(11)V9(2).

      *Posteringsjournalens dele for laanelinjerne - typen er de
      *foerste tre tegn efter " TYPE=", og beloebet er ydelsesdelen
      *uden fortegn.
       01 PJ-FOER            PIC X(40).
       01 PJ-TYPE-DEL        PIC X(120).
       01 PJ-DATO            PIC X(10).
       01 PJ-VALUTA          PIC X(6).
       01 PJ-BELOEB          PIC X(12).
       01 PJ-REST            PIC X(20).
       01 PJ-BELOEB-TEKST    PIC X(9).
       01 PJ-BELOEB-TAL REDEFINES PJ-BELOEB-TEKST PIC 9(7)V9(2).
       01 ANTAL-LAANELINJER  PIC 9(7) VALUE 0.
       01 ANTAL-LAEST        PIC 9(7) VALUE 0.
       01 ANTAL-GL-RECORDS   PIC 9(5) VALUE 0.
       01 GL-HASH-TOTAL      PIC S9(13)V9(2) VALUE 0.
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               MOVE 0 TO RENTE-SUM(VALUTA-IX)
               MOVE 0 TO GEBYR-SUM(VALUTA-IX)
               MOVE 0 TO LAANERENTE-SUM(VALUTA-IX)
               MOVE 0 TO LAANEAFDRAG-SUM(VALUTA-IX)
           END-PERFORM

           OPEN INPUT JOURNALFIL
               END-READ
           END-PERFORM
           CLOSE JOURNALFIL
           PERFORM LAES-LAANEPOSTERINGER

           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               PERFORM SKRIV-GL-POSTER
               PERFORM SKRIV-GL-LAANEPOSTER
           END-PERFORM
           PERFORM SKRIV-GL-TRAILER
           CLOSE GLFIL

           DISPLAY "GLEKSTRAKT: " ANTAL-LAEST " posteringer "
               "aggregeret til " ANTAL-GL-RECORDS " GL-records"
           DISPLAY "GLEKSTRAKT: " ANTAL-LAANELINJER " laaneposteringer "
               "medtaget fra PosteringsJournal.txt"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           END-IF
           EXIT.

       SKRIV-GL-LAANEPOSTER.
           IF LAANERENTE-SUM(VALUTA-IX) NOT = 0
               MOVE "KUNDEINDLAAN" TO GL-KONTO
               MOVE "D" TO GL-DC
               MOVE LAANERENTE-SUM(VALUTA-IX) TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
               MOVE "LAANERENTE" TO GL-KONTO
               MOVE "K" TO GL-DC
               MOVE LAANERENTE-SUM(VALUTA-IX) TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
           END-IF
           IF LAANEAFDRAG-SUM(VALUTA-IX) NOT = 0
               MOVE "KUNDEINDLAAN" TO GL-KONTO
               MOVE "D" TO GL-DC
               MOVE LAANEAFDRAG-SUM(VALUTA-IX) TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
               MOVE "UDLAAN" TO GL-KONTO
               MOVE "K" TO GL-DC
               MOVE LAANEAFDRAG-SUM(VALUTA-IX) TO GL-BELOEB
               PERFORM SKRIV-GL-RECORD
           END-IF
           EXIT.

      *Laaneydelserne staar i den delte posteringsjournal sammen
      *med alle andre bevaegelser - kun TYPE=LRT/LAF-linjer fra
      *indevaerende periode tages med. Rykkergebyrer (TYPE=RGB)
      *samles med gebyrerne fra rentejournalen.
       LAES-LAANEPOSTERINGER.
           OPEN INPUT POSTJOURNALFIL
           IF POSTJOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ POSTJOURNALFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF POSTJOURNAL-LINJE NOT = SPACES
                           PERFORM OPSAML-LAANEPOSTERING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTJOURNALFIL
           EXIT.

       OPSAML-LAANEPOSTERING.
           MOVE SPACES TO PJ-FOER PJ-TYPE-DEL PJ-DATO PJ-VALUTA
               PJ-BELOEB PJ-REST
           UNSTRING POSTJOURNAL-LINJE
               DELIMITED BY " TYPE=" OR " DATO=" OR " VALUTA="
                   OR " BELOEB=" OR " OMREGNET="
               INTO PJ-FOER, PJ-TYPE-DEL, PJ-DATO, PJ-VALUTA,
                   PJ-BELOEB, PJ-REST
           IF PJ-TYPE-DEL(1:3) NOT = "LRT" AND NOT = "LAF"
                   AND NOT = "RGB"
               EXIT PARAGRAPH
           END-IF
           IF PJ-DATO(1:6) NOT = KOERSEL-AARMD-TEKST
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-BELOEB(1:9) TO PJ-BELOEB-TEKST
           IF PJ-BELOEB-TEKST NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANTAL-LAANELINJER
           PERFORM VARYING VALUTA-IX FROM 1 BY 1
                   UNTIL VALUTA-IX > VALUTA-ANTAL
               IF PJ-VALUTA(1:3) = GYLDIG-VALUTA(VALUTA-IX)
                   EVALUATE PJ-TYPE-DEL(1:3)
                       WHEN "LRT"
                           ADD PJ-BELOEB-TAL
                               TO LAANERENTE-SUM(VALUTA-IX)
                       WHEN "LAF"
                           ADD PJ-BELOEB-TAL
                               TO LAANEAFDRAG-SUM(VALUTA-IX)
                       WHEN "RGB"
                           ADD PJ-BELOEB-TAL TO GEBYR-SUM(VALUTA-IX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

       SKRIV-GL-RECORD.
           MOVE GYLDIG-VALUTA(VALUTA-IX) TO GL-VALUTA
           MOVE KOERSEL-AARMD TO GL-PERIODE
                       MOVE "J" TO VALUTAREGFIL-SLUT
                   NOT AT END
                       IF VALUTAREG-AKTIV = "J"
                           IF VALUTA-ANTAL < 20
                               ADD 1 TO VALUTA-ANTAL
                               MOVE VALUTAREG-KODE
                                   TO GYLDIG-VALUTA(VALUTA-ANTAL)
                           ELSE
                               MOVE "J" TO VALUTA-OVERLOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAREGFIL
           MOVE "GYLDIGE-VALUTAER" TO TK-TABEL
           MOVE VALUTA-ANTAL TO TK-ANTAL
           MOVE 20 TO TK-KAPACITET
           MOVE VALUTA-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF VALUTA-OVERLOB = "J"
               DISPLAY "FEJL: flere end 20 aktive valutaer i "
                   "ValutaRegister.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VALUTA-ANTAL = 0
               DISPLAY "FEJL: ValutaRegister.txt har ingen aktive "
                   "valutaer"
                   "GlEkstrakt.txt"
                   DELIMITED BY SIZE INTO GLFIL-NAVN
               END-STRING
               MOVE SPACES TO POSTJOURNALFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "PosteringsJournal.txt"
                   DELIMITED BY SIZE INTO POSTJOURNALFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "GLEKSTRAKT" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
