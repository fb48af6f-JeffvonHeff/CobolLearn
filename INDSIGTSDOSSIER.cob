      *  3 audit-journalen            7 arkiverede kontoudtog
      *  4 balancehistorikken           (via Arkivkatalog.txt, med
      *                                 GENUDSKRIFT's bloklaesning)
      *                               8 brevloggen (BrevLog.txt)
      *                               9 klageregistret
      *                                 (KlageRegister.txt)
      *Dossieret afsluttes med en oversigt over hvilke kilder der
      *intet indeholdt, saa den der besvarer henvendelsen kan se at
      *alle kilder faktisk ER gennemgaaet - i dag er det en dags
           SELECT OPTIONAL KATALOGFIL ASSIGN TO KATALOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOGFIL-STATUS.
           SELECT OPTIONAL BREVLOGFIL ASSIGN TO BREVLOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREVLOGFIL-STATUS.
           SELECT OPTIONAL KLAGEFIL ASSIGN TO KLAGEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLAGEFIL-STATUS.
           SELECT ARKIVFIL ASSIGN TO ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIVFIL-STATUS.
           02 KATALOG-ANTAL        PIC 9(7).
           02 KATALOG-HASH         PIC S9(9)V9(2).

       FD BREVLOGFIL.
       01 BREVLOG-RECORD.
           COPY "BREVLOG.CPY".

       FD KLAGEFIL.
       01 KLAGE-RECORD.
           COPY "KLAGE.CPY".

       FD ARKIVFIL.
       01 ARKIV-LINJE             PIC X(150).

       01 DOSSIERLINJE            PIC X(230).

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "RentePostering.txt".
       01 KATALOGFIL-NAVN        PIC X(80)
           VALUE "Arkivkatalog.txt".
       01 BREVLOGFIL-NAVN        PIC X(80)
           VALUE "BrevLog.txt".
       01 KLAGEFIL-NAVN          PIC X(80)
           VALUE "KlageRegister.txt".
       01 ARKIV-NAVN             PIC X(44) VALUE SPACES.
       01 DOSSIER-NAVN           PIC X(44) VALUE SPACES.
       01 LAAS-OMRAADE.
       01 RENTEPOSTFIL-STATUS    PIC X(2) VALUE "00".
       01 KATALOGFIL-STATUS      PIC X(2) VALUE "00".
       01 ARKIVFIL-STATUS        PIC X(2) VALUE "00".
       01 BREVLOGFIL-STATUS      PIC X(2) VALUE "00".
       01 KLAGEFIL-STATUS        PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KATALOG-SLUT           PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 SOEGE-ID               PIC X(10) VALUE SPACES.
       01 KONTO-IX               PIC 9(3) VALUE 1.
       01 AFSNIT-FUND            PIC 9(7) VALUE 0.
       01 LINJE-KUNDE-DEL        PIC X(10) VALUE SPACES.

      *Tom/fundet-status pr. kilde til oversigten bagerst.
       01 KILDE-STATUS-TABEL.
           02 KILDE-FUND OCCURS 9 TIMES PIC 9(7).
       01 KILDE-IX               PIC 9(2).
       01 KILDE-IX-VIST          PIC Z9.

      *Bloklaesning af arkiverede kontoudtog - samme afgraensning
      *som GENUDSKRIFT/UDSKRIFTDIFF: en blok starter ved
           STRING "Indsigtsdossier_" FUNCTION TRIM(SOEGE-ID) ".txt"
               DELIMITED BY SIZE INTO DOSSIER-NAVN
           END-STRING
           PERFORM VARYING KILDE-IX FROM 1 BY 1 UNTIL KILDE-IX > 9
               MOVE 0 TO KILDE-FUND(KILDE-IX)
           END-PERFORM
           PERFORM TAG-KOERSELLAAS
           PERFORM AFSNIT-POSTJOURNAL
           PERFORM AFSNIT-RENTEJOURNAL
           PERFORM AFSNIT-ARKIVUDSKRIFTER
           PERFORM AFSNIT-BREVLOG
           PERFORM AFSNIT-KLAGER
           PERFORM SKRIV-OVERSIGT
           CLOSE DOSSIERFIL
           PERFORM FRIGIV-KOERSELLAAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   MOVE 1 TO KILDE-FUND(1)
                   PERFORM SKRIV-MASTERFELTER
           END-READ
           END-IF
           EXIT.

      *Brevloggen (BREVLOG.CPY) viser hvilke breve BREVKOERSEL har
      *sendt kunden, via hvilken kanal, og hvilke der ikke blev
      *skrevet og hvorfor.
       AFSNIT-BREVLOG.
           PERFORM SKRIV-AFSNITSHOVED
           MOVE "AFSNIT 8: BREVLOGGEN" TO DOSSIERLINJE
           WRITE DOSSIERLINJE
           MOVE "N" TO FIL-SLUT
           OPEN INPUT BREVLOGFIL
           IF BREVLOGFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ BREVLOGFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF BL-KUNDE-ID = SOEGE-ID
                           ADD 1 TO KILDE-FUND(8)
                           MOVE SPACES TO DOSSIERLINJE
                           STRING "  " BL-DATO " " BL-SKABELON " "
                               BL-SPROG " KANAL=" BL-KANAL
                               " STATUS=" BL-STATUS
                               " REF=" BL-REFERENCE
                               " KILDE=" BL-KILDE " "
                               BL-BEMAERKNING
                               DELIMITED BY SIZE INTO DOSSIERLINJE
                           END-STRING
                           WRITE DOSSIERLINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BREVLOGFIL
           EXIT.

      *Alle kundens klager fra KLAGEREGISTER - ogsaa de afsluttede,
      *med udfald og afslutningsdato.
       AFSNIT-KLAGER.
           PERFORM SKRIV-AFSNITSHOVED
           MOVE "AFSNIT 9: KLAGEREGISTRET" TO DOSSIERLINJE
           WRITE DOSSIERLINJE
           MOVE "N" TO FIL-SLUT
           OPEN INPUT KLAGEFIL
           IF KLAGEFIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ KLAGEFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KL-KUNDE-ID = SOEGE-ID
                           ADD 1 TO KILDE-FUND(9)
                           MOVE SPACES TO DOSSIERLINJE
                           STRING "  KLAGE " KL-ID " " KL-KATEGORI
                               " KANAL=" KL-KANAL
                               " MODTAGET=" KL-MODTAGET
                               " FRIST=" KL-FRIST
                               " STATUS=" KL-STATUS
                               " UDFALD=" KL-UDFALD
                               " AFSLUTTET=" KL-AFSLUTTET-DATO
                               " ANSVARLIG=" KL-ANSVARLIG " "
                               KL-RESUME
                               DELIMITED BY SIZE INTO DOSSIERLINJE
                           END-STRING
                           WRITE DOSSIERLINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KLAGEFIL
           EXIT.

       SKRIV-OVERSIGT.
           PERFORM SKRIV-AFSNITSHOVED
           MOVE "OVERSIGT OVER KILDERNE" TO DOSSIERLINJE
           WRITE DOSSIERLINJE
           PERFORM VARYING KILDE-IX FROM 1 BY 1 UNTIL KILDE-IX > 9
               MOVE KILDE-FUND(KILDE-IX) TO AFSNIT-FUND
               MOVE KILDE-IX TO KILDE-IX-VIST
               MOVE SPACES TO DOSSIERLINJE
               IF AFSNIT-FUND = 0
                   STRING "  Afsnit " FUNCTION TRIM(KILDE-IX-VIST)
                       ": INTET INDHOLD FUNDET"
                       DELIMITED BY SIZE INTO DOSSIERLINJE
                   END-STRING
               ELSE
                   STRING "  Afsnit " FUNCTION TRIM(KILDE-IX-VIST)
                       ": " AFSNIT-FUND " linje(r)"
                       DELIMITED BY SIZE INTO DOSSIERLINJE
                   END-STRING
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Kundens konti hentes fra kontomasteren til KUNDEKONTI efter
      *hver laesning af kunden.
       HENT-KONTI.
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
                   "Arkivkatalog.txt"
                   DELIMITED BY SIZE INTO KATALOGFIL-NAVN
               END-STRING
               MOVE SPACES TO BREVLOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BrevLog.txt"
                   DELIMITED BY SIZE INTO BREVLOGFIL-NAVN
               END-STRING
               MOVE SPACES TO KLAGEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KlageRegister.txt"
                   DELIMITED BY SIZE INTO KLAGEFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
