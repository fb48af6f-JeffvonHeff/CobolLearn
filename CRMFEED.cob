       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMFEED.
      *Nattens aendringsfeed til CRM-systemet. CRM faar KUNDECSV's
      *fulde eksport een gang om ugen; dette skridt sender hver nat
      *de kunder der er oprettet, aendret, har skiftet status eller
      *er slettet siden sidste feed, saa en ny adresse eller en
      *lukket konto ikke staar forkert i CRM i flere dage.
      *  - aendringerne findes i audit-journalen
      *    (KundeAuditJournal.txt, AUDITJOURNAL.CPY) og i
      *    adressehistorikken (AdresseHistorik.txt) fra den linje
      *    sidste feed naaede til (CrmFeedStatus.txt). Ren
      *    bogfoering (posteringer, renter, clearing m.v.) og linjer
      *    der ikke handler om en kunde (operatoer-recertificering,
      *    parameteraendringer) giver ingen haendelse.
      *  - hver kunde kommer een gang pr. feed med den staerkeste
      *    haendelse: SLET foer OPRET foer STATUS foer AENDRET, og
      *    med efterbilledet fra kundemasteren paa feedtidspunktet
      *    (navn, adresse, kontakt, status, type, CVR, raadgiver,
      *    filial og kanal) plus kundens aktuelle konti - en lukket
      *    konto er den der ikke laengere staar paa listen. CPR-
      *    nummeret sendes ikke.
      *  - en kunde der er GDPR-slettet (FYSSLET) eller ikke
      *    laengere findes i masteren, sendes som SLET, saa CRM
      *    ogsaa sletter kunden.
      *  - feedet faar et loebenummer og skrives som
      *    CrmFeed_<nnnnnn>.txt (kommasepareret):
      *      H,feednr,dato,tid
      *      K,haendelsesnr,kunde-id,OPRET|AENDRET|STATUS|SLET,
      *        aendringsdato,status,kundetype,fornavn/firmanavn,
      *        efternavn,vejnavn,husnr,etage,side,postnr,bynavn,
      *        telefon,email,cvr,raadgiver,filial,leveringskanal
      *      A,haendelsesnr,kunde-id,kontonummer,valuta,produkt
      *      T,feednr,antal K-linjer,antal linjer i alt
      *    Haendelsesnumrene fortsaetter fra feed til feed.
      *  - CRM's kvitteringer (CrmKvittering.txt, kommasepareret:
      *    feednr,OK eller feednr,FEJL,tekst) laeses tilbage og
      *    noteres i feedkataloget (CrmFeedKatalog.txt). Hvert feed
      *    der endnu ikke er kvitteret OK, sendes igen: CrmFeed.txt,
      *    som CRM henter, indeholder alle ukvitterede feeds i
      *    raekkefoelge og til sidst nattens nye. CRM genkender et
      *    gensendt feed paa feed- og haendelsesnummeret.
      *Foerste koersel (ingen CrmFeedStatus.txt) starter fra
      *journalernes nuvaerende slutning - udgangspunktet er den
      *seneste fulde KUNDECSV-eksport. Kvitterede feeds ud over
      *opbevaringsperioden tages ikke med, naar kataloget genskrives.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITFIL ASSIGN TO AUDITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITFIL-STATUS.
           SELECT OPTIONAL ADRHISTFIL ASSIGN TO ADRHISTFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADRHISTFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO KUNDEFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT OPTIONAL STATUSFIL ASSIGN TO STATUSFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUSFIL-STATUS.
           SELECT OPTIONAL KATALOGFIL ASSIGN TO KATALOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOGFIL-STATUS.
           SELECT KATALOGNYFIL ASSIGN TO KATALOGNYFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KVITFIL ASSIGN TO KVITFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KVITFIL-STATUS.
           SELECT FEEDFIL ASSIGN TO ARKIVFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIVFIL-STATUS.
           SELECT OPTIONAL ARKIVFIL ASSIGN TO ARKIVFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIVFIL-STATUS.
           SELECT UDFIL ASSIGN TO UDFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDITFIL.
       01 AUDIT-RECORD.
           COPY "AUDITJOURNAL.CPY".

       FD ADRHISTFIL.
       01 ADRHIST-RECORD.
           COPY "ADRESSEHIST.CPY".

       FD KUNDEFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

      *Hvor langt sidste feed naaede: feed- og haendelsesnummer og
      *antal linjer laest i hver journal.
       FD STATUSFIL.
       01 STATUS-RECORD.
           02 CFS-FEED-NR          PIC 9(6).
           02 CFS-HAENDELSE-NR     PIC 9(9).
           02 CFS-AUDIT-LINJER     PIC 9(9).
           02 CFS-ADRH-LINJER      PIC 9(9).
           02 CFS-DATO             PIC 9(8).

      *Feedkataloget: et feed pr. linje. Status S = sendt og venter
      *paa kvittering, K = kvitteret OK af CRM.
       FD KATALOGFIL.
       01 KATALOG-RECORD.
           02 CFK-FEED-NR          PIC 9(6).
           02 CFK-DATO             PIC 9(8).
           02 CFK-TID              PIC 9(8).
           02 CFK-ANTAL            PIC 9(7).
           02 CFK-STATUS           PIC X(1).
               88 CFK-SENDT            VALUE "S".
               88 CFK-KVITTERET        VALUE "K".
           02 CFK-GANGE-SENDT      PIC 9(3).
           02 CFK-KVIT-DATO        PIC 9(8).
           02 CFK-FEJLTEKST        PIC X(40).

       FD KATALOGNYFIL.
       01 KATALOGNY-RECORD        PIC X(81).

       FD KVITFIL.
       01 KVIT-LINJE              PIC X(100).

       FD FEEDFIL.
       01 FEED-LINJE              PIC X(300).

       FD ARKIVFIL.
       01 ARKIV-LINJE             PIC X(300).

       FD UDFIL.
       01 UD-LINJE                PIC X(300).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 AUDITFIL-NAVN          PIC X(80)
           VALUE "KundeAuditJournal.txt".
       01 ADRHISTFIL-NAVN        PIC X(80)
           VALUE "AdresseHistorik.txt".
       01 KUNDEFIL-NAVN          PIC X(80)
           VALUE "Kundeoplysninger.txt".
       01 STATUSFIL-NAVN         PIC X(80)
           VALUE "CrmFeedStatus.txt".
       01 KATALOGFIL-NAVN        PIC X(80)
           VALUE "CrmFeedKatalog.txt".
       01 KATALOGNYFIL-NAVN      PIC X(80)
           VALUE "CrmFeedKatalogNy.tmp".
       01 KVITFIL-NAVN           PIC X(80)
           VALUE "CrmKvittering.txt".
       01 UDFIL-NAVN             PIC X(80)
           VALUE "CrmFeed.txt".
       01 ARKIVFIL-NAVN          PIC X(80) VALUE SPACES.
       01 ARKIV-FEED-NR          PIC 9(6).
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".
       01 END-OF-FILE            PIC X VALUE "N".
       01 AUDITFIL-STATUS        PIC X(2) VALUE "00".
       01 ADRHISTFIL-STATUS      PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS        PIC X(2) VALUE "00".
       01 STATUSFIL-STATUS       PIC X(2) VALUE "00".
       01 KATALOGFIL-STATUS      PIC X(2) VALUE "00".
       01 KVITFIL-STATUS         PIC X(2) VALUE "00".
       01 ARKIVFIL-STATUS        PIC X(2) VALUE "00".
       01 UDFIL-STATUS           PIC X(2) VALUE "00".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-TID            PIC 9(8).
       01 MV-KOMMANDO            PIC X(170) VALUE SPACES.
       01 OPBEVARING-DAGE        PIC 9(3) VALUE 90.

      *Stillingen fra sidste feed og den nye efter nattens laesning.
       01 FOERSTE-KOERSEL        PIC X VALUE "N".
           88 ER-FOERSTE-KOERSEL     VALUE "J".
       01 FEED-NR                PIC 9(6) VALUE 0.
       01 HAENDELSE-NR           PIC 9(9) VALUE 0.
       01 AUDIT-START            PIC 9(9) VALUE 0.
       01 ADRH-START             PIC 9(9) VALUE 0.
       01 AUDIT-LINJE-NR         PIC 9(9) VALUE 0.
       01 ADRH-LINJE-NR          PIC 9(9) VALUE 0.
       01 AUDIT-NAAET            PIC 9(9) VALUE 0.
       01 ADRH-NAAET             PIC 9(9) VALUE 0.
       01 TABEL-FULD             PIC X VALUE "N".
           88 HAENDELSER-ER-FULD     VALUE "J".

      *Nattens kunder. KT-TYPE er haendelsens styrke:
      *4 SLET, 3 OPRET, 2 STATUS, 1 AENDRET.
       01 KT-ANTAL               PIC 9(5) VALUE 0.
       01 KT-TABEL.
           02 KT-POST OCCURS 10000 TIMES.
               03 KT-KUNDE-ID        PIC X(10).
               03 KT-TYPE            PIC 9(1).
               03 KT-DATO            PIC 9(8).
       01 KT-IX                  PIC 9(5).
       01 KT-FUNDET-IX           PIC 9(5).
       01 NY-KUNDE-ID            PIC X(10).
       01 NY-TYPE                PIC 9(1).
       01 NY-DATO                PIC 9(8).
       01 HAENDELSE-TEKST        PIC X(7).
       01 KUNDE-FUNDET           PIC X VALUE "N".
           88 KUNDE-ER-FUNDET        VALUE "J".

      *Feedkataloget holdes i tabellen mens det behandles.
       01 FK-ANTAL               PIC 9(4) VALUE 0.
       01 FK-TABEL.
           02 FK-POST OCCURS 2000 TIMES PIC X(81).
       01 FK-IX                  PIC 9(4).
       01 FK-FUNDET-IX           PIC 9(4).

       01 KVIT-FEED-TEKST        PIC X(10).
       01 KVIT-FEED-NR           PIC 9(6).
       01 KVIT-RESULTAT          PIC X(10).
       01 KVIT-FEJLTEKST         PIC X(60).

       01 NAVN-1                 PIC X(40).
       01 NAVN-2                 PIC X(20).
       01 DATO-TEKST             PIC 9(8).
       01 TAL-TEKST              PIC Z(8)9.
       01 ANTAL-LINJER           PIC 9(7) VALUE 0.
       01 KONTO-IX               PIC 9(3).

       01 ANTAL-AUDIT-LAEST      PIC 9(7) VALUE 0.
       01 ANTAL-ADRH-LAEST       PIC 9(7) VALUE 0.
       01 ANTAL-OPRET            PIC 9(7) VALUE 0.
       01 ANTAL-AENDRET          PIC 9(7) VALUE 0.
       01 ANTAL-STATUS           PIC 9(7) VALUE 0.
       01 ANTAL-SLET             PIC 9(7) VALUE 0.
       01 ANTAL-KVITTERET        PIC 9(5) VALUE 0.
       01 ANTAL-KVIT-FEJL        PIC 9(5) VALUE 0.
       01 ANTAL-KVIT-UKENDT      PIC 9(5) VALUE 0.
       01 ANTAL-GENSENDT         PIC 9(5) VALUE 0.
       01 ANTAL-FJERNET          PIC 9(5) VALUE 0.
       01 FEJL-FLAG              PIC X VALUE "N".
           88 DER-ER-FEJL            VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT KOERSEL-TID FROM TIME
           PERFORM TAG-KOERSELLAAS
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundefil - status "
                   KUNDEFIL-STATUS
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LAES-STATUS
           PERFORM LAES-KATALOG
           PERFORM LAES-KVITTERINGER
           PERFORM SAML-AUDITJOURNAL
           PERFORM SAML-ADRESSEHISTORIK
      *En fuld kundetabel taber intet - journalerne laeses kun til
      *og med den linje der fyldte den, og resten kommer med i
      *naeste feed. Fyldningsgraden maales derfor uden overloeb.
           MOVE "KT-TABEL" TO TK-TABEL
           MOVE KT-ANTAL TO TK-ANTAL
           MOVE 10000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF DER-ER-FEJL
               CLOSE KUNDEFIL
               PERFORM FRIGIV-KOERSELLAAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ER-FOERSTE-KOERSEL
               DISPLAY "CRMFEED: foerste koersel - feedet starter fra "
                   "journalernes nuvaerende slutning"
           ELSE
               PERFORM SKRIV-FEED
           END-IF
           CLOSE KUNDEFIL
           IF NOT DER-ER-FEJL
               PERFORM SKRIV-UDFIL
           END-IF
           IF NOT DER-ER-FEJL
               PERFORM SKRIV-KATALOG
               PERFORM SKRIV-STATUS
           END-IF

           DISPLAY "================================================"
           DISPLAY "CRMFEED - aendringsfeed til CRM"
           DISPLAY "================================================"
           DISPLAY "Feednummer                : " FEED-NR
           DISPLAY "Audit-linjer laest        : " ANTAL-AUDIT-LAEST
           DISPLAY "Adressehistorik laest     : " ANTAL-ADRH-LAEST
           DISPLAY "Kunder oprettet           : " ANTAL-OPRET
           DISPLAY "Kunder aendret            : " ANTAL-AENDRET
           DISPLAY "Kunder med ny status      : " ANTAL-STATUS
           DISPLAY "Kunder slettet            : " ANTAL-SLET
           DISPLAY "Kvitteringer OK           : " ANTAL-KVITTERET
           DISPLAY "Kvitteringer med fejl     : " ANTAL-KVIT-FEJL
           DISPLAY "Kvitteringer ukendt feed  : " ANTAL-KVIT-UKENDT
           DISPLAY "Ukvitterede feeds gensendt: " ANTAL-GENSENDT
           DISPLAY "Kvitterede feeds fjernet  : " ANTAL-FJERNET

           PERFORM FRIGIV-KOERSELLAAS
           EVALUATE TRUE
               WHEN DER-ER-FEJL
                   MOVE 8 TO RETURN-CODE
               WHEN HAENDELSER-ER-FULD
                       OR ANTAL-KVIT-FEJL > 0
                       OR ANTAL-KVIT-UKENDT > 0
                       OR ANTAL-GENSENDT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LAES-STATUS.
           OPEN INPUT STATUSFIL
           IF STATUSFIL-STATUS NOT = "00"
               CLOSE STATUSFIL
               MOVE "J" TO FOERSTE-KOERSEL
               EXIT PARAGRAPH
           END-IF
           READ STATUSFIL
               AT END
                   MOVE "J" TO FOERSTE-KOERSEL
               NOT AT END
                   MOVE CFS-FEED-NR TO FEED-NR
                   MOVE CFS-HAENDELSE-NR TO HAENDELSE-NR
                   MOVE CFS-AUDIT-LINJER TO AUDIT-START
                   MOVE CFS-ADRH-LINJER TO ADRH-START
           END-READ
           CLOSE STATUSFIL
           EXIT.

       LAES-KATALOG.
           MOVE 0 TO FK-ANTAL
           MOVE "N" TO END-OF-FILE
           OPEN INPUT KATALOGFIL
           IF KATALOGFIL-STATUS NOT = "00"
               CLOSE KATALOGFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KATALOGFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF FK-ANTAL < 1999
                           ADD 1 TO FK-ANTAL
                           MOVE KATALOG-RECORD TO FK-POST(FK-ANTAL)
                       ELSE
                           DISPLAY "FEJL: flere end 1999 feeds i "
                               "CrmFeedKatalog.txt"
                           CLOSE KATALOGFIL
                           MOVE "FK-TABEL" TO TK-TABEL
                           MOVE FK-ANTAL TO TK-ANTAL
                           MOVE 2000 TO TK-KAPACITET
                           MOVE "J" TO TK-OVERLOB
                           PERFORM MAAL-TABEL
                           CLOSE KUNDEFIL
                           PERFORM FRIGIV-KOERSELLAAS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KATALOGFIL
           MOVE "N" TO END-OF-FILE
           MOVE "FK-TABEL" TO TK-TABEL
           MOVE FK-ANTAL TO TK-ANTAL
           MOVE 2000 TO TK-KAPACITET
           MOVE "N" TO TK-OVERLOB
           PERFORM MAAL-TABEL
           EXIT.

      *CRM's kvitteringer - kun sendte feeds opdateres, saa en
      *kvitteringsfil der laeses to gange ikke aendrer noget anden
      *gang. Et feed med FEJL bliver staaende som sendt og sendes
      *igen i nat.
       LAES-KVITTERINGER.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT KVITFIL
           IF KVITFIL-STATUS NOT = "00"
               CLOSE KVITFIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KVITFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KVIT-LINJE NOT = SPACES
                           PERFORM BEHANDL-KVITTERING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KVITFIL
           MOVE "N" TO END-OF-FILE
           EXIT.

       BEHANDL-KVITTERING.
           MOVE SPACES TO KVIT-FEED-TEKST KVIT-RESULTAT KVIT-FEJLTEKST
           UNSTRING KVIT-LINJE DELIMITED BY ","
               INTO KVIT-FEED-TEKST, KVIT-RESULTAT, KVIT-FEJLTEKST
           MOVE 0 TO FK-FUNDET-IX
           IF KVIT-FEED-TEKST NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(KVIT-FEED-TEKST) = 0
               MOVE FUNCTION NUMVAL(KVIT-FEED-TEKST) TO KVIT-FEED-NR
               PERFORM VARYING FK-IX FROM 1 BY 1
                       UNTIL FK-IX > FK-ANTAL OR FK-FUNDET-IX > 0
                   IF FK-POST(FK-IX)(1:6) = KVIT-FEED-NR
                       MOVE FK-IX TO FK-FUNDET-IX
                   END-IF
               END-PERFORM
           END-IF
           IF FK-FUNDET-IX = 0
               ADD 1 TO ANTAL-KVIT-UKENDT
               DISPLAY "ADVARSEL: kvittering for ukendt feed "
                   FUNCTION TRIM(KVIT-FEED-TEKST)
               EXIT PARAGRAPH
           END-IF
           MOVE FK-POST(FK-FUNDET-IX) TO KATALOG-RECORD
           IF NOT CFK-SENDT
               EXIT PARAGRAPH
           END-IF
           MOVE KOERSEL-DATO TO CFK-KVIT-DATO
           IF KVIT-RESULTAT = "OK"
               MOVE "K" TO CFK-STATUS
               MOVE SPACES TO CFK-FEJLTEKST
               ADD 1 TO ANTAL-KVITTERET
           ELSE
               IF KVIT-FEJLTEKST = SPACES
                   MOVE KVIT-RESULTAT TO CFK-FEJLTEKST
               ELSE
                   MOVE KVIT-FEJLTEKST TO CFK-FEJLTEKST
               END-IF
               ADD 1 TO ANTAL-KVIT-FEJL
               DISPLAY "ADVARSEL: CRM afviste feed " CFK-FEED-NR
                   " - " FUNCTION TRIM(CFK-FEJLTEKST)
           END-IF
           MOVE KATALOG-RECORD TO FK-POST(FK-FUNDET-IX)
           EXIT.

      *================================================================
      * Audit-journalen fra sidste stilling. Er journalen kortere end
      * sidst, er den udskiftet - saa vides det ikke hvad CRM mangler,
      * og stillingen i CrmFeedStatus.txt skal rettes foer naeste feed.
      *================================================================
       SAML-AUDITJOURNAL.
           MOVE 0 TO AUDIT-LINJE-NR
           MOVE AUDIT-START TO AUDIT-NAAET
           MOVE "N" TO END-OF-FILE
           OPEN INPUT AUDITFIL
           IF AUDITFIL-STATUS NOT = "00"
               CLOSE AUDITFIL
               PERFORM TJEK-AUDIT-STILLING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AUDITFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO AUDIT-LINJE-NR
                       IF AUDIT-LINJE-NR > AUDIT-START
                               AND NOT ER-FOERSTE-KOERSEL
                               AND NOT HAENDELSER-ER-FULD
                           ADD 1 TO ANTAL-AUDIT-LAEST
                           PERFORM BEHANDL-AUDITLINJE
                       END-IF
                       IF NOT HAENDELSER-ER-FULD
                           MOVE AUDIT-LINJE-NR TO AUDIT-NAAET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITFIL
           MOVE "N" TO END-OF-FILE
           PERFORM TJEK-AUDIT-STILLING
           EXIT.

       TJEK-AUDIT-STILLING.
           IF AUDIT-LINJE-NR < AUDIT-START
               DISPLAY "FEJL: KundeAuditJournal.txt har "
                   AUDIT-LINJE-NR " linjer, sidste feed naaede linje "
                   AUDIT-START
               MOVE "J" TO FEJL-FLAG
           END-IF
           EXIT.

      *Aktionen afgoer haendelsen. Bogfoering og linjer der ikke
      *handler om en kunde springes over; alt andet - ogsaa aktioner
      *der kommer til senere - meldes som en aendring, saa CRM
      *hellere faar en kunde for meget end for lidt.
       BEHANDL-AUDITLINJE.
           IF JOURNAL-KUNDE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE JOURNAL-AKTION
               WHEN "POSTER"   WHEN "RENTE"    WHEN "CLEARIND"
               WHEN "CLEARUD"  WHEN "OVERFOER" WHEN "REVERSER"
               WHEN "BACKOUT"  WHEN "UDRETUR"  WHEN "SUSPPLAC"
               WHEN "BSTRAEK"  WHEN "BSREFUS"  WHEN "ESCUDBET"
               WHEN "BOUDBET"  WHEN "LAANYDLS" WHEN "RYKGEBYR"
               WHEN "KASSEDIF"
               WHEN "RECERTOK" WHEN "RECERTTB" WHEN "OPSPAER"
               WHEN "PARMREG"  WHEN "PARMGODK" WHEN "PARMAFV"
                   EXIT PARAGRAPH
               WHEN "FYSSLET"
                   MOVE 4 TO NY-TYPE
               WHEN "OPRET"
                   MOVE 3 TO NY-TYPE
               WHEN OTHER
                   IF JOURNAL-FOER-STATUS NOT = JOURNAL-EFTER-STATUS
                       MOVE 2 TO NY-TYPE
                   ELSE
                       MOVE 1 TO NY-TYPE
                   END-IF
           END-EVALUATE
           MOVE JOURNAL-KUNDE-ID TO NY-KUNDE-ID
           MOVE JOURNAL-DATO TO NY-DATO
           PERFORM NOTER-KUNDE
           EXIT.

       SAML-ADRESSEHISTORIK.
           MOVE 0 TO ADRH-LINJE-NR
           MOVE ADRH-START TO ADRH-NAAET
           MOVE "N" TO END-OF-FILE
           OPEN INPUT ADRHISTFIL
           IF ADRHISTFIL-STATUS NOT = "00"
               CLOSE ADRHISTFIL
               PERFORM TJEK-ADRH-STILLING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ADRHISTFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO ADRH-LINJE-NR
                       IF ADRH-LINJE-NR > ADRH-START
                               AND NOT ER-FOERSTE-KOERSEL
                               AND NOT HAENDELSER-ER-FULD
                               AND ADRH-KUNDE-ID NOT = SPACES
                           ADD 1 TO ANTAL-ADRH-LAEST
                           MOVE ADRH-KUNDE-ID TO NY-KUNDE-ID
                           MOVE 1 TO NY-TYPE
                           MOVE ADRH-DATO TO NY-DATO
                           PERFORM NOTER-KUNDE
                       END-IF
                       IF NOT HAENDELSER-ER-FULD
                           MOVE ADRH-LINJE-NR TO ADRH-NAAET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADRHISTFIL
           MOVE "N" TO END-OF-FILE
           PERFORM TJEK-ADRH-STILLING
           EXIT.

       TJEK-ADRH-STILLING.
           IF ADRH-LINJE-NR < ADRH-START
               DISPLAY "FEJL: AdresseHistorik.txt har "
                   ADRH-LINJE-NR " linjer, sidste feed naaede linje "
                   ADRH-START
               MOVE "J" TO FEJL-FLAG
           END-IF
           EXIT.

      *Kunden noteres een gang med den staerkeste haendelse og den
      *seneste aendringsdato. Er tabellen fuld, stopper laesningen
      *ved den linje, og resten kommer med i naeste feed.
       NOTER-KUNDE.
           MOVE 0 TO KT-FUNDET-IX
           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ANTAL OR KT-FUNDET-IX > 0
               IF KT-KUNDE-ID(KT-IX) = NY-KUNDE-ID
                   MOVE KT-IX TO KT-FUNDET-IX
               END-IF
           END-PERFORM
           IF KT-FUNDET-IX = 0
               IF KT-ANTAL >= 10000
                   MOVE "J" TO TABEL-FULD
                   DISPLAY "ADVARSEL: flere end 10000 kunder aendret "
                       "- resten kommer med i naeste feed"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO KT-ANTAL
               MOVE KT-ANTAL TO KT-FUNDET-IX
               MOVE NY-KUNDE-ID TO KT-KUNDE-ID(KT-FUNDET-IX)
               MOVE 0 TO KT-TYPE(KT-FUNDET-IX)
               MOVE 0 TO KT-DATO(KT-FUNDET-IX)
           END-IF
           IF NY-TYPE > KT-TYPE(KT-FUNDET-IX)
               MOVE NY-TYPE TO KT-TYPE(KT-FUNDET-IX)
           END-IF
           IF NY-DATO NUMERIC AND NY-DATO > KT-DATO(KT-FUNDET-IX)
               MOVE NY-DATO TO KT-DATO(KT-FUNDET-IX)
           END-IF
           EXIT.

      *================================================================
      * Nattens feed skrives til CrmFeed_<nnnnnn>.txt og noteres i
      * kataloget som sendt.
      *================================================================
       SKRIV-FEED.
           ADD 1 TO FEED-NR
           MOVE FEED-NR TO ARKIV-FEED-NR
           PERFORM SAET-ARKIVFIL-NAVN
           OPEN OUTPUT FEEDFIL
           IF ARKIVFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(ARKIVFIL-NAVN)
                   " kan ikke skrives - status " ARKIVFIL-STATUS
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ANTAL-LINJER
           MOVE SPACES TO FEED-LINJE
           STRING "H," FEED-NR "," KOERSEL-DATO "," KOERSEL-TID
               DELIMITED BY SIZE INTO FEED-LINJE
           END-STRING
           PERFORM SKRIV-FEEDLINJE
           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ANTAL
               PERFORM SKRIV-KUNDEHAENDELSE
           END-PERFORM
           ADD 1 TO ANTAL-LINJER
           MOVE SPACES TO FEED-LINJE
           STRING "T," FEED-NR "," KT-ANTAL "," ANTAL-LINJER
               DELIMITED BY SIZE INTO FEED-LINJE
           END-STRING
           WRITE FEED-LINJE
           CLOSE FEEDFIL

           IF FK-ANTAL >= 2000
               DISPLAY "FEJL: feedkataloget er fuldt"
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KATALOG-RECORD
           MOVE FEED-NR TO CFK-FEED-NR
           MOVE KOERSEL-DATO TO CFK-DATO
           MOVE KOERSEL-TID TO CFK-TID
           MOVE KT-ANTAL TO CFK-ANTAL
           MOVE "S" TO CFK-STATUS
           MOVE 0 TO CFK-GANGE-SENDT
           MOVE 0 TO CFK-KVIT-DATO
           ADD 1 TO FK-ANTAL
           MOVE KATALOG-RECORD TO FK-POST(FK-ANTAL)
           EXIT.

       SKRIV-FEEDLINJE.
           WRITE FEED-LINJE
           ADD 1 TO ANTAL-LINJER
           EXIT.

       SKRIV-KUNDEHAENDELSE.
           ADD 1 TO HAENDELSE-NR
           MOVE KT-KUNDE-ID(KT-IX) TO KUNDE-ID
           MOVE "J" TO KUNDE-FUNDET
           READ KUNDEFIL
               INVALID KEY
                   MOVE "N" TO KUNDE-FUNDET
           END-READ
           MOVE KT-DATO(KT-IX) TO DATO-TEKST
           IF NOT KUNDE-ER-FUNDET OR KT-TYPE(KT-IX) = 4
               MOVE "SLET" TO HAENDELSE-TEKST
               ADD 1 TO ANTAL-SLET
               MOVE SPACES TO FEED-LINJE
               STRING "K," HAENDELSE-NR ","
                   FUNCTION TRIM(KT-KUNDE-ID(KT-IX)) ","
                   FUNCTION TRIM(HAENDELSE-TEKST) "," DATO-TEKST
                   DELIMITED BY SIZE INTO FEED-LINJE
               END-STRING
               PERFORM SKRIV-FEEDLINJE
               EXIT PARAGRAPH
           END-IF
           EVALUATE KT-TYPE(KT-IX)
               WHEN 3
                   MOVE "OPRET" TO HAENDELSE-TEKST
                   ADD 1 TO ANTAL-OPRET
               WHEN 2
                   MOVE "STATUS" TO HAENDELSE-TEKST
                   ADD 1 TO ANTAL-STATUS
               WHEN OTHER
                   MOVE "AENDRET" TO HAENDELSE-TEKST
                   ADD 1 TO ANTAL-AENDRET
           END-EVALUATE
           IF KUNDE-ERHVERV
               MOVE FIRMANAVN TO NAVN-1
               MOVE SPACES TO NAVN-2
           ELSE
               MOVE FORNAVN TO NAVN-1
               MOVE EFTERNAVN TO NAVN-2
           END-IF
           MOVE SPACES TO FEED-LINJE
           STRING "K," HAENDELSE-NR ","
               FUNCTION TRIM(KUNDE-ID) ","
               FUNCTION TRIM(HAENDELSE-TEKST) "," DATO-TEKST ","
               KUNDE-STATUS "," KUNDETYPE ","
               FUNCTION TRIM(NAVN-1) "," FUNCTION TRIM(NAVN-2) ","
               FUNCTION TRIM(VEJNAVN) "," FUNCTION TRIM(HUSNR) ","
               FUNCTION TRIM(ETAGE) "," FUNCTION TRIM(SIDE) ","
               FUNCTION TRIM(POSTNR) "," FUNCTION TRIM(BYNAVN) ","
               FUNCTION TRIM(TELEFON) "," FUNCTION TRIM(EMAIL) ","
               FUNCTION TRIM(CVR-NUMMER) ","
               FUNCTION TRIM(RAADGIVER-ID) ","
               FUNCTION TRIM(FILIAL-NR) "," LEVERINGSKANAL
               DELIMITED BY SIZE INTO FEED-LINJE
           END-STRING
           PERFORM SKRIV-FEEDLINJE
           MOVE "H" TO KS-FUNKTION
           MOVE KUNDE-ID TO KS-KUNDE-ID
           CALL "KONTOSERVICE" USING KS-OMRAADE KUNDEKONTI
           IF NOT KS-OK
               MOVE 0 TO ANTAL-KONTI
           END-IF
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > ANTAL-KONTI
               MOVE SPACES TO FEED-LINJE
               STRING "A," HAENDELSE-NR ","
                   FUNCTION TRIM(KUNDE-ID) ","
                   FUNCTION TRIM(KONTONUMMER(KONTO-IX)) ","
                   FUNCTION TRIM(VALUTAKODE(KONTO-IX)) ","
                   FUNCTION TRIM(PRODUKTKODE(KONTO-IX))
                   DELIMITED BY SIZE INTO FEED-LINJE
               END-STRING
               PERFORM SKRIV-FEEDLINJE
           END-PERFORM
           EXIT.

      *================================================================
      * CrmFeed.txt: alle feeds der ikke er kvitteret OK, aeldste
      * foerst - nattens nye er det sidste.
      *================================================================
       SKRIV-UDFIL.
           OPEN OUTPUT UDFIL
           IF UDFIL-STATUS NOT = "00"
               DISPLAY "FEJL: " FUNCTION TRIM(UDFIL-NAVN)
                   " kan ikke skrives - status " UDFIL-STATUS
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FK-IX FROM 1 BY 1
                   UNTIL FK-IX > FK-ANTAL
               MOVE FK-POST(FK-IX) TO KATALOG-RECORD
               IF CFK-SENDT
                   PERFORM KOPIER-FEED
                   MOVE KATALOG-RECORD TO FK-POST(FK-IX)
               END-IF
           END-PERFORM
           CLOSE UDFIL
           EXIT.

       KOPIER-FEED.
           IF CFK-FEED-NR NOT = FEED-NR OR ER-FOERSTE-KOERSEL
               ADD 1 TO ANTAL-GENSENDT
               DISPLAY "ADVARSEL: feed " CFK-FEED-NR " fra "
                   CFK-DATO " er ikke kvitteret - sendes igen"
           END-IF
           MOVE CFK-FEED-NR TO ARKIV-FEED-NR
           PERFORM SAET-ARKIVFIL-NAVN
           OPEN INPUT ARKIVFIL
           IF ARKIVFIL-STATUS NOT = "00"
               CLOSE ARKIVFIL
               DISPLAY "FEJL: " FUNCTION TRIM(ARKIVFIL-NAVN)
                   " mangler - feedet kan ikke sendes igen"
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ARKIVFIL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE ARKIV-LINJE TO UD-LINJE
                       WRITE UD-LINJE
               END-READ
           END-PERFORM
           CLOSE ARKIVFIL
           MOVE "N" TO END-OF-FILE
           IF CFK-GANGE-SENDT < 999
               ADD 1 TO CFK-GANGE-SENDT
           END-IF
           EXIT.

       SAET-ARKIVFIL-NAVN.
           MOVE SPACES TO ARKIVFIL-NAVN
           STRING FUNCTION TRIM(DATASET-PRAEFIKS) "CrmFeed_"
               ARKIV-FEED-NR ".txt"
               DELIMITED BY SIZE INTO ARKIVFIL-NAVN
           END-STRING
           EXIT.

      *Kvitterede feeds ud over opbevaringsperioden fjernes.
       SKRIV-KATALOG.
           OPEN OUTPUT KATALOGNYFIL
           PERFORM VARYING FK-IX FROM 1 BY 1
                   UNTIL FK-IX > FK-ANTAL
               MOVE FK-POST(FK-IX) TO KATALOG-RECORD
               IF CFK-KVITTERET
                       AND CFK-DATO NUMERIC
                       AND CFK-DATO > 0
                       AND FUNCTION INTEGER-OF-DATE(KOERSEL-DATO)
                       - FUNCTION INTEGER-OF-DATE(CFK-DATO)
                       > OPBEVARING-DAGE
                   ADD 1 TO ANTAL-FJERNET
               ELSE
                   MOVE KATALOG-RECORD TO KATALOGNY-RECORD
                   WRITE KATALOGNY-RECORD
               END-IF
           END-PERFORM
           CLOSE KATALOGNYFIL
           MOVE SPACES TO MV-KOMMANDO
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(KATALOGNYFIL-NAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(KATALOGFIL-NAVN)
               DELIMITED BY SIZE INTO MV-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MV-KOMMANDO
           EXIT.

      *Stillingen skrives sidst, naar feedet er skrevet og noteret i
      *kataloget.
       SKRIV-STATUS.
           OPEN OUTPUT STATUSFIL
           MOVE FEED-NR TO CFS-FEED-NR
           MOVE HAENDELSE-NR TO CFS-HAENDELSE-NR
           MOVE AUDIT-NAAET TO CFS-AUDIT-LINJER
           MOVE ADRH-NAAET TO CFS-ADRH-LINJER
           MOVE KOERSEL-DATO TO CFS-DATO
           WRITE STATUS-RECORD
           CLOSE STATUSFIL
           EXIT.

      *Delt laas - programmet laeser kun kundemasteren og
      *journalerne, mens de skrivende natkoersler tager eksklusiv
      *laas og dermed holdes ude mens feedet dannes.
       TAG-KOERSELLAAS.
           MOVE "S" TO LAAS-FUNKTION
           MOVE "CRMFEED" TO LAAS-PROGRAM
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           IF LAAS-AFVIST
               DISPLAY "FEJL: kundemasteren er laast af "
                   FUNCTION TRIM(LAAS-HOLDER)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       FRIGIV-KOERSELLAAS.
           MOVE "F" TO LAAS-FUNKTION
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           EXIT.

      *Filplaceringer kan flyttes via miljoeet (samme ACCEPT FROM
      *ENVIRONMENT-idiom som STATEMENT-SPROG): DATASET-PRAEFIKS
      *saettes foran alle programmets faste filnavne, saa en
      *testkoersel kan pege hele kaeden paa et testkatalog uden at
      *roere produktionsdata,
      *og KUNDEFIL-STI kan flytte kundemasteren enkeltvis.
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO AUDITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KundeAuditJournal.txt"
                   DELIMITED BY SIZE INTO AUDITFIL-NAVN
               END-STRING
               MOVE SPACES TO ADRHISTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "AdresseHistorik.txt"
                   DELIMITED BY SIZE INTO ADRHISTFIL-NAVN
               END-STRING
               MOVE SPACES TO KUNDEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Kundeoplysninger.txt"
                   DELIMITED BY SIZE INTO KUNDEFIL-NAVN
               END-STRING
               MOVE SPACES TO STATUSFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "CrmFeedStatus.txt"
                   DELIMITED BY SIZE INTO STATUSFIL-NAVN
               END-STRING
               MOVE SPACES TO KATALOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "CrmFeedKatalog.txt"
                   DELIMITED BY SIZE INTO KATALOGFIL-NAVN
               END-STRING
               MOVE SPACES TO KATALOGNYFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "CrmFeedKatalogNy.tmp"
                   DELIMITED BY SIZE INTO KATALOGNYFIL-NAVN
               END-STRING
               MOVE SPACES TO KVITFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "CrmKvittering.txt"
                   DELIMITED BY SIZE INTO KVITFIL-NAVN
               END-STRING
               MOVE SPACES TO UDFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "CrmFeed.txt"
                   DELIMITED BY SIZE INTO UDFIL-NAVN
               END-STRING
           END-IF
           ACCEPT FILSTI-TEKST FROM ENVIRONMENT "KUNDEFIL-STI"
           IF FILSTI-TEKST NOT = SPACES
               MOVE FILSTI-TEKST TO KUNDEFIL-NAVN
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "CRMFEED" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
