       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPSAET.
      *Tidspunkts-backup af hele datasaettet - ikke kun masteren.
      *KUNDEARKIVER og KUNDERESTORE beskytter kundemasteren, men
      *efter en katastrofe er masteren vaerdiloes uden filerne
      *omkring den: kontomasteren, KontoIndeks, reservationer,
      *spaerringer, fuldmagter, medejere, staaende ordrer,
      *journalerne, renteperioden og registrene.
      *BACKUP-FUNKTION i miljoeet vaelger:
      *  B (standard) tag et saet: under EKSKLUSIV KOERSELLAAS
      *    kopieres hver fil i fillisten post for post (indekserede
      *    filer gennem COBOL-fil-I/O, samme begrundelse som i
      *    KUNDEARKIVER) til Backup/Backup_<dato>_<tid>/, og
      *    BackupManifest.txt (BACKUPMANIFEST.CPY) faar antal
      *    records og kontrolsum pr. fil. Laasen frigives foerst naar
      *    alle filer er kopieret, saa saettet er konsistent. Saettet
      *    sendes derefter til off-site-mappen (BACKUP-OFFSITE,
      *    standard Offsite/) og foeres i BackupKatalog.txt
      *    (BACKUPKAT.CPY).
      *  P restore-proeve: saettet (BACKUP-SAET, ellers det seneste
      *    OK-saet i kataloget) genskabes fra OFF-SITE-kopien i
      *    proevemappen BackupProeve/, hver genskabt fil taelles og
      *    summeres igen mod manifestet, og KRYDSKONTROL og
      *    NATAFSTEMNING (for saettets dato) koeres inde i
      *    proevemappen for at bevise at saettet kan bruges.
      *    Udfaldet logges i BackupProeveLog.txt.
      *Fillisten er indbygget (INDLAES-FILLISTE); ekstra linje-
      *sekventielle filer kan tilfoejes i BackupFiler.txt med en
      *linje pr. fil (filnavn i kolonne 1-40).
      *Returkode 8 ved fejl, 4 ved advarsler (fx KRYDSKONTROL fandt
      *foraeldreloese records i det genskabte saet).
      *Kan fillisten (eller et manifest) ikke rummes i tabellen, er
      *saettet ufuldstaendigt: det foeres som FEJL i kataloget,
      *sendes ikke off-site, og koerslen slutter med returkode 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINJE-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KILDE-STATUS.
           SELECT LINJE-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAAL-STATUS.
           SELECT KUNDE-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID OF KUNDE-KILDE-RECORD
               FILE STATUS IS KILDE-STATUS.
           SELECT KUNDE-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAAL-KUNDE-ID
               FILE STATUS IS MAAL-STATUS.
           SELECT KONTO-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KO-KONTONUMMER OF KONTO-KILDE-RECORD
               ALTERNATE RECORD KEY IS
                   KO-KUNDE-ID OF KONTO-KILDE-RECORD WITH DUPLICATES
               FILE STATUS IS KILDE-STATUS.
           SELECT KONTO-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAAL-KO-KONTONUMMER
               ALTERNATE RECORD KEY IS MAAL-KO-KUNDE-ID
                   WITH DUPLICATES
               FILE STATUS IS MAAL-STATUS.
           SELECT INDEKS-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KILDE-IX-KONTONUMMER
               FILE STATUS IS KILDE-STATUS.
           SELECT INDEKS-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAAL-IX-KONTONUMMER
               FILE STATUS IS MAAL-STATUS.
           SELECT ARKIV-KILDE ASSIGN TO KILDE-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARKIV-KUNDE-ID
               FILE STATUS IS KILDE-STATUS.
           SELECT ARKIV-MAAL ASSIGN TO MAAL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAAL-ARKIV-KUNDE-ID
               FILE STATUS IS MAAL-STATUS.
           SELECT MANIFESTFIL ASSIGN TO MANIFEST-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT OPTIONAL EKSTRAFIL ASSIGN TO EKSTRAFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EKSTRAFIL-STATUS.
           SELECT OPTIONAL KATALOGFIL ASSIGN TO KATALOGFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOGFIL-STATUS.
           SELECT PROEVELOG ASSIGN TO PROEVELOG-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROEVELOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LINJE-KILDE.
       01 KILDE-LINJE             PIC X(12000).

       FD LINJE-MAAL.
       01 MAAL-LINJE              PIC X(12000).

       FD KUNDE-KILDE.
       01 KUNDE-KILDE-RECORD.
       COPY "KUNDEOPL.CPY".

       FD KUNDE-MAAL.
       01 KUNDE-MAAL-RECORD.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY MAAL-KUNDE-ID.

       FD KONTO-KILDE.
       01 KONTO-KILDE-RECORD.
           COPY "KONTOOPL.CPY".

       FD KONTO-MAAL.
       01 KONTO-MAAL-RECORD.
           COPY "KONTOOPL.CPY" REPLACING
               KO-KONTONUMMER BY MAAL-KO-KONTONUMMER
               KO-KUNDE-ID BY MAAL-KO-KUNDE-ID.

       FD INDEKS-KILDE.
       01 INDEKS-KILDE-RECORD.
           02 KILDE-IX-KONTONUMMER PIC X(20).
           02 FILLER               PIC X(12).

       FD INDEKS-MAAL.
       01 INDEKS-MAAL-RECORD.
           02 MAAL-IX-KONTONUMMER  PIC X(20).
           02 FILLER               PIC X(12).

       FD ARKIV-KILDE.
       01 ARKIV-KILDE-RECORD.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY ARKIV-KUNDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY ARKIV-ANTAL-KONTI.

       FD ARKIV-MAAL.
       01 ARKIV-MAAL-RECORD.
       COPY "KUNDEOPL.CPY" REPLACING KUNDE-ID BY MAAL-ARKIV-KUNDE-ID.
       COPY "KONTITABEL.CPY" REPLACING
           ANTAL-KONTI BY MAAL-ARKIV-ANTAL-KONTI.

       FD MANIFESTFIL.
       01 MANIFEST-RECORD.
           COPY "BACKUPMANIFEST.CPY".

       FD EKSTRAFIL.
       01 EKSTRA-RECORD.
           02 EKSTRA-FILNAVN      PIC X(40).

       FD KATALOGFIL.
       01 KATALOG-RECORD.
           COPY "BACKUPKAT.CPY".

      *Restore-proevens log: dato, tid, saet, udfald (OK/ADVR/FEJL)
      *og en kort tekst.
       FD PROEVELOG.
       01 PROEVELOG-RECORD.
           02 PL-DATO             PIC 9(8).
           02 FILLER              PIC X(1).
           02 PL-TID              PIC 9(6).
           02 FILLER              PIC X(1).
           02 PL-SAET             PIC X(30).
           02 FILLER              PIC X(1).
           02 PL-UDFALD           PIC X(4).
           02 FILLER              PIC X(1).
           02 PL-TEKST            PIC X(60).

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 KATALOGFIL-NAVN        PIC X(80)
           VALUE "BackupKatalog.txt".
       01 EKSTRAFIL-NAVN         PIC X(80)
           VALUE "BackupFiler.txt".
       01 PROEVELOG-NAVN         PIC X(80)
           VALUE "BackupProeveLog.txt".
       01 BACKUP-ROD             PIC X(80)
           VALUE "Backup".
       01 PROEVE-MAPPE           PIC X(80)
           VALUE "BackupProeve".
       01 OFFSITE-MAPPE          PIC X(80) VALUE "Offsite".
       01 KILDE-NAVN             PIC X(160).
       01 MAAL-NAVN              PIC X(160).
       01 MANIFEST-NAVN          PIC X(160).
       01 KILDE-STATUS           PIC X(2) VALUE "00".
       01 MAAL-STATUS            PIC X(2) VALUE "00".
       01 MANIFEST-STATUS        PIC X(2) VALUE "00".
       01 EKSTRAFIL-STATUS       PIC X(2) VALUE "00".
       01 KATALOGFIL-STATUS      PIC X(2) VALUE "00".
       01 PROEVELOG-STATUS       PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 KOERSEL-TID-FULD       PIC 9(8).
       01 KOERSEL-TID            PIC 9(6).
       01 FUNKTION-VALG          PIC X(1) VALUE SPACE.
       01 LAAS-OMRAADE.
           COPY "KOERSELLAAS.CPY".

      *Fillisten: navn og type (se BACKUPMANIFEST.CPY) - for et
      *genskabt saet ogsaa manifestets tal.
       01 FIL-ANTAL              PIC 9(3) VALUE 0.
       01 FIL-TABEL.
           02 FIL-POST OCCURS 150 TIMES.
               03 FT-NAVN            PIC X(40).
               03 FT-TYPE            PIC X(1).
               03 FT-FINDES          PIC X(1).
               03 FT-ANTAL           PIC 9(9).
               03 FT-HASH            PIC 9(15).
       01 FIL-IX                 PIC 9(3).
       01 FIL-OVERLOB            PIC X VALUE "N".
           88 FILLISTEN-ER-FULD      VALUE "J".
       01 NY-NAVN                PIC X(40).
       01 NY-TYPE                PIC X(1).

      *En fils behandling: kilde og (evt.) maal, udfald.
       01 BEHANDL-TYPE           PIC X(1).
       01 BEHANDL-FINDES         PIC X(1).
           88 BEHANDL-FIL-FINDES     VALUE "J".
       01 BEHANDL-ANTAL          PIC 9(9).
       01 BEHANDL-HASH           PIC 9(15).
       01 BEHANDL-FEJL           PIC X(1).
           88 BEHANDL-FEJLEDE        VALUE "J".
       01 SKRIV-KOPI             PIC X(1).
           88 DER-SKRIVES-KOPI       VALUE "J".
       01 HASH-OMRAADE           PIC X(12000).
       01 HASH-LAENGDE           PIC 9(5) COMP.
       01 HASH-POS               PIC 9(5) COMP.
       01 HASH-RECORD            PIC 9(18) COMP.

       01 SAET-NAVN              PIC X(30) VALUE SPACES.
       01 SAET-DATO              PIC 9(8) VALUE 0.
       01 SAET-MAPPE             PIC X(120).
       01 KILDE-MAPPE            PIC X(120).
       01 MAAL-MAPPE             PIC X(120).
       01 KOMMANDO               PIC X(400).
       01 KOMMANDO-RC            PIC S9(9) VALUE 0.
       01 SENDT-OFFSITE          PIC X(1) VALUE "N".
       01 ARKIV-I-SAETTET        PIC X(1) VALUE "N".
       01 ANTAL-AFVIG            PIC 9(3) VALUE 0.
       01 ANTAL-MANGLER          PIC 9(3) VALUE 0.
       01 PROEVE-TEKST           PIC X(60) VALUE SPACES.
       01 ENV-TEKST              PIC X(80) VALUE SPACES.
       01 FEJL-FLAG              PIC X VALUE "N".
           88 DER-ER-FEJL            VALUE "J".
       01 ADVARSEL-FLAG          PIC X VALUE "N".
           88 DER-ER-ADVARSEL        VALUE "J".

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           ACCEPT KOERSEL-TID-FULD FROM TIME
           MOVE KOERSEL-TID-FULD(1:6) TO KOERSEL-TID
           ACCEPT FUNKTION-VALG FROM ENVIRONMENT "BACKUP-FUNKTION"
           IF FUNKTION-VALG = "P"
               PERFORM RESTORE-PROEVE
           ELSE
               PERFORM TAG-BACKUPSAET
           END-IF
           IF DER-ER-FEJL OR KAPACITET-OVERSKREDET
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DER-ER-ADVARSEL
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *================================================================
      * Backup: fillisten kopieres under eksklusiv laas til saettets
      * mappe, manifestet skrives, og saettet sendes off-site.
      *================================================================
       TAG-BACKUPSAET.
           PERFORM INDLAES-FILLISTE
           MOVE "FIL-TABEL" TO TK-TABEL
           MOVE FIL-ANTAL TO TK-ANTAL
           MOVE 150 TO TK-KAPACITET
           MOVE FIL-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF FILLISTEN-ER-FULD
               DISPLAY "FEJL: fillisten kan ikke rummes - saettet "
                   "bliver ufuldstaendigt og foeres som FEJL"
               MOVE "J" TO FEJL-FLAG
           END-IF
           MOVE SPACES TO SAET-NAVN
           STRING "Backup_" KOERSEL-DATO "_" KOERSEL-TID
               DELIMITED BY SIZE INTO SAET-NAVN
           END-STRING
           MOVE SPACES TO SAET-MAPPE
           STRING FUNCTION TRIM(BACKUP-ROD) "/"
               FUNCTION TRIM(SAET-NAVN)
               DELIMITED BY SIZE INTO SAET-MAPPE
           END-STRING
           MOVE SPACES TO KOMMANDO
           STRING "mkdir -p " FUNCTION TRIM(SAET-MAPPE)
               DELIMITED BY SIZE INTO KOMMANDO
           END-STRING
           CALL "SYSTEM" USING KOMMANDO
           IF RETURN-CODE NOT = 0
               DISPLAY "FEJL: saettets mappe "
                   FUNCTION TRIM(SAET-MAPPE) " kan ikke oprettes"
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM TAG-KOERSELLAAS
           IF LAAS-AFVIST
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO SKRIV-KOPI
           PERFORM VARYING FIL-IX FROM 1 BY 1
                   UNTIL FIL-IX > FIL-ANTAL
               PERFORM SIKKER-FIL
           END-PERFORM
           PERFORM FRIGIV-KOERSELLAAS

           PERFORM SKRIV-MANIFEST
           IF NOT DER-ER-FEJL
               PERFORM SEND-OFFSITE
           END-IF
           PERFORM FOER-KATALOG
           DISPLAY "BACKUPSAET: saet " FUNCTION TRIM(SAET-NAVN)
               " - " FIL-ANTAL " filer (" ANTAL-MANGLER
               " fandtes ikke), off-site " SENDT-OFFSITE
           EXIT.

      *Masterarkivet ligger som altid uden DATASET-PRAEFIKS (se
      *KUNDEARKIVER); alle andre filer med.
       SIKKER-FIL.
           MOVE SPACES TO KILDE-NAVN MAAL-NAVN
           IF FT-TYPE(FIL-IX) = "A"
               MOVE FT-NAVN(FIL-IX) TO KILDE-NAVN
           ELSE
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   FUNCTION TRIM(FT-NAVN(FIL-IX))
                   DELIMITED BY SIZE INTO KILDE-NAVN
               END-STRING
           END-IF
           STRING FUNCTION TRIM(SAET-MAPPE) "/"
               FUNCTION TRIM(FT-NAVN(FIL-IX))
               DELIMITED BY SIZE INTO MAAL-NAVN
           END-STRING
           MOVE FT-TYPE(FIL-IX) TO BEHANDL-TYPE
           PERFORM BEHANDL-FIL
           MOVE BEHANDL-FINDES TO FT-FINDES(FIL-IX)
           MOVE BEHANDL-ANTAL TO FT-ANTAL(FIL-IX)
           MOVE BEHANDL-HASH TO FT-HASH(FIL-IX)
           IF BEHANDL-FEJLEDE
               DISPLAY "FEJL: " FUNCTION TRIM(FT-NAVN(FIL-IX))
                   " kunne ikke kopieres til saettet"
               MOVE "J" TO FEJL-FLAG
           END-IF
           IF NOT BEHANDL-FIL-FINDES
               ADD 1 TO ANTAL-MANGLER
           END-IF
           EXIT.

       SKRIV-MANIFEST.
           MOVE SPACES TO MANIFEST-NAVN
           STRING FUNCTION TRIM(SAET-MAPPE) "/BackupManifest.txt"
               DELIMITED BY SIZE INTO MANIFEST-NAVN
           END-STRING
           OPEN OUTPUT MANIFESTFIL
           IF MANIFEST-STATUS NOT = "00"
               DISPLAY "FEJL: manifestet kan ikke skrives - status "
                   MANIFEST-STATUS
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FIL-IX FROM 1 BY 1
                   UNTIL FIL-IX > FIL-ANTAL
               MOVE FT-NAVN(FIL-IX) TO BM-FILNAVN
               MOVE FT-TYPE(FIL-IX) TO BM-TYPE
               MOVE FT-FINDES(FIL-IX) TO BM-FINDES
               MOVE FT-ANTAL(FIL-IX) TO BM-ANTAL
               MOVE FT-HASH(FIL-IX) TO BM-HASH
               WRITE MANIFEST-RECORD
           END-PERFORM
           CLOSE MANIFESTFIL
           EXIT.

      *Hele saettets mappe kopieres til off-site-mappen, og
      *manifestet laeses tilbage derfra som kvittering.
       SEND-OFFSITE.
           MOVE SPACES TO KOMMANDO
           STRING "mkdir -p " FUNCTION TRIM(OFFSITE-MAPPE)
               " && cp -r " FUNCTION TRIM(SAET-MAPPE) " "
               FUNCTION TRIM(OFFSITE-MAPPE) "/"
               DELIMITED BY SIZE INTO KOMMANDO
           END-STRING
           CALL "SYSTEM" USING KOMMANDO
           MOVE RETURN-CODE TO KOMMANDO-RC
           MOVE SPACES TO MANIFEST-NAVN
           STRING FUNCTION TRIM(OFFSITE-MAPPE) "/"
               FUNCTION TRIM(SAET-NAVN) "/BackupManifest.txt"
               DELIMITED BY SIZE INTO MANIFEST-NAVN
           END-STRING
           OPEN INPUT MANIFESTFIL
           IF KOMMANDO-RC NOT = 0 OR MANIFEST-STATUS NOT = "00"
               DISPLAY "FEJL: saettet kunne ikke sendes til "
                   FUNCTION TRIM(OFFSITE-MAPPE)
               MOVE "J" TO FEJL-FLAG
           ELSE
               MOVE "J" TO SENDT-OFFSITE
           END-IF
           CLOSE MANIFESTFIL
           EXIT.

       FOER-KATALOG.
           OPEN EXTEND KATALOGFIL
           IF KATALOGFIL-STATUS NOT = "00"
               CLOSE KATALOGFIL
               OPEN OUTPUT KATALOGFIL
           END-IF
           MOVE SAET-NAVN TO BK-SAET
           MOVE KOERSEL-DATO TO BK-DATO
           MOVE KOERSEL-TID TO BK-TID
           MOVE FIL-ANTAL TO BK-ANTAL-FILER
           MOVE SENDT-OFFSITE TO BK-OFFSITE
           IF DER-ER-FEJL
               MOVE "FEJL" TO BK-STATUS
           ELSE
               MOVE "OK" TO BK-STATUS
           END-IF
           WRITE KATALOG-RECORD
           CLOSE KATALOGFIL
           EXIT.

      *Den indbyggede filliste - alt det en genstart efter en
      *katastrofe kraever ud over masteren - plus BackupFiler.txt.
       INDLAES-FILLISTE.
           MOVE "Kundeoplysninger.txt" TO NY-NAVN
           MOVE "M" TO NY-TYPE
           PERFORM TILFOEJ-FIL
           MOVE "KontoOplysninger.txt" TO NY-NAVN
           MOVE "K" TO NY-TYPE
           PERFORM TILFOEJ-FIL
           MOVE "KontoIndeks.txt" TO NY-NAVN
           MOVE "X" TO NY-TYPE
           PERFORM TILFOEJ-FIL
           MOVE SPACES TO NY-NAVN
           STRING "Kundeoplysninger_" KOERSEL-DATO ".txt"
               DELIMITED BY SIZE INTO NY-NAVN
           END-STRING
           MOVE "A" TO NY-TYPE
           PERFORM TILFOEJ-FIL
           MOVE "L" TO NY-TYPE
           MOVE "Reservationer.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontoSpaerringer.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Fuldmagter.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontoMedejere.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "FasteOverfoersler.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RentePeriode.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KundeAuditJournal.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "PosteringsJournal.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontopostCyklus.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RentePostering.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ReverseringsJournal.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Kundehistorik.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KundeoplysningerOut.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Camt053Out.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KundeoplysningerGaar.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Arkivkatalog.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KundeNoter.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "AdresseHistorik.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontaktHistorik.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KycRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ReelleEjere.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "SkatteResidens.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KlageRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "OvertraekGraenser.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "BetalingsHold.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "GodkendelsesKoe.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "VentendeTransaktioner.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "MasseBetalinger.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "MasseBetalingLog.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RykkerRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "LaaneRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "BsMandater.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "NemKonto.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "MarkedsfoeringSamtykke.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "HaendelsesAbonnement.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Camt053Abonnement.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ValutaRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Valutakurser.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontrolTotaler.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "GlSaldoTotaler.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Rentesatser.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RenteAendringer.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ProduktsatserForrige.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ProduktKatalog.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ParameterRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "OperatoerRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "FilialRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RaadgiverRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KasseRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KundeIdNaeste.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Karantaene.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "TvistRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "StatementPeriode.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "ClearingSuspense.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KontoFlytning.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "FremtidigeAendringer.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Sanktionsliste.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RecertRegister.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "Paalogninger.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "KoerselKalender.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RapportKatalog.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           MOVE "RetentionRegler.txt" TO NY-NAVN
           PERFORM TILFOEJ-FIL
           OPEN INPUT EKSTRAFIL
           IF EKSTRAFIL-STATUS NOT = "00"
               CLOSE EKSTRAFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ EKSTRAFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF EKSTRA-FILNAVN NOT = SPACES
                               AND EKSTRA-FILNAVN(1:1) NOT = "*"
                           MOVE EKSTRA-FILNAVN TO NY-NAVN
                           MOVE "L" TO NY-TYPE
                           PERFORM TILFOEJ-FIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EKSTRAFIL
           EXIT.

      *En fil der allerede staar i listen tilfoejes ikke igen.
       TILFOEJ-FIL.
           PERFORM VARYING FIL-IX FROM 1 BY 1
                   UNTIL FIL-IX > FIL-ANTAL
               IF FT-NAVN(FIL-IX) = NY-NAVN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF FIL-ANTAL >= 150
               DISPLAY "FEJL: fillisten er fuld - "
                   FUNCTION TRIM(NY-NAVN) " kommer ikke med"
               MOVE "J" TO FIL-OVERLOB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FIL-ANTAL
           MOVE NY-NAVN TO FT-NAVN(FIL-ANTAL)
           MOVE NY-TYPE TO FT-TYPE(FIL-ANTAL)
           MOVE "N" TO FT-FINDES(FIL-ANTAL)
           MOVE 0 TO FT-ANTAL(FIL-ANTAL) FT-HASH(FIL-ANTAL)
           EXIT.

      *================================================================
      * Restore-proeve: saettet genskabes fra off-site-kopien i
      * proevemappen, hver fil afstemmes mod manifestet, og
      * KRYDSKONTROL og NATAFSTEMNING koeres inde i proevemappen.
      *================================================================
       RESTORE-PROEVE.
           ACCEPT ENV-TEKST FROM ENVIRONMENT "BACKUP-SAET"
           IF ENV-TEKST NOT = SPACES
               MOVE ENV-TEKST TO SAET-NAVN
           END-IF
           PERFORM FIND-SAET-I-KATALOG
           IF SAET-NAVN = SPACES
               DISPLAY "FEJL: intet OK-backupsaet i "
                   FUNCTION TRIM(KATALOGFIL-NAVN)
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           IF SAET-DATO = 0
               MOVE SAET-NAVN(8:8) TO SAET-DATO
           END-IF
           MOVE SPACES TO KILDE-MAPPE
           STRING FUNCTION TRIM(OFFSITE-MAPPE) "/"
               FUNCTION TRIM(SAET-NAVN)
               DELIMITED BY SIZE INTO KILDE-MAPPE
           END-STRING
           PERFORM LAES-MANIFEST
           IF DER-ER-FEJL
               PERFORM LOG-PROEVE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KOMMANDO
           STRING "rm -rf " FUNCTION TRIM(PROEVE-MAPPE)
               " && mkdir -p " FUNCTION TRIM(PROEVE-MAPPE)
               DELIMITED BY SIZE INTO KOMMANDO
           END-STRING
           CALL "SYSTEM" USING KOMMANDO
           IF RETURN-CODE NOT = 0
               MOVE "proevemappen kan ikke oprettes" TO PROEVE-TEKST
               DISPLAY "FEJL: " FUNCTION TRIM(PROEVE-TEKST)
               MOVE "J" TO FEJL-FLAG
               PERFORM LOG-PROEVE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FIL-IX FROM 1 BY 1
                   UNTIL FIL-IX > FIL-ANTAL
               IF FT-FINDES(FIL-IX) = "J"
                   PERFORM GENSKAB-FIL
               END-IF
           END-PERFORM
           IF ANTAL-AFVIG > 0
               MOVE SPACES TO PROEVE-TEKST
               STRING ANTAL-AFVIG " fil(er) stemmer ikke med "
                   "manifestet" DELIMITED BY SIZE INTO PROEVE-TEKST
               END-STRING
               MOVE "J" TO FEJL-FLAG
               PERFORM LOG-PROEVE
               EXIT PARAGRAPH
           END-IF
           PERFORM KOER-KONTROLLER
           IF PROEVE-TEKST = SPACES
               MOVE "saettet genskabt, afstemt og kontrolleret"
                   TO PROEVE-TEKST
           END-IF
           PERFORM LOG-PROEVE
           DISPLAY "BACKUPSAET: restore-proeve af "
               FUNCTION TRIM(SAET-NAVN) " - "
               FUNCTION TRIM(PROEVE-TEKST)
           EXIT.

      *Angivet saet slaas op (for datoen); ellers tages det seneste
      *OK-saet der blev sendt off-site.
       FIND-SAET-I-KATALOG.
           OPEN INPUT KATALOGFIL
           IF KATALOGFIL-STATUS NOT = "00"
               CLOSE KATALOGFIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KATALOGFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF ENV-TEKST NOT = SPACES
                           IF BK-SAET = SAET-NAVN
                               MOVE BK-DATO TO SAET-DATO
                           END-IF
                       ELSE
                           IF BK-STATUS = "OK" AND BK-OFFSITE = "J"
                               MOVE BK-SAET TO SAET-NAVN
                               MOVE BK-DATO TO SAET-DATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KATALOGFIL
           EXIT.

       LAES-MANIFEST.
           MOVE SPACES TO MANIFEST-NAVN
           STRING FUNCTION TRIM(KILDE-MAPPE) "/BackupManifest.txt"
               DELIMITED BY SIZE INTO MANIFEST-NAVN
           END-STRING
           OPEN INPUT MANIFESTFIL
           IF MANIFEST-STATUS NOT = "00"
               MOVE "intet manifest i off-site-kopien"
                   TO PROEVE-TEKST
               DISPLAY "FEJL: " FUNCTION TRIM(MANIFEST-NAVN)
                   " kan ikke laeses - status " MANIFEST-STATUS
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ MANIFESTFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF FIL-ANTAL < 150
                           ADD 1 TO FIL-ANTAL
                           MOVE BM-FILNAVN TO FT-NAVN(FIL-ANTAL)
                           MOVE BM-TYPE TO FT-TYPE(FIL-ANTAL)
                           MOVE BM-FINDES TO FT-FINDES(FIL-ANTAL)
                           MOVE BM-ANTAL TO FT-ANTAL(FIL-ANTAL)
                           MOVE BM-HASH TO FT-HASH(FIL-ANTAL)
                           IF BM-TYPE = "A" AND BM-FINDES = "J"
                               MOVE "J" TO ARKIV-I-SAETTET
                           END-IF
                       ELSE
                           MOVE "J" TO FIL-OVERLOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFESTFIL
           MOVE "FIL-TABEL" TO TK-TABEL
           MOVE FIL-ANTAL TO TK-ANTAL
           MOVE 150 TO TK-KAPACITET
           MOVE FIL-OVERLOB TO TK-OVERLOB
           PERFORM MAAL-TABEL
           IF FILLISTEN-ER-FULD
               MOVE "manifestet kan ikke rummes i fillisten"
                   TO PROEVE-TEKST
               DISPLAY "FEJL: " FUNCTION TRIM(PROEVE-TEKST)
               MOVE "J" TO FEJL-FLAG
           END-IF
           EXIT.

      *Filen kopieres fra off-site-kopien til proevemappen og
      *laeses saa igen DER - det er den genskabte fil der skal
      *stemme med manifestet.
       GENSKAB-FIL.
           MOVE SPACES TO KILDE-NAVN MAAL-NAVN
           STRING FUNCTION TRIM(KILDE-MAPPE) "/"
               FUNCTION TRIM(FT-NAVN(FIL-IX))
               DELIMITED BY SIZE INTO KILDE-NAVN
           END-STRING
           STRING FUNCTION TRIM(PROEVE-MAPPE) "/"
               FUNCTION TRIM(FT-NAVN(FIL-IX))
               DELIMITED BY SIZE INTO MAAL-NAVN
           END-STRING
           MOVE FT-TYPE(FIL-IX) TO BEHANDL-TYPE
           MOVE "J" TO SKRIV-KOPI
           PERFORM BEHANDL-FIL
           IF BEHANDL-FEJLEDE OR NOT BEHANDL-FIL-FINDES
               DISPLAY "FEJL: " FUNCTION TRIM(FT-NAVN(FIL-IX))
                   " kunne ikke genskabes"
               ADD 1 TO ANTAL-AFVIG
               EXIT PARAGRAPH
           END-IF
           MOVE MAAL-NAVN TO KILDE-NAVN
           MOVE SPACES TO MAAL-NAVN
           MOVE "N" TO SKRIV-KOPI
           PERFORM BEHANDL-FIL
           IF BEHANDL-ANTAL NOT = FT-ANTAL(FIL-IX)
                   OR BEHANDL-HASH NOT = FT-HASH(FIL-IX)
               DISPLAY "FEJL: " FUNCTION TRIM(FT-NAVN(FIL-IX))
                   " ANTAL=" BEHANDL-ANTAL " HASH=" BEHANDL-HASH
                   " - manifestet siger ANTAL=" FT-ANTAL(FIL-IX)
                   " HASH=" FT-HASH(FIL-IX)
               ADD 1 TO ANTAL-AFVIG
           END-IF
           EXIT.

      *KRYDSKONTROL og NATAFSTEMNING koeres med proevemappen som
      *arbejdskatalog og uden DATASET-PRAEFIKS, saa ogsaa det
      *praefiksloese masterarkiv laeses derfra. KRYDS-KARANTAENE
      *fjernes, saa kontrollen kun rapporterer.
       KOER-KONTROLLER.
           MOVE SPACES TO KOMMANDO
           STRING "P=`pwd`; cd " FUNCTION TRIM(PROEVE-MAPPE)
               " && env -u DATASET-PRAEFIKS -u KRYDS-KARANTAENE"
               " $P/KRYDSKONTROL"
               DELIMITED BY SIZE INTO KOMMANDO
           END-STRING
           CALL "SYSTEM" USING KOMMANDO
           PERFORM HENT-KOMMANDO-RC
           IF KOMMANDO-RC >= 8 OR KOMMANDO-RC < 0
               MOVE "KRYDSKONTROL fejlede paa det genskabte saet"
                   TO PROEVE-TEKST
               DISPLAY "FEJL: " FUNCTION TRIM(PROEVE-TEKST)
               MOVE "J" TO FEJL-FLAG
               EXIT PARAGRAPH
           END-IF
           IF KOMMANDO-RC > 0
               MOVE "KRYDSKONTROL fandt foraeldreloese records"
                   TO PROEVE-TEKST
               DISPLAY "ADVARSEL: " FUNCTION TRIM(PROEVE-TEKST)
               MOVE "J" TO ADVARSEL-FLAG
           END-IF
           IF ARKIV-I-SAETTET NOT = "J"
               MOVE SPACES TO PROEVE-TEKST
               STRING "intet masterarkiv i saettet - NATAFSTEMNING "
                   "ikke koert"
                   DELIMITED BY SIZE INTO PROEVE-TEKST
               END-STRING
               DISPLAY "ADVARSEL: " FUNCTION TRIM(PROEVE-TEKST)
               MOVE "J" TO ADVARSEL-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KOMMANDO
           STRING "P=`pwd`; cd " FUNCTION TRIM(PROEVE-MAPPE)
               " && env -u DATASET-PRAEFIKS NATAFSTEMNING-DATO="
               SAET-DATO " $P/NATAFSTEMNING"
               DELIMITED BY SIZE INTO KOMMANDO
           END-STRING
           CALL "SYSTEM" USING KOMMANDO
           PERFORM HENT-KOMMANDO-RC
           IF KOMMANDO-RC NOT = 0
               MOVE SPACES TO PROEVE-TEKST
               STRING "NATAFSTEMNING stemmer ikke paa det genskabte "
                   "saet"
                   DELIMITED BY SIZE INTO PROEVE-TEKST
               END-STRING
               DISPLAY "FEJL: " FUNCTION TRIM(PROEVE-TEKST)
               MOVE "J" TO FEJL-FLAG
           END-IF
           EXIT.

      *Shellens ventestatus har programmets returkode i den hoeje
      *byte.
       HENT-KOMMANDO-RC.
           MOVE RETURN-CODE TO KOMMANDO-RC
           IF KOMMANDO-RC > 255
               DIVIDE 256 INTO KOMMANDO-RC
           END-IF
           EXIT.

       LOG-PROEVE.
           OPEN EXTEND PROEVELOG
           IF PROEVELOG-STATUS NOT = "00"
               CLOSE PROEVELOG
               OPEN OUTPUT PROEVELOG
           END-IF
           MOVE SPACES TO PROEVELOG-RECORD
           MOVE KOERSEL-DATO TO PL-DATO
           MOVE KOERSEL-TID TO PL-TID
           MOVE SAET-NAVN TO PL-SAET
           EVALUATE TRUE
               WHEN DER-ER-FEJL
                   MOVE "FEJL" TO PL-UDFALD
               WHEN DER-ER-ADVARSEL
                   MOVE "ADVR" TO PL-UDFALD
               WHEN OTHER
                   MOVE "OK" TO PL-UDFALD
           END-EVALUATE
           MOVE PROEVE-TEKST TO PL-TEKST
           WRITE PROEVELOG-RECORD
           CLOSE PROEVELOG
           EXIT.

      *================================================================
      * Filbehandlingen: KILDE-NAVN laeses post for post efter
      * BEHANDL-TYPE, taelles og summeres; med SKRIV-KOPI = J
      * skrives hver post ogsaa til MAAL-NAVN. En kilde der ikke
      * findes giver BEHANDL-FINDES = N og ingen maalfil.
      *================================================================
       BEHANDL-FIL.
           MOVE "N" TO BEHANDL-FINDES BEHANDL-FEJL
           MOVE 0 TO BEHANDL-ANTAL BEHANDL-HASH
           EVALUATE BEHANDL-TYPE
               WHEN "M"
                   PERFORM BEHANDL-KUNDEFIL
               WHEN "K"
                   PERFORM BEHANDL-KONTOFIL
               WHEN "X"
                   PERFORM BEHANDL-INDEKSFIL
               WHEN "A"
                   PERFORM BEHANDL-ARKIVFIL
               WHEN OTHER
                   PERFORM BEHANDL-LINJEFIL
           END-EVALUATE
           EXIT.

       BEHANDL-LINJEFIL.
           OPEN INPUT LINJE-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           IF DER-SKRIVES-KOPI
               OPEN OUTPUT LINJE-MAAL
               IF MAAL-STATUS NOT = "00"
                   MOVE "J" TO BEHANDL-FEJL
                   CLOSE LINJE-KILDE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ LINJE-KILDE
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       MOVE KILDE-LINJE TO HASH-OMRAADE
                       PERFORM SUMMER-RECORD
                       IF DER-SKRIVES-KOPI
                           MOVE KILDE-LINJE TO MAAL-LINJE
                           WRITE MAAL-LINJE
                           IF MAAL-STATUS NOT = "00"
                               MOVE "J" TO BEHANDL-FEJL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINJE-KILDE
           IF DER-SKRIVES-KOPI
               CLOSE LINJE-MAAL
           END-IF
           EXIT.

       BEHANDL-KUNDEFIL.
           OPEN INPUT KUNDE-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           IF DER-SKRIVES-KOPI
               OPEN OUTPUT KUNDE-MAAL
               IF MAAL-STATUS NOT = "00"
                   MOVE "J" TO BEHANDL-FEJL
                   CLOSE KUNDE-KILDE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KUNDE-KILDE NEXT RECORD
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       MOVE KUNDE-KILDE-RECORD TO HASH-OMRAADE
                       PERFORM SUMMER-RECORD
                       IF DER-SKRIVES-KOPI
                           MOVE KUNDE-KILDE-RECORD
                               TO KUNDE-MAAL-RECORD
                           WRITE KUNDE-MAAL-RECORD
                               INVALID KEY
                                   MOVE "J" TO BEHANDL-FEJL
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDE-KILDE
           IF DER-SKRIVES-KOPI
               CLOSE KUNDE-MAAL
           END-IF
           EXIT.

       BEHANDL-KONTOFIL.
           OPEN INPUT KONTO-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           IF DER-SKRIVES-KOPI
               OPEN OUTPUT KONTO-MAAL
               IF MAAL-STATUS NOT = "00"
                   MOVE "J" TO BEHANDL-FEJL
                   CLOSE KONTO-KILDE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ KONTO-KILDE NEXT RECORD
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       MOVE KONTO-KILDE-RECORD TO HASH-OMRAADE
                       PERFORM SUMMER-RECORD
                       IF DER-SKRIVES-KOPI
                           MOVE KONTO-KILDE-RECORD
                               TO KONTO-MAAL-RECORD
                           WRITE KONTO-MAAL-RECORD
                               INVALID KEY
                                   MOVE "J" TO BEHANDL-FEJL
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-KILDE
           IF DER-SKRIVES-KOPI
               CLOSE KONTO-MAAL
           END-IF
           EXIT.

       BEHANDL-INDEKSFIL.
           OPEN INPUT INDEKS-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           IF DER-SKRIVES-KOPI
               OPEN OUTPUT INDEKS-MAAL
               IF MAAL-STATUS NOT = "00"
                   MOVE "J" TO BEHANDL-FEJL
                   CLOSE INDEKS-KILDE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ INDEKS-KILDE NEXT RECORD
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       MOVE INDEKS-KILDE-RECORD TO HASH-OMRAADE
                       PERFORM SUMMER-RECORD
                       IF DER-SKRIVES-KOPI
                           MOVE INDEKS-KILDE-RECORD
                               TO INDEKS-MAAL-RECORD
                           WRITE INDEKS-MAAL-RECORD
                               INVALID KEY
                                   MOVE "J" TO BEHANDL-FEJL
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEKS-KILDE
           IF DER-SKRIVES-KOPI
               CLOSE INDEKS-MAAL
           END-IF
           EXIT.

       BEHANDL-ARKIVFIL.
           OPEN INPUT ARKIV-KILDE
           IF KILDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO BEHANDL-FINDES
           IF DER-SKRIVES-KOPI
               OPEN OUTPUT ARKIV-MAAL
               IF MAAL-STATUS NOT = "00"
                   MOVE "J" TO BEHANDL-FEJL
                   CLOSE ARKIV-KILDE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO FIL-SLUT
           PERFORM UNTIL FIL-SLUT = "J"
               READ ARKIV-KILDE NEXT RECORD
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       MOVE ARKIV-KILDE-RECORD TO HASH-OMRAADE
                       PERFORM SUMMER-RECORD
                       IF DER-SKRIVES-KOPI
                           MOVE ARKIV-ANTAL-KONTI
                               TO MAAL-ARKIV-ANTAL-KONTI
                           MOVE ARKIV-KILDE-RECORD
                               TO ARKIV-MAAL-RECORD
                           WRITE ARKIV-MAAL-RECORD
                               INVALID KEY
                                   MOVE "J" TO BEHANDL-FEJL
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARKIV-KILDE
           IF DER-SKRIVES-KOPI
               CLOSE ARKIV-MAAL
           END-IF
           EXIT.

      *Kontrolsummen for en record: tegnets ordinalvaerdi gange
      *dets position, til og med sidste ikke-blanke tegn.
       SUMMER-RECORD.
           ADD 1 TO BEHANDL-ANTAL
           MOVE 0 TO HASH-RECORD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HASH-OMRAADE TRAILING))
               TO HASH-LAENGDE
           IF HASH-OMRAADE = SPACES
               MOVE 0 TO HASH-LAENGDE
           END-IF
           PERFORM VARYING HASH-POS FROM 1 BY 1
                   UNTIL HASH-POS > HASH-LAENGDE
               COMPUTE HASH-RECORD = HASH-RECORD
                   + FUNCTION ORD(HASH-OMRAADE(HASH-POS:1)) * HASH-POS
           END-PERFORM
           COMPUTE BEHANDL-HASH = FUNCTION MOD(BEHANDL-HASH
               + HASH-RECORD, 1000000000000000)
           EXIT.

      *Systemlaas paa kundemasteren via KOERSELLAAS - eksklusiv,
      *saa intet skridt eller online-program aendrer filerne mens
      *saettet tages.
       TAG-KOERSELLAAS.
           MOVE "X" TO LAAS-FUNKTION
           MOVE "BACKUPSAET" TO LAAS-PROGRAM
           CALL "KOERSELLAAS" USING LAAS-OMRAADE
           IF LAAS-AFVIST
               DISPLAY "FEJL: kundemasteren er laast af "
                   FUNCTION TRIM(LAAS-HOLDER)
                   " - intet saet taget"
               MOVE "J" TO FEJL-FLAG
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
      *roere produktionsdata. BACKUP-OFFSITE peger paa off-site-
      *mappen (typisk et monteret fjernkatalog).
       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO KATALOGFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BackupKatalog.txt"
                   DELIMITED BY SIZE INTO KATALOGFIL-NAVN
               END-STRING
               MOVE SPACES TO EKSTRAFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BackupFiler.txt"
                   DELIMITED BY SIZE INTO EKSTRAFIL-NAVN
               END-STRING
               MOVE SPACES TO PROEVELOG-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BackupProeveLog.txt"
                   DELIMITED BY SIZE INTO PROEVELOG-NAVN
               END-STRING
               MOVE SPACES TO BACKUP-ROD
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Backup"
                   DELIMITED BY SIZE INTO BACKUP-ROD
               END-STRING
               MOVE SPACES TO PROEVE-MAPPE
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "BackupProeve"
                   DELIMITED BY SIZE INTO PROEVE-MAPPE
               END-STRING
               MOVE SPACES TO OFFSITE-MAPPE
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "Offsite"
                   DELIMITED BY SIZE INTO OFFSITE-MAPPE
               END-STRING
           END-IF
           ACCEPT ENV-TEKST FROM ENVIRONMENT "BACKUP-OFFSITE"
           IF ENV-TEKST NOT = SPACES
               MOVE ENV-TEKST TO OFFSITE-MAPPE
           END-IF
           MOVE SPACES TO ENV-TEKST
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "BACKUPSAET" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
