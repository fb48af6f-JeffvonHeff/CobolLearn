       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABELKAPACITET.
      *Kapacitetsmaaling af de faste tabeller - kaldes af batch-
      *programmerne efter hver indlaesning af et register (eller en
      *opsamling) i en tabel med fast OCCURS-graense. Et register
      *der er vokset ud af sin tabel blev tidligere kun meldt med en
      *konsoladvarsel, og de overskydende linjer blev stiltiende
      *behandlet som fravaerende - en spaerring der ikke kom med i
      *tabellen lod kontoen udbetale. Nu:
      *  - hver maaling tilfoejes TabelKapacitet.txt med dato, tid,
      *    program, tabel, antal og kapacitet, saa KAPACITETSRAPPORT
      *    kan vise udviklingen og udpege tabeller over graensen
      *    foer de loeber over
      *  - et overloeb meldes som FEJL og returneres i TK-RESULTAT,
      *    saa kalderen slutter med returkode 8
      *Maalefilen foelger DATASET-PRAEFIKS som de oevrige filer, saa
      *en testkoersel har sine egne maalinger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAALEFIL ASSIGN TO MAALEFIL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAALEFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MAALEFIL.
       01 MAALE-RECORD.
           COPY "TABELMAALING.CPY".

       WORKING-STORAGE SECTION.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 MAALEFIL-NAVN          PIC X(80)
           VALUE "TabelKapacitet.txt".
       01 MAALEFIL-STATUS        PIC X(2) VALUE "00".
       01 MAALE-DATO             PIC 9(8) VALUE 0.
       01 MAALE-TID              PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".

       PROCEDURE DIVISION USING TK-OMRAADE.
           PERFORM SAET-FILNAVNE
           PERFORM BYG-MAALING
           PERFORM SKRIV-MAALING
           IF TK-OVERLOB = "J"
               MOVE "N" TO TK-RESULTAT
               DISPLAY "FEJL: tabellen " FUNCTION TRIM(TK-TABEL)
                   " i " FUNCTION TRIM(TK-PROGRAM)
                   " er loebet over (kapacitet " TK-KAPACITET
                   ") - de overskydende poster er ikke med"
           ELSE
               MOVE "J" TO TK-RESULTAT
           END-IF
           GOBACK.

      *Antallet kan ikke overstige kapaciteten (tabellen tager ikke
      *flere), saa et overloeb staar altid som 100 pct.
       BYG-MAALING.
           ACCEPT MAALE-DATO FROM DATE YYYYMMDD
           ACCEPT MAALE-TID FROM TIME
           MOVE MAALE-DATO TO TM-DATO
           MOVE MAALE-TID(1:6) TO TM-TID
           MOVE TK-PROGRAM TO TM-PROGRAM
           MOVE TK-TABEL TO TM-TABEL
           MOVE TK-ANTAL TO TM-ANTAL
           MOVE TK-KAPACITET TO TM-KAPACITET
           IF TK-KAPACITET > 0
               COMPUTE TM-PROCENT = TK-ANTAL * 100 / TK-KAPACITET
           ELSE
               MOVE 0 TO TM-PROCENT
           END-IF
           IF TK-OVERLOB = "J"
               MOVE "OVER" TO TM-STATUS
           ELSE
               MOVE "OK  " TO TM-STATUS
           END-IF
           EXIT.

       SKRIV-MAALING.
           OPEN EXTEND MAALEFIL
           IF MAALEFIL-STATUS NOT = "00"
               CLOSE MAALEFIL
               OPEN OUTPUT MAALEFIL
           END-IF
           WRITE MAALE-RECORD
           CLOSE MAALEFIL
           EXIT.

       SAET-FILNAVNE.
           ACCEPT DATASET-PRAEFIKS
               FROM ENVIRONMENT "DATASET-PRAEFIKS"
           IF DATASET-PRAEFIKS NOT = SPACES
               MOVE SPACES TO MAALEFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "TabelKapacitet.txt"
                   DELIMITED BY SIZE INTO MAALEFIL-NAVN
               END-STRING
           END-IF
           EXIT.
