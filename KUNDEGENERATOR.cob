      *FILLER/REDEFINES-idiom som GYLDIGE-VALUTAER), og kontonumre
      *faar et korrekt tjekciffer efter samme regel som Opgave6/
      *Opgave7del2's TJEK-KONTONUMMER, saa testdata altid validerer
      *rent. Kundernes konti skrives til en tilsvarende test-
      *kontomaster (KontoOplysningerTest.txt, KONTOOPL.CPY-layout).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID
               FILE STATUS IS TESTFIL-STATUS.
           SELECT KONTOTESTFIL ASSIGN TO KONTOTESTFIL-NAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KO-KONTONUMMER
               ALTERNATE RECORD KEY IS KO-KUNDE-ID WITH DUPLICATES
               FILE STATUS IS KONTOTESTFIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TESTFIL.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".

       FD KONTOTESTFIL.
       01 KONTO-RECORD.
           COPY "KONTOOPL.CPY".

       FD VALUTAREGFIL.
       01 VALUTAREG-RECORD.
           COPY "VALUTAREG.CPY".

       WORKING-STORAGE SECTION.
       01 TK-OMRAADE.
           COPY "TABELKAPACITET.CPY".
       01 KAPACITET-OVERLOB      PIC X VALUE "N".
           88 KAPACITET-OVERSKREDET  VALUE "J".
       01 KAPACITET-GEMT-RC      PIC S9(4) VALUE 0.
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 VALUTAREGFIL-NAVN      PIC X(80)
           VALUE "ValutaRegister.txt".
       01 TESTFIL-NAVN           PIC X(80)
           VALUE "KundeoplysningerTest.txt".
       01 KONTOTESTFIL-NAVN      PIC X(80)
           VALUE "KontoOplysningerTest.txt".
       01 KONTOTESTFIL-STATUS  PIC X(2) VALUE "00".
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 VALUTAREGFIL-STATUS PIC X(2) VALUE "00".
       01 VALUTAREGFIL-SLUT  PIC X VALUE "N".
       01 VALUTA-ANTAL       PIC 9(2) VALUE 0.
       01 VALUTA-OVERLOB     PIC X VALUE "N".
       01 TESTFIL-STATUS       PIC X(2) VALUE "00".
       01 ANTAL-KUNDER         PIC 9(4) VALUE 0.
       01 KUNDE-IX             PIC 9(4) VALUE 0.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT KONTOTESTFIL
           IF KONTOTESTFIL-STATUS NOT = "00"
               DISPLAY "FEJL: kan ikke oprette test-kontomaster - "
                   "status " KONTOTESTFIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > ANTAL-KUNDER
               PERFORM GENERER-KUNDE
               WRITE KUNDEOPL
               PERFORM SKRIV-TESTKONTO
           END-PERFORM

           CLOSE TESTFIL
           CLOSE KONTOTESTFIL
           DISPLAY "Genereret " ANTAL-KUNDER
               " syntetiske kunder til KundeoplysningerTest.txt"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO UDLOEBSDATO(1)
           MOVE 0 TO AFTALT-SATS(1)
           MOVE "N" TO BINDING(1)
           MOVE SPACES TO PRODUKTKODE(1)
           EXIT.

       SKRIV-TESTKONTO.
           MOVE KUNDE-ID TO KO-KUNDE-ID
           MOVE 1 TO KO-LOEBENR
           MOVE KONTI(1) TO KO-KONTO
           WRITE KONTO-RECORD
               INVALID KEY
                   DISPLAY "FEJL: Kan ikke skrive konto "
                       KO-KONTONUMMER " for " KUNDE-ID
           END-WRITE
           EXIT.

      *Bygger "ACC" + 6-cifret loebenummer + tjekciffer (modulus 10 af
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
                   "KundeoplysningerTest.txt"
                   DELIMITED BY SIZE INTO TESTFIL-NAVN
               END-STRING
               MOVE SPACES TO KONTOTESTFIL-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KontoOplysningerTest.txt"
                   DELIMITED BY SIZE INTO KONTOTESTFIL-NAVN
               END-STRING
           END-IF
           EXIT.

      *Tabellens fyldningsgrad maales via TABELKAPACITET (Tabel-
      *Kapacitet.txt) - et overloeb giver returkode 8 ved slut.
      *CALL'et nulstiller RETURN-CODE, saa den hidtidige bevares.
       MAAL-TABEL.
           MOVE "KUNDEGENERATOR" TO TK-PROGRAM
           MOVE RETURN-CODE TO KAPACITET-GEMT-RC
           CALL "TABELKAPACITET" USING TK-OMRAADE
           MOVE KAPACITET-GEMT-RC TO RETURN-CODE
           IF TK-OVERLOEBET
               MOVE "J" TO KAPACITET-OVERLOB
           END-IF
           EXIT.
