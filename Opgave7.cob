

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 END-OF-FILE        PIC X VALUE "N".
       01 INPUT-FILE-STATUS  PIC X(2) VALUE "00".
       01 OUTPUT-FILE-STATUS PIC X(2) VALUE "00".
       01 KUNDER-SKREVET     PIC 9(7) VALUE 0.
       01 HASH-TOTAL         PIC S9(9)V9(2) VALUE 0.
       01 KONTO-IX           PIC 9(3) VALUE 1.
       01 TRAILER-LINJE      PIC X(150).

       PROCEDURE DIVISION.
                                  CLOSE INPUT-FILE OUTPUT-FILE
                                  STOP RUN
                              END-IF
                              MOVE "H" TO KS-FUNKTION
                              MOVE KUNDE-ID TO KS-KUNDE-ID
                              CALL "KONTOSERVICE" USING KS-OMRAADE
                                  KUNDEKONTI
                              PERFORM VARYING KONTO-IX FROM 1 BY 1
                                      UNTIL KONTO-IX > ANTAL-KONTI
                                  ADD BALANCE(KONTO-IX) TO HASH-TOTAL
