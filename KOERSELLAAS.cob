      *frigivelse faar en tidsstemplet linje i LaasHandelser.txt,
      *saa det kan SES hvilke skridt der faktisk strides om
      *masteren i stedet for at blive diskuteret.
      *Laesning, vurdering og omskrivning af KoerselLaas.txt sker
      *under en kort mutex - kataloget KoerselLaas.lck, som mkdir
      *kun kan oprette for een ad gangen - saa to skridt der startes
      *samtidigt ikke begge kan laese en ledig laas og begge faa den
      *tildelt. Mutexen holdes kun mens filen omskrives; staar den
      *i mere end MUTEX-MAKS-SEK sekunder, er holderen doed midt i
      *en omskrivning, og mutexen brydes (logges som BRUDT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 LOG-HAENDELSE         PIC X(8) VALUE SPACES.
       01 LOG-DATO              PIC 9(8) VALUE 0.
       01 LOG-TID               PIC 9(8) VALUE 0.
       01 MUTEX-NAVN            PIC X(80)
           VALUE "KoerselLaas.lck".
       01 MUTEX-KOMMANDO        PIC X(200).
       01 MUTEX-RC              PIC S9(9) VALUE 0.
       01 MUTEX-VENTET          PIC 9(5) VALUE 0.
       01 MUTEX-MAKS-SEK        PIC 9(5) VALUE 30.
       01 MUTEX-TAGET           PIC X VALUE "N".
           88 MUTEX-ER-TAGET          VALUE "J".

       LINKAGE SECTION.
       01 LAAS-OMRAADE.
           END-IF
           MOVE 0 TO VENTET-SEK
           MOVE "N" TO VENT-LOGGET
           PERFORM BEHANDL-ANMODNING
      *Ventetilstanden: en afvist tag-anmodning proever igen hvert
      *sekund indtil tildeling eller udloebet ventetid.
           PERFORM UNTIL LAAS-TILDELT
               END-IF
               CALL "C$SLEEP" USING ET-SEKUND
               ADD 1 TO VENTET-SEK
               PERFORM BEHANDL-ANMODNING
           END-PERFORM
           EVALUATE TRUE
               WHEN LAAS-FRIGIV
           PERFORM SKRIV-LOGLINJE
           GOBACK.

      *Eet forsoeg: laasfilen laeses, anmodningen vurderes og
      *filen omskrives, alt under mutexen.
       BEHANDL-ANMODNING.
           PERFORM TAG-MUTEX
           PERFORM LAES-LAASFIL
           PERFORM UDFOER-ANMODNING
           PERFORM FRIGIV-MUTEX
           EXIT.

      *mkdir lykkes kun for den foerste - de oevrige venter et
      *sekund og proever igen.
       TAG-MUTEX.
           MOVE 0 TO MUTEX-VENTET
           MOVE "N" TO MUTEX-TAGET
           MOVE SPACES TO MUTEX-KOMMANDO
           STRING "mkdir " DELIMITED BY SIZE
               FUNCTION TRIM(MUTEX-NAVN) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO MUTEX-KOMMANDO
           END-STRING
           PERFORM UNTIL MUTEX-ER-TAGET
               CALL "SYSTEM" USING MUTEX-KOMMANDO
               MOVE RETURN-CODE TO MUTEX-RC
               IF MUTEX-RC = 0
                   MOVE "J" TO MUTEX-TAGET
               ELSE
                   IF MUTEX-VENTET >= MUTEX-MAKS-SEK
                       PERFORM BRYD-MUTEX
                   ELSE
                       CALL "C$SLEEP" USING ET-SEKUND
                       ADD 1 TO MUTEX-VENTET
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           EXIT.

       BRYD-MUTEX.
           MOVE "BRUDT" TO LOG-HAENDELSE
           PERFORM SKRIV-LOGLINJE
           PERFORM FRIGIV-MUTEX
           MOVE 0 TO MUTEX-VENTET
           EXIT.

       FRIGIV-MUTEX.
           MOVE SPACES TO MUTEX-KOMMANDO
           STRING "rmdir " DELIMITED BY SIZE
               FUNCTION TRIM(MUTEX-NAVN) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO MUTEX-KOMMANDO
           END-STRING
           CALL "SYSTEM" USING MUTEX-KOMMANDO
           MOVE 0 TO RETURN-CODE
           EXIT.

       UDFOER-ANMODNING.
           EVALUATE TRUE
               WHEN LAAS-TAG-EKSKLUSIV
           MOVE SPACE TO AKTUEL-TYPE
           MOVE 0 TO AKTUEL-ANTAL
           MOVE SPACES TO AKTUEL-HOLDER
      *En laasfil der ikke findes endnu aabnes med status 05 og
      *skal ogsaa lukkes, foer SKRIV-LAASFIL kan oprette den.
           OPEN INPUT LAASFIL
           IF LAASFIL-STATUS = "00" OR LAASFIL-STATUS = "05"
               READ LAASFIL
                   AT END
                       CONTINUE
                   "LaasHandelser.txt"
                   DELIMITED BY SIZE INTO LOGFIL-NAVN
               END-STRING
               MOVE SPACES TO MUTEX-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KoerselLaas.lck"
                   DELIMITED BY SIZE INTO MUTEX-NAVN
               END-STRING
           END-IF
           EXIT.
