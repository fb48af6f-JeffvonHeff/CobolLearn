      *     TESTDATA-DETERMINISTISK-tilstand, fast antal og fast
      *     froe, saa to koersler giver identiske data)
      *  2. stiller testmasteren op som testkatalogets
      *     Kundeoplysninger.txt og KontoOplysninger.txt
      *  3. koerer Opgave6 -> Opgave7del2-kaeden som BATCHKOERSEL
      *     goer det - alle skridt med samme praefiks
      *  4. gemmer foerste koersels udskrift som foer-baseline i
               DELIMITED BY SIZE INTO KOMMANDO
           END-STRING
           CALL "SYSTEM" USING KOMMANDO
           MOVE SPACES TO KOMMANDO
           STRING "mv RegTest/KontoOplysningerTest.txt "
               "RegTest/KontoOplysninger.txt"
               DELIMITED BY SIZE INTO KOMMANDO
           END-STRING
           CALL "SYSTEM" USING KOMMANDO
           EXIT.

       KOER-KAEDEN.
