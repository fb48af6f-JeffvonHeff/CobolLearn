       PROGRAM-ID. KONTOOPSLAG.
      *Omvendt opslag: operatoeren taster et kontonummer og faar den
      *ejende kundes fulde KUNDEOPL-record vist, inklusive hvilken af
      *kundens konti nummeret er. Bruger kontonummer-
      *krydsreferencen KontoIndeks.txt (vedligeholdt af KONTOINDEKS)
      *til at gaa fra kontonummer til KUNDE-ID, og dernaest samme
      *direkte opslag paa masteren som KUNDEOPSLAG.
           02 MEDEJER-KUNDE-ID     PIC X(10).

       WORKING-STORAGE SECTION.
       01 KUNDEKONTI.
           COPY "KONTITABEL.CPY".
       01 KS-OMRAADE.
           COPY "KONTOSERVICE.CPY".
       01 DATASET-PRAEFIKS      PIC X(40) VALUE SPACES.
       01 FILSTI-TEKST          PIC X(80) VALUE SPACES.
       01 INDEKSFIL-NAVN         PIC X(80)
       01 INDEKSFIL-STATUS      PIC X(2) VALUE "00".
       01 KUNDEFIL-STATUS       PIC X(2) VALUE "00".
       01 SOEGE-KONTO           PIC X(20) VALUE SPACES.
       01 KONTO-IX              PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
                       "indekset men ikke i masteren - koer "
                       "KONTOINDEKS igen"
               NOT INVALID KEY
                   PERFORM HENT-KONTI
                   DISPLAY "Kontoen er konto " KONTOIX-KONTO-NR
                       " af " ANTAL-KONTI " hos:"
                   PERFORM VIS-KUNDEOPL
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
