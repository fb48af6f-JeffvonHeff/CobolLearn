      *en genstart), afvisninger pr. program fra AfvisningsLog.txt,
      *NATAFSTEMNING's persisterede dom og laasehaendelserne fra
      *LaasHandelser.txt - en laesning, en beslutning.
      *CLEARINGAFSTEMNING's dom (ClearingAfstemningStatus.txt) vises
      *under afstemningen: "FEJL" (nettoafregningen stemmer ikke)
      *giver ROED, "AFVG"/"MANG" (enkeltposter mangler eller ingen
      *opgoerelse fra centralen) giver GUL. Uden dom for i dag - en
      *dag uden clearing - paavirker den ikke overskriften.
      *RAPPORTDISTRIBUTION's dom (RapportDistributionStatus.txt)
      *faar sin egen sektion: hver forventet rapport der ikke blev
      *dannet i nat vises med modtager og giver GUL.
      *GLDAGSEKSTRAKT's afstemning af kundeindlaanet mod hoved-
      *bogen (GlAfstemningStatus.txt) vises under afstemningen med
      *et brud pr. valuta: "BRUD" giver ROED, "MANG" (intet
      *udgangspunkt eller linjer der ikke kunne henfoeres) og en
      *manglende dom for i nat giver GUL.
      *KAPACITETSRAPPORT's dom over de faste tabeller (Kapacitet-
      *Status.txt) faar sin egen sektion med hver udpeget tabel:
      *"OVER" (en tabel loeb over, og poster blev ladt ude) giver
      *ROED, "HOEJ" (en tabel er over graensen) giver GUL. Uden dom
      *for i nat - rapporten er ikke planlagt - paavirker den ikke
      *overskriften.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AFSTSTATUSFIL ASSIGN TO AFSTSTATUS-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFSTSTATUS-STATUS.
           SELECT OPTIONAL CLRSTATUSFIL ASSIGN TO CLRSTATUS-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLRSTATUS-STATUS.
           SELECT OPTIONAL RDSTATUSFIL ASSIGN TO RDSTATUS-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RDSTATUS-STATUS.
           SELECT OPTIONAL GLSTATUSFIL ASSIGN TO GLSTATUS-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLSTATUS-STATUS.
           SELECT OPTIONAL KPSTATUSFIL ASSIGN TO KPSTATUS-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPSTATUS-STATUS.
           SELECT OPTIONAL LAASLOGFIL ASSIGN TO LAASLOG-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAASLOG-STATUS.
           02 FILLER              PIC X(1).
           02 AFST-DOM            PIC X(4).

       FD CLRSTATUSFIL.
       01 CLRSTATUS-RECORD.
           02 CLRST-DATO          PIC 9(8).
           02 FILLER              PIC X(1).
           02 CLRST-DOM           PIC X(4).

       FD RDSTATUSFIL.
       01 RDSTATUS-RECORD.
           02 RDST-DATO           PIC 9(8).
           02 FILLER              PIC X(1).
           02 RDST-DOM            PIC X(4).
           02 FILLER              PIC X(1).
           02 RDST-RAPPORT        PIC X(40).
           02 FILLER              PIC X(1).
           02 RDST-MODTAGER       PIC X(20).

       FD GLSTATUSFIL.
       01 GLSTATUS-RECORD.
           02 GLST-DATO           PIC 9(8).
           02 FILLER              PIC X(1).
           02 GLST-DOM            PIC X(4).
           02 FILLER              PIC X(1).
           02 GLST-VALUTA         PIC X(3).
           02 FILLER              PIC X(1).
           02 GLST-DIFFERENCE     PIC X(15).

       FD KPSTATUSFIL.
       01 KPSTATUS-RECORD.
           02 KPST-DATO           PIC 9(8).
           02 FILLER              PIC X(1).
           02 KPST-DOM            PIC X(4).
           02 FILLER              PIC X(1).
           02 KPST-PROGRAM        PIC X(20).
           02 FILLER              PIC X(1).
           02 KPST-TABEL          PIC X(20).
           02 FILLER              PIC X(1).
           02 KPST-PROCENT        PIC X(3).

       FD LAASLOGFIL.
       01 LAASLOGLINJE            PIC X(80).

           VALUE "AfvisningsLog.txt".
       01 AFSTSTATUS-NAVN        PIC X(80)
           VALUE "NatafstemningStatus.txt".
       01 CLRSTATUS-NAVN         PIC X(80)
           VALUE "ClearingAfstemningStatus.txt".
       01 RDSTATUS-NAVN          PIC X(80)
           VALUE "RapportDistributionStatus.txt".
       01 GLSTATUS-NAVN          PIC X(80)
           VALUE "GlAfstemningStatus.txt".
       01 KPSTATUS-NAVN          PIC X(80)
           VALUE "KapacitetStatus.txt".
       01 LAASLOG-NAVN           PIC X(80)
           VALUE "LaasHandelser.txt".
       01 STATUSSIDE-NAVN        PIC X(80)
       01 HISTORIKFIL-STATUS     PIC X(2) VALUE "00".
       01 ALOGFIL-STATUS         PIC X(2) VALUE "00".
       01 AFSTSTATUS-STATUS      PIC X(2) VALUE "00".
       01 CLRSTATUS-STATUS       PIC X(2) VALUE "00".
       01 RDSTATUS-STATUS        PIC X(2) VALUE "00".
       01 GLSTATUS-STATUS        PIC X(2) VALUE "00".
       01 KPSTATUS-STATUS        PIC X(2) VALUE "00".
       01 LAASLOG-STATUS         PIC X(2) VALUE "00".
       01 FIL-SLUT               PIC X VALUE "N".
       01 KOERSEL-DATO           PIC 9(8).
       01 LAAS-AFVIST-ANTAL      PIC 9(5) VALUE 0.
       01 LAAS-VENTER-ANTAL      PIC 9(5) VALUE 0.
       01 AFSTEMNING-DOM         PIC X(4) VALUE SPACES.
       01 CLEARING-DOM           PIC X(4) VALUE SPACES.

      *Rapportfordelingen i nat.
       01 FORDELING-DOM          PIC X(4) VALUE SPACES.
       01 MANGEL-ANTAL           PIC 9(3) VALUE 0.
       01 MANGEL-TABEL.
           02 MANGEL-POST OCCURS 50 TIMES.
               03 MANGEL-RAPPORT     PIC X(40).
               03 MANGEL-MODTAGER    PIC X(20).
       01 MANGEL-IX              PIC 9(3).

      *Hovedbogsafstemningen i nat - dom og brud pr. valuta.
       01 HOVEDBOG-DOM           PIC X(4) VALUE SPACES.
       01 BRUD-ANTAL             PIC 9(2) VALUE 0.
       01 BRUD-TABEL.
           02 BRUD-POST OCCURS 20 TIMES.
               03 BRUD-VALUTA        PIC X(3).
               03 BRUD-DIFFERENCE    PIC X(15).
       01 BRUD-IX                PIC 9(2).

      *Tabelkapaciteten i nat - dom og de udpegede tabeller.
       01 KAPACITET-DOM          PIC X(4) VALUE SPACES.
       01 UDPEGET-ANTAL          PIC 9(2) VALUE 0.
       01 UDPEGET-TABEL.
           02 UDPEGET-POST OCCURS 50 TIMES.
               03 UDPEGET-DOM        PIC X(4).
               03 UDPEGET-PROGRAM    PIC X(20).
               03 UDPEGET-NAVN       PIC X(20).
               03 UDPEGET-PROCENT    PIC X(3).
       01 UDPEGET-IX             PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM SAET-FILNAVNE
           ACCEPT KOERSEL-DATO FROM DATE YYYYMMDD
           PERFORM LAES-AFVISNINGER
           PERFORM LAES-AFSTEMNING
           PERFORM LAES-CLEARINGAFSTEMNING
           PERFORM LAES-RAPPORTFORDELING
           PERFORM LAES-HOVEDBOGSAFSTEMNING
           PERFORM LAES-KAPACITET
           PERFORM LAES-LAASLOG
           OPEN OUTPUT STATUSSIDE
           PERFORM SKRIV-HOVED
           PERFORM SKRIV-STEPSEKTION
           PERFORM SKRIV-AFVISNINGSSEKTION
           PERFORM SKRIV-AFSTEMNINGSSEKTION
           PERFORM SKRIV-FORDELINGSSEKTION
           PERFORM SKRIV-KAPACITETSSEKTION
           PERFORM SKRIV-LAASSEKTION
           PERFORM SKRIV-OVERSKRIFT
           CLOSE STATUSSIDE
                       TO STATUSLINJE
           END-EVALUATE
           WRITE STATUSLINJE
           MOVE SPACES TO STATUSLINJE
           EVALUATE CLEARING-DOM
               WHEN "OK  "
                   MOVE "  CLEARINGAFSTEMNING: afregningen stemmer"
                       TO STATUSLINJE
               WHEN "AFVG"
                   MOVE SPACES TO STATUSLINJE
                   STRING "  CLEARINGAFSTEMNING: NETTO STEMMER, MEN "
                       "POSTER MANGLER - SE RAPPORTEN"
                       DELIMITED BY SIZE INTO STATUSLINJE
                   END-STRING
               WHEN "MANG"
                   MOVE SPACES TO STATUSLINJE
                   STRING "  CLEARINGAFSTEMNING: INGEN OPGOERELSE FRA "
                       "CLEARINGCENTRALEN"
                       DELIMITED BY SIZE INTO STATUSLINJE
                   END-STRING
               WHEN "FEJL"
                   MOVE SPACES TO STATUSLINJE
                   STRING "  CLEARINGAFSTEMNING: NETTOAFREGNINGEN "
                       "STEMMER IKKE"
                       DELIMITED BY SIZE INTO STATUSLINJE
                   END-STRING
               WHEN OTHER
                   MOVE "  CLEARINGAFSTEMNING: ingen clearing i dag"
                       TO STATUSLINJE
           END-EVALUATE
           WRITE STATUSLINJE
           MOVE SPACES TO STATUSLINJE
           EVALUATE HOVEDBOG-DOM
               WHEN "OK  "
                   MOVE SPACES TO STATUSLINJE
                   STRING "  HOVEDBOG: kundeindlaanet stemmer i alle "
                       "valutaer"
                       DELIMITED BY SIZE INTO STATUSLINJE
                   END-STRING
               WHEN "BRUD"
                   MOVE SPACES TO STATUSLINJE
                   STRING "  HOVEDBOG: BRUD MELLEM MASTER OG "
                       "HOVEDBOG - SE GlAfstemning.txt"
                       DELIMITED BY SIZE INTO STATUSLINJE
                   END-STRING
               WHEN "MANG"
                   MOVE SPACES TO STATUSLINJE
                   STRING "  HOVEDBOG: AFSTEMNINGEN ER UFULDSTAENDIG - "
                       "SE GlAfstemning.txt"
                       DELIMITED BY SIZE INTO STATUSLINJE
                   END-STRING
               WHEN OTHER
                   MOVE "  HOVEDBOG: INGEN AFSTEMNING FOR I NAT"
                       TO STATUSLINJE
           END-EVALUATE
           WRITE STATUSLINJE
           PERFORM VARYING BRUD-IX FROM 1 BY 1
                   UNTIL BRUD-IX > BRUD-ANTAL
               MOVE SPACES TO STATUSLINJE
               STRING "    BRUD " BRUD-VALUTA(BRUD-IX)
                   " DIFFERENCE " BRUD-DIFFERENCE(BRUD-IX)
                   DELIMITED BY SIZE INTO STATUSLINJE
               END-STRING
               WRITE STATUSLINJE
           END-PERFORM
           EXIT.

       LAES-CLEARINGAFSTEMNING.
           OPEN INPUT CLRSTATUSFIL
           IF CLRSTATUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CLRSTATUSFIL
               AT END
                   CONTINUE
               NOT AT END
                   IF CLRST-DATO = KOERSEL-DATO
                       MOVE CLRST-DOM TO CLEARING-DOM
                   END-IF
           END-READ
           CLOSE CLRSTATUSFIL
           EXIT.

      *Foerste linje er dommen, de naeste en BRUD-linje pr. valuta
      *der ikke stemmer. En dom fra en tidligere nat taeller ikke.
       LAES-HOVEDBOGSAFSTEMNING.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT GLSTATUSFIL
           IF GLSTATUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ GLSTATUSFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF GLST-DATO = KOERSEL-DATO
                           PERFORM OPSAML-HOVEDBOGSLINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLSTATUSFIL
           EXIT.

       OPSAML-HOVEDBOGSLINJE.
           IF HOVEDBOG-DOM = SPACES
               MOVE GLST-DOM TO HOVEDBOG-DOM
               EXIT PARAGRAPH
           END-IF
           IF GLST-VALUTA NOT = SPACES AND BRUD-ANTAL < 20
               ADD 1 TO BRUD-ANTAL
               MOVE GLST-VALUTA TO BRUD-VALUTA(BRUD-ANTAL)
               MOVE GLST-DIFFERENCE TO BRUD-DIFFERENCE(BRUD-ANTAL)
           END-IF
           EXIT.

      *Foerste linje er dommen, de naeste en MANG-linje pr.
      *manglende rapport. En dom fra en tidligere nat taeller ikke.
       LAES-RAPPORTFORDELING.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT RDSTATUSFIL
           IF RDSTATUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ RDSTATUSFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF RDST-DATO = KOERSEL-DATO
                           PERFORM OPSAML-FORDELINGSLINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RDSTATUSFIL
           EXIT.

       OPSAML-FORDELINGSLINJE.
           IF FORDELING-DOM = SPACES
               MOVE RDST-DOM TO FORDELING-DOM
               EXIT PARAGRAPH
           END-IF
           IF RDST-RAPPORT NOT = SPACES AND MANGEL-ANTAL < 50
               ADD 1 TO MANGEL-ANTAL
               MOVE RDST-RAPPORT TO MANGEL-RAPPORT(MANGEL-ANTAL)
               MOVE RDST-MODTAGER TO MANGEL-MODTAGER(MANGEL-ANTAL)
           END-IF
           EXIT.

      *Foerste linje er dommen, de naeste en linje pr. udpeget
      *tabel. En dom fra en tidligere nat taeller ikke.
       LAES-KAPACITET.
           MOVE "N" TO FIL-SLUT
           OPEN INPUT KPSTATUSFIL
           IF KPSTATUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIL-SLUT = "J"
               READ KPSTATUSFIL
                   AT END
                       MOVE "J" TO FIL-SLUT
                   NOT AT END
                       IF KPST-DATO = KOERSEL-DATO
                           PERFORM OPSAML-KAPACITETSLINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KPSTATUSFIL
           EXIT.

       OPSAML-KAPACITETSLINJE.
           IF KAPACITET-DOM = SPACES
               MOVE KPST-DOM TO KAPACITET-DOM
               EXIT PARAGRAPH
           END-IF
           IF KPST-TABEL NOT = SPACES AND UDPEGET-ANTAL < 50
               ADD 1 TO UDPEGET-ANTAL
               MOVE KPST-DOM TO UDPEGET-DOM(UDPEGET-ANTAL)
               MOVE KPST-PROGRAM TO UDPEGET-PROGRAM(UDPEGET-ANTAL)
               MOVE KPST-TABEL TO UDPEGET-NAVN(UDPEGET-ANTAL)
               MOVE KPST-PROCENT TO UDPEGET-PROCENT(UDPEGET-ANTAL)
           END-IF
           EXIT.

       LAES-LAASLOG.
           END-IF
           EXIT.

       SKRIV-FORDELINGSSEKTION.
           MOVE "RAPPORTFORDELING:" TO STATUSLINJE
           WRITE STATUSLINJE
           MOVE SPACES TO STATUSLINJE
           EVALUATE FORDELING-DOM
               WHEN "OK  "
                   MOVE "  alle forventede rapporter er leveret"
                       TO STATUSLINJE
               WHEN "MANG"
                   MOVE "  FORVENTEDE RAPPORTER BLEV IKKE DANNET:"
                       TO STATUSLINJE
               WHEN OTHER
                   MOVE "  (ingen rapportfordeling i nat)"
                       TO STATUSLINJE
           END-EVALUATE
           WRITE STATUSLINJE
           PERFORM VARYING MANGEL-IX FROM 1 BY 1
                   UNTIL MANGEL-IX > MANGEL-ANTAL
               MOVE SPACES TO STATUSLINJE
               STRING "    " MANGEL-RAPPORT(MANGEL-IX)
                   " TIL " MANGEL-MODTAGER(MANGEL-IX)
                   DELIMITED BY SIZE INTO STATUSLINJE
               END-STRING
               WRITE STATUSLINJE
           END-PERFORM
           EXIT.

       SKRIV-KAPACITETSSEKTION.
           MOVE "TABELKAPACITET:" TO STATUSLINJE
           WRITE STATUSLINJE
           MOVE SPACES TO STATUSLINJE
           EVALUATE KAPACITET-DOM
               WHEN "OK  "
                   MOVE "  alle faste tabeller er under graensen"
                       TO STATUSLINJE
               WHEN "HOEJ"
                   MOVE SPACES TO STATUSLINJE
                   STRING "  TABELLER OVER GRAENSEN - SE "
                       "KapacitetsRapport.txt"
                       DELIMITED BY SIZE INTO STATUSLINJE
                   END-STRING
               WHEN "OVER"
                   MOVE SPACES TO STATUSLINJE
                   STRING "  TABELLER ER LOEBET OVER - POSTER ER "
                       "LADT UDE, SE KapacitetsRapport.txt"
                       DELIMITED BY SIZE INTO STATUSLINJE
                   END-STRING
               WHEN OTHER
                   MOVE "  (ingen kapacitetsrapport i nat)"
                       TO STATUSLINJE
           END-EVALUATE
           WRITE STATUSLINJE
           PERFORM VARYING UDPEGET-IX FROM 1 BY 1
                   UNTIL UDPEGET-IX > UDPEGET-ANTAL
               MOVE SPACES TO STATUSLINJE
               STRING "    " UDPEGET-DOM(UDPEGET-IX)
                   " " UDPEGET-PROGRAM(UDPEGET-IX)
                   " " UDPEGET-NAVN(UDPEGET-IX)
                   " " UDPEGET-PROCENT(UDPEGET-IX) " PCT."
                   DELIMITED BY SIZE INTO STATUSLINJE
               END-STRING
               WRITE STATUSLINJE
           END-PERFORM
           EXIT.

       SKRIV-LAASSEKTION.
           MOVE "LAASEHAENDELSER:" TO STATUSLINJE
           WRITE STATUSLINJE
           EXIT.

      *Overskriften sidst, naar alle sektioner har talt med:
      *ROED ved fejlede skridt, manglende/fejlet afstemning eller
      *en clearingafregning der ikke stemmer, brud mellem
      *kundemaster og hovedbog eller en tabel der er loebet over,
      *GUL ved advarsler, afvisninger, clearingposter eller
      *rapporter der mangler, en hovedbogsafstemning der mangler
      *eller er ufuldstaendig eller en tabel over graensen,
      *ellers GROEN.
       SKRIV-OVERSKRIFT.
           IF VAERSTE-RC >= 8
                   OR AFSTEMNING-DOM = "FEJL"
                   OR AFSTEMNING-DOM = SPACES
                   OR CLEARING-DOM = "FEJL"
                   OR HOVEDBOG-DOM = "BRUD"
                   OR KAPACITET-DOM = "OVER"
               MOVE "ROED " TO SAMLET-FARVE
           ELSE
               IF VAERSTE-RC >= 4 OR AFV-TOTAL > 0
                       OR LAAS-AFVIST-ANTAL > 0
                       OR CLEARING-DOM = "AFVG"
                       OR CLEARING-DOM = "MANG"
                       OR FORDELING-DOM = "MANG"
                       OR HOVEDBOG-DOM = "MANG"
                       OR HOVEDBOG-DOM = SPACES
                       OR KAPACITET-DOM = "HOEJ"
                   IF SAMLET-FARVE NOT = "ROED "
                       MOVE "GUL  " TO SAMLET-FARVE
                   END-IF
                   "NatafstemningStatus.txt"
                   DELIMITED BY SIZE INTO AFSTSTATUS-NAVN
               END-STRING
               MOVE SPACES TO CLRSTATUS-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "ClearingAfstemningStatus.txt"
                   DELIMITED BY SIZE INTO CLRSTATUS-NAVN
               END-STRING
               MOVE SPACES TO RDSTATUS-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "RapportDistributionStatus.txt"
                   DELIMITED BY SIZE INTO RDSTATUS-NAVN
               END-STRING
               MOVE SPACES TO GLSTATUS-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "GlAfstemningStatus.txt"
                   DELIMITED BY SIZE INTO GLSTATUS-NAVN
               END-STRING
               MOVE SPACES TO KPSTATUS-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "KapacitetStatus.txt"
                   DELIMITED BY SIZE INTO KPSTATUS-NAVN
               END-STRING
               MOVE SPACES TO LAASLOG-NAVN
               STRING FUNCTION TRIM(DATASET-PRAEFIKS)
                   "LaasHandelser.txt"
