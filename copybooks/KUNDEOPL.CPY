      * KUNDEOPL.CPY - kundeoplysninger record layout
      * Delt layout for Kundeoplysninger.txt - bruges af alle
      * programmer der laeser/skriver kundemasteren.
      * Kundens konti ligger ikke laengere i recorden men i den
      * indekserede kontomaster KontoOplysninger.txt (KONTOOPL.CPY)
      * og hentes/gemmes til KONTITABEL.CPY-tabellen via
      * KONTOSERVICE.
      *****************************************************************
           02 KUNDE-ID         PIC X(10).
               88 KUNDE-ID-ER-HEADER   VALUE "HEADER    ".
               88 KUNDE-ID-ER-TRAILER  VALUE "TRAILER   ".
      *For private kunder fornavn og efternavn; for erhvervskunder
      *(KUNDETYPE "E") ligger firmanavnet i de samme 40 tegn.
           02 PERSONNAVN.
               03 FORNAVN          PIC X(20).
               03 EFTERNAVN        PIC X(20).
           02 FIRMANAVN REDEFINES PERSONNAVN PIC X(40).
           02 ADDRESSE.
               03 VEJNAVN          PIC X(20).
               03 HUSNR            PIC X(5).
      *indberetningen til skattemyndigheden og for eksakt match i
      *dubletfinder og kundesoegning.
           02 CPR-NUMMER        PIC X(10) VALUE SPACES.
      *Kundetype: "P" (eller blank for records fra foer feltet
      *fandtes) er en privat person med CPR-NUMMER; "E" er en
      *erhvervskunde med CVR-nummer, firmanavn og branchekode.
      *Erhvervskundens reelle ejere (25% eller mere) ligger i
      *ReelleEjere.txt (REELEJER.CPY), vedligeholdt af
      *REELEJERREGISTER.
           02 KUNDETYPE         PIC X(1) VALUE "P".
               88 KUNDE-PRIVAT       VALUES "P", " ".
               88 KUNDE-ERHVERV      VALUE "E".
      *CVR-nummer (8 cifre) for erhvervskunder. Valideres med
      *modulus-11 (vaegtene 2-7-6-5-4-3-2-1) og entydighedskontrol
      *ved indtastning - blank for private kunder.
           02 CVR-NUMMER        PIC X(8) VALUE SPACES.
      *Branchekode (DB07, 6 cifre) for erhvervskunder.
           02 BRANCHEKODE       PIC X(6) VALUE SPACES.
      *Kundens hjemfilial (filialnummer i FilialRegister.txt,
      *FILIAL.CPY) - saettes i KUNDEVEDLIGEHOLD og flyttes samlet af
      *FILIALREGISTER naar en filial lukkes. Blank for kunder uden
      *tildelt filial; FILIALRAPPORT bruger da raadgiverens
      *hjemfilial.
           02 FILIAL-NR         PIC X(4) VALUE SPACES.
