      *****************************************************************
      * FILIALFLYT.CPY - registret over samlede filialflytninger
      * (FilialFlytning.txt). Naar en filial lukker, registreres en
      * flytning af alle dens kunder og raadgivere til en anden
      * filial. Flytningen er et masse-indgreb i kundemasteren, saa
      * den skal godkendes af en ANDEN operatoer end den der
      * registrerede den (fire oejne som KONTOFLYTNING):
      *   R registreret, venter paa godkendelse
      *   F gennemfoert - kunder og raadgivere flyttet, den gamle
      *     filial lukket
      *   A annulleret
      * Vedligeholdes og udfoeres af FILIALREGISTER.
      *****************************************************************
           02 FF-FLYT-ID.
               03 FF-ID-PRAEFIKS    PIC X(2).
               03 FF-ID-DATO        PIC 9(8).
               03 FF-ID-LOEBENR     PIC 9(4).
           02 FF-FRA-FILIAL         PIC X(4).
           02 FF-TIL-FILIAL         PIC X(4).
           02 FF-STATUS             PIC X(1).
               88 FF-REGISTRERET        VALUE "R".
               88 FF-GENNEMFOERT        VALUE "F".
               88 FF-ANNULLERET         VALUE "A".
               88 FF-AFSLUTTET          VALUES "F", "A".
           02 FF-STATUS-DATO        PIC 9(8).
           02 FF-OPRETTET-AF        PIC X(8).
           02 FF-GODKENDT-AF        PIC X(8).
           02 FF-ANTAL-KUNDER       PIC 9(7).
           02 FF-ANTAL-RAADGIVERE   PIC 9(3).
