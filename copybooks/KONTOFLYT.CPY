      *****************************************************************
      * KONTOFLYT.CPY - kontoflytningsregistret (KontoFlytning.txt).
      * En linje pr. flytning af en kundes bankforhold til eller fra
      * en anden bank. Flytningen registreres i KONTOFLYTNING og
      * drives frem af natskridtet KONTOFLYTKOERSEL; status viser
      * filialen hvor den er naaet til:
      *   Indgaaende (kunden flytter til os - en linje pr. konto):
      *     R registreret   S anmodning sendt til den anden bank
      *     M ordrer/mandater modtaget, venter paa flyttedatoen
      *     F gennemfoert - staaende ordrer og mandater oprettet
      *   Udgaaende (kunden forlader os - alle kundens konti):
      *     R registreret, venter paa godkendelse (fire oejne)
      *     G godkendt      E ordrer og mandater eksporteret
      *     L lukning i gang - slutrente foert og saldi sendt
      *       gennem CLEARINGUD
      *     F gennemfoert - konti lukket, kunden afgaaet
      *   Begge retninger:
      *     X fejlet (aarsagen i KF-BEMAERKNING)   A annulleret
      *****************************************************************
           02 KF-FLYT-ID.
               03 KF-ID-PRAEFIKS    PIC X(2).
               03 KF-ID-DATO        PIC 9(8).
               03 KF-ID-LOEBENR     PIC 9(4).
           02 KF-RETNING            PIC X(1).
               88 KF-INDGAAENDE         VALUE "I".
               88 KF-UDGAAENDE          VALUE "U".
           02 KF-KUNDE-ID           PIC X(10).
           02 KF-ANDEN-BANK         PIC X(11).
           02 KF-ANDEN-KONTO        PIC X(20).
           02 KF-VORES-KONTO        PIC X(20).
           02 KF-FLYTTE-DATO        PIC 9(8).
           02 KF-STATUS             PIC X(1).
               88 KF-REGISTRERET        VALUE "R".
               88 KF-GODKENDT           VALUE "G".
               88 KF-ANMODNING-SENDT    VALUE "S".
               88 KF-MODTAGET           VALUE "M".
               88 KF-EKSPORTERET        VALUE "E".
               88 KF-LUKNING-I-GANG     VALUE "L".
               88 KF-GENNEMFOERT        VALUE "F".
               88 KF-FEJLET             VALUE "X".
               88 KF-ANNULLERET         VALUE "A".
               88 KF-AFSLUTTET          VALUES "F", "X", "A".
           02 KF-STATUS-DATO        PIC 9(8).
           02 KF-OPRETTET-AF        PIC X(8).
           02 KF-GODKENDT-AF        PIC X(8).
           02 KF-ANTAL-ORDRER       PIC 9(3).
           02 KF-ANTAL-MANDATER     PIC 9(3).
      *KF-SALDO: indgaaende - den slutsaldo den anden bank har
      *anmeldt; udgaaende - de sendte saldi lagt sammen.
           02 KF-SALDO              PIC S9(9)V9(2).
           02 KF-BEMAERKNING        PIC X(30).
