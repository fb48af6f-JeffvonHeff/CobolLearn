      *****************************************************************
      * KASSEREG.CPY - kasseregister-record (KasseRegister.txt). En
      * linje pr. kasse-aabning: kassens id, den operatoer (SIGNON-
      * identitet) der aabnede og er ansvarlig for den, dagen den
      * blev aabnet og den optalte byttepengebeholdning. Ved
      * lukningen udfyldes dagens kontante ind- og udbetalinger
      * paa kassen (linjer i Transaktioner.txt maerket med kasse-
      * id'et), den forventede beholdning, den optalte beholdning og
      * differencen (optalt minus forventet - positiv er overskud,
      * negativ er kassemangel). Status "A" er en aaben kasse, "L"
      * en afstemt og lukket kasse. Kasser foeres i DKK.
      *****************************************************************
           02 KASSE-ID              PIC X(8).
           02 KASSE-OPERATOER       PIC X(8).
           02 KASSE-DATO            PIC 9(8).
           02 KASSE-STATUS          PIC X(1).
               88 KASSE-AABEN           VALUE "A".
               88 KASSE-LUKKET          VALUE "L".
           02 KASSE-VALUTA          PIC X(3).
           02 KASSE-BYTTEPENGE      PIC 9(7)V9(2).
           02 KASSE-IND-SUM         PIC 9(9)V9(2).
           02 KASSE-UD-SUM          PIC 9(9)V9(2).
           02 KASSE-FORVENTET       PIC S9(9)V9(2).
           02 KASSE-OPTALT          PIC 9(9)V9(2).
           02 KASSE-DIFFERENCE      PIC S9(9)V9(2).
