      *****************************************************************
      * RYKKERREG.CPY - rykkerregister-record (RykkerRegister.txt).
      * En rykkersag pr. linje pr. konto i restance, foert af
      * RYKKERKOERSEL. En konto er i restance naar saldoen staar
      * under nul og der ingen overtraeksgraense er, eller naar den
      * staar under sin graense i OvertraekGraenser.txt - et aftalt
      * overtraek inden for graensen rykkes ikke.
      * RYK-START-DATO er den foerste dag kontoen blev fundet i
      * restance; rykkertrinnene (RykkerTrin.txt) regnes i dage fra
      * den. RYK-TRIN er det senest sendte trin og RYK-GEBYR-SUM de
      * rykkergebyrer sagen har paafoert kontoen. Status "A" er en
      * aaben sag, "I" en sag overdraget til inkasso (kontoen er
      * spaerret for udbetalinger, RYK-SPAERRET "J" hvis det var
      * rykkerkoerslen der satte spaerringen) og "L" en sag lukket
      * fordi kontoen igen er i orden.
      *****************************************************************
           02 RYK-KONTONUMMER       PIC X(20).
           02 RYK-KUNDE-ID          PIC X(10).
           02 RYK-VALUTA            PIC X(3).
           02 RYK-STATUS            PIC X(1).
               88 RYK-AABEN             VALUE "A".
               88 RYK-INKASSO           VALUE "I".
               88 RYK-LUKKET            VALUE "L".
           02 RYK-START-DATO        PIC 9(8).
           02 RYK-TRIN              PIC 9(1).
           02 RYK-TRIN-DATO         PIC 9(8).
           02 RYK-GEBYR-SUM         PIC 9(7)V9(2).
           02 RYK-SALDO             PIC S9(7)V9(2).
           02 RYK-SPAERRET          PIC X(1).
           02 RYK-LUKKET-DATO       PIC 9(8).
