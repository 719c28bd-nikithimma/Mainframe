006800*                     ALREADY IN PRODUCTION USE ON DEPOSITTRAN
006900*                     AND WITHDRAWTRAN; THIS PRIME-MODULUS SCHEME
007000*                     IS FOR NUMBERS ISSUED FROM HERE FORWARD).
007020*    2026-10-15  RPK  DIGIT SUBSCRIPT WIDENED TO TWO DIGITS - AS
007040*                     ONE DIGIT IT COULD NEVER PASS 9, SO THE
007060*                     WEIGHTING LOOP NEVER ENDED AND RAN OFF THE
007080*                     PRIME TABLE.
007100*================================================================
007200 DATA DIVISION.
007300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500 01  WS-MODULUS                    PIC 9(02) VALUE 7.
008600 01  WS-WEIGHTED-SUM               PIC 9(06) VALUE 0.
008700 01  WS-DIGIT-IDX                  PIC 9(02) VALUE 1.
008800 01  WS-DIGIT-VALUE                PIC 9.
008900 01  WS-COMPUTED-CHECK-DIGIT       PIC 9.
009000*================================================================
