001600*                     FREE THEMSELVES WITHOUT ANYONE REMEMBERING
001700*                     TO RELEASE THE HOLD.  ZERO-DATED HOLDS
001800*                     (UNTIL RELEASED) ARE NEVER TOUCHED.
001810*    2026-10-15  RPK  CARD AUTHORIZATION HOLDS (TYPE A) CARRY NO
001820*                     EXPIRY DATE - ATM-SETTLE RELEASES THEM
001830*                     WHEN THE ITEM SETTLES.  ONE THAT NEVER
001840*                     SETTLES IS NOW DROPPED ONCE IT IS OLDER
001850*                     THAN THE CARD-AUTH-DAYS BUSINESS
001860*                     PARAMETER (DEFAULT 5 DAYS FROM THE DATE
001870*                     PLACED), AND COUNTED SEPARATELY.
001880*    2026-10-15  RPK  AN EXPIRED HOLD NOW CARRIES THE DATE IT
001890*                     EXPIRED (HD-RELEASED-DATE).
001900*================================================================
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     COPY HOLDSEL.
002400     COPY ACTAUDSEL.
002433     COPY PARMSEL.
002500*================================================================
002600 DATA DIVISION.
002700 FILE SECTION.
002900     COPY HOLDREC.
003000 FD  ACTIVITY-AUDIT-FILE.
003100     COPY ACTAUDREC.
003133 FD  BUSINESS-PARAMETER-FILE.
003166     COPY PARMREC.
003200*----------------------------------------------------------------
003300 WORKING-STORAGE SECTION.
003400 01  WS-FILE-STATUSES.
003500     05  WS-HOLDFILE-STATUS        PIC XX.
003600     05  WS-ACTAUDIT-STATUS        PIC XX.
003633     05  WS-BUSPARM-STATUS         PIC XX.
003700*----------------------------------------------------------------
003800 01  WS-WORK-FIELDS.
003900     05  WS-HOLD-EOF-SWITCH        PIC X VALUE 'N'.
004100     05  WS-HOLDS-READ             PIC 9(08) COMP VALUE 0.
004200     05  WS-HOLDS-EXPIRED          PIC 9(08) COMP VALUE 0.
004300     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
004316     05  WS-AUTHS-DROPPED          PIC 9(08) COMP VALUE 0.
004332     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
004348         88  NO-MORE-PARAMETERS    VALUE 'Y'.
004364     05  WS-CARD-AUTH-DAYS         PIC 9(03) VALUE 5.
004380     05  WS-HOLD-AGE-DAYS          PIC S9(07).
004400*----------------------------------------------------------------
004500 01  WS-BUSINESS-DATE              PIC 9(08).
004600 01  WS-BUSDATE-FLAG               PIC X.
006700     IF WS-BUSDATE-FLAG = "Y"
006800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
006900     END-IF
006933     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
006966         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
007000     OPEN I-O FUNDS-HOLD-FILE
007100     IF WS-HOLDFILE-STATUS NOT = "00"
007200         DISPLAY "HOLDEXPIRE: NO FUNDS HOLD FILE - NOTHING TO "
008100     END-IF
008200     DISPLAY "HOLDEXPIRE: HOLDS READ    = " WS-HOLDS-READ
008300     DISPLAY "HOLDEXPIRE: HOLDS EXPIRED = " WS-HOLDS-EXPIRED
008333     DISPLAY "HOLDEXPIRE: AUTHS DROPPED = " WS-AUTHS-DROPPED
008400     MOVE WS-HOLDS-READ TO WS-RH-RECORDS-READ
008500     MOVE WS-HOLDS-EXPIRED TO WS-RH-RECORDS-UPDATED
008600     MOVE ZERO TO WS-RH-AMOUNT-POSTED
009000         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
009100         WS-RH-COMPLETION-CODE
009200     STOP RUN.
009202*----------------------------------------------------------------
009204*  1100-LOAD-BUSINESS-PARAMETERS  --  THE AGE IN DAYS AT WHICH
009206*  AN UNSETTLED CARD AUTHORIZATION HOLD IS DROPPED.  THE
009208*  COMPILED-IN DEFAULT STANDS WHEN THE FILE OR THE ENTRY IS
009210*  MISSING.
009212*----------------------------------------------------------------
009214 1100-LOAD-BUSINESS-PARAMETERS.
009216     OPEN INPUT BUSINESS-PARAMETER-FILE
009218     IF WS-BUSPARM-STATUS NOT = "00"
009220         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
009222     END-IF
009224     PERFORM 1110-READ-ONE-PARAMETER
009226         THRU 1110-READ-ONE-PARAMETER-EXIT
009228         UNTIL NO-MORE-PARAMETERS
009230     CLOSE BUSINESS-PARAMETER-FILE
009232     .
009234 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
009236     EXIT.
009238*----------------------------------------------------------------
009240 1110-READ-ONE-PARAMETER.
009242     READ BUSINESS-PARAMETER-FILE
009244         AT END
009246             MOVE 'Y' TO WS-PARM-EOF-SWITCH
009248         NOT AT END
009250             EVALUATE BP-PARM-NAME
009252                 WHEN "CARD-AUTH-DAYS"
009254                     MOVE BP-PARM-VALUE TO WS-CARD-AUTH-DAYS
009256                 WHEN OTHER
009258                     CONTINUE
009260             END-EVALUATE
009262     END-READ
009264     .
009266 1110-READ-ONE-PARAMETER-EXIT.
009268     EXIT.
009300*----------------------------------------------------------------
009400 2000-EXPIRE-ONE-HOLD.
009500     READ FUNDS-HOLD-FILE NEXT RECORD
010100     IF NOT HD-HOLD-ACTIVE
010200         GO TO 2000-EXPIRE-ONE-HOLD-EXIT
010300     END-IF
010305*    A CARD AUTHORIZATION HOLD EXPIRES BY AGE, NOT BY DATE.
010310     IF HD-TYPE-CARD-AUTH AND HD-EXPIRY-DATE = ZERO
010315         COMPUTE WS-HOLD-AGE-DAYS =
010320             FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
010325             - FUNCTION INTEGER-OF-DATE(HD-PLACED-DATE)
010330         IF WS-HOLD-AGE-DAYS > WS-CARD-AUTH-DAYS
010335             SET HD-HOLD-EXPIRED TO TRUE
010340             MOVE WS-TS-DATE TO HD-RELEASED-DATE
010345             REWRITE FUNDS-HOLD-RECORD
010350             ADD 1 TO WS-HOLDS-EXPIRED
010355             ADD 1 TO WS-AUTHS-DROPPED
010360             PERFORM 3000-WRITE-ACTIVITY-AUDIT-RECORD
010365                 THRU 3000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
010370         END-IF
010375         GO TO 2000-EXPIRE-ONE-HOLD-EXIT
010380     END-IF
010400     IF HD-EXPIRY-DATE = ZERO
010500         GO TO 2000-EXPIRE-ONE-HOLD-EXIT
010600     END-IF
010800         GO TO 2000-EXPIRE-ONE-HOLD-EXIT
010900     END-IF
011000     SET HD-HOLD-EXPIRED TO TRUE
011050     MOVE WS-TS-DATE TO HD-RELEASED-DATE
011100     REWRITE FUNDS-HOLD-RECORD
011200     ADD 1 TO WS-HOLDS-EXPIRED
011300     PERFORM 3000-WRITE-ACTIVITY-AUDIT-RECORD
