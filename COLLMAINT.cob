001900*                     MANAGER.  EVERY CHANGE LANDS ON THE
002000*                     ACTIVITY AUDIT LOG.  SAME CONSOLE SHAPE
002100*                     AS FUNDS HOLD MAINTENANCE.
002120*    2026-10-15  RPK  A DEPOSIT PLEDGE NOW NAMES ITS FD, PLACES A
002140*                     LIEN ON IT WHEN ADDED AND LIFTS THE LIEN ON
002160*                     RELEASE.  RELEASE IS REFUSED WHILE THE LOAN
002180*                     IS IN DEFAULT.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     COPY COLLSEL.
002700     COPY LOANMSEL.
002750     COPY ACCTMSEL.
002800     COPY ACTAUDSEL.
002900*================================================================
003000 DATA DIVISION.
003300     COPY COLLREC.
003400 FD  LOAN-MASTER-FILE.
003500     COPY LOANMAST.
003530 FD  ACCOUNT-MASTER-FILE.
003560     COPY ACCTMAST.
003600 FD  ACTIVITY-AUDIT-FILE.
003700     COPY ACTAUDREC.
003800*----------------------------------------------------------------
003900 WORKING-STORAGE SECTION.
003930     COPY ACCTSTAT.
003960*----------------------------------------------------------------
004000 01  WS-FILE-STATUSES.
004100     05  WS-COLLFILE-STATUS        PIC XX.
004200     05  WS-LOANMAST-STATUS        PIC XX.
004250     05  WS-ACCTMAST-STATUS        PIC XX.
004300     05  WS-ACTAUDIT-STATUS        PIC XX.
004400*----------------------------------------------------------------
004500 01  WS-WORK-FIELDS.
005700     05  WS-PIECES-LISTED          PIC 9(04) COMP.
005800     05  WS-ACTIVE-VALUE-TOTAL     PIC S9(11)V99.
005900     05  WS-ACTION-TAKEN           PIC X(15).
005920     05  WS-PLEDGE-OK-SWITCH       PIC X.
005940         88  WS-PLEDGE-OK          VALUE 'Y'.
005960     05  WS-LOAN-DEFAULT-SWITCH    PIC X.
005980         88  WS-LOAN-IN-DEFAULT    VALUE 'Y'.
006000 01  WS-ID-SOURCE-NAME             PIC X(08).
006100 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
006200*----------------------------------------------------------------
017200     END-IF
017300     DISPLAY "ENTER DESCRIPTION: "
017400     ACCEPT CL-DESCRIPTION
017500     MOVE ZERO TO CL-DEPOSIT-ACCT-NUMBER
017600     IF CL-TYPE-DEPOSIT
017700         PERFORM 3100-CHECK-PLEDGED-DEPOSIT
017800             THRU 3100-CHECK-PLEDGED-DEPOSIT-EXIT
017900         IF NOT WS-PLEDGE-OK
018000             CLOSE LOAN-COLLATERAL-FILE
018009             GO TO 3000-ADD-COLLATERAL-EXIT
018018         END-IF
018027     ELSE
018036         DISPLAY "ENTER APPRAISED VALUE: "
018045         ACCEPT CL-APPRAISED-VALUE
018054         DISPLAY "ENTER APPRAISAL DATE YYYYMMDD: "
018063         ACCEPT CL-APPRAISAL-DATE
018072         DISPLAY "ENTER LIEN POSITION (1 = FIRST): "
018081         ACCEPT CL-LIEN-POSITION
018090     END-IF
018100     SET CL-COLLATERAL-ACTIVE TO TRUE
018200     WRITE LOAN-COLLATERAL-RECORD
018300         INVALID KEY
018700             GO TO 3000-ADD-COLLATERAL-EXIT
018800     END-WRITE
018900     CLOSE LOAN-COLLATERAL-FILE
018950     MOVE CL-COLLATERAL-ID TO WS-TARGET-COLLATERAL-ID
019000     MOVE "COLL ADDED" TO WS-ACTION-TAKEN
019100     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
019200         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
019300     DISPLAY "COLLATERAL " CL-COLLATERAL-ID " ADDED TO LOAN "
019400         WS-TARGET-LOAN-NUMBER
019420     IF CL-TYPE-DEPOSIT
019440         PERFORM 3200-PLACE-THE-LIEN
019460             THRU 3200-PLACE-THE-LIEN-EXIT
019480     END-IF
019500     .
019600 3000-ADD-COLLATERAL-EXIT.
019601     EXIT.
019602*----------------------------------------------------------------
019603*  3100-CHECK-PLEDGED-DEPOSIT  --  A DEPOSIT PLEDGE MUST NAME AN
019604*  ACTIVE FIXED DEPOSIT NOT ALREADY UNDER LIEN.  ITS VALUE IS
019605*  THE FD BALANCE TODAY, IN FIRST POSITION - THERE IS NO
019606*  APPRAISAL TO KEY.
019607*----------------------------------------------------------------
019608 3100-CHECK-PLEDGED-DEPOSIT.
019609     MOVE 'N' TO WS-PLEDGE-OK-SWITCH
019610     DISPLAY "ENTER PLEDGED FD ACCOUNT NUMBER: "
019611     ACCEPT CL-DEPOSIT-ACCT-NUMBER
019612     OPEN INPUT ACCOUNT-MASTER-FILE
019613     IF WS-ACCTMAST-STATUS NOT = "00"
019614         DISPLAY "COLLMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
019615             "STATUS = " WS-ACCTMAST-STATUS
019616         GO TO 3100-CHECK-PLEDGED-DEPOSIT-EXIT
019617     END-IF
019618     MOVE CL-DEPOSIT-ACCT-NUMBER TO AM-ACCT-NUMBER
019619     READ ACCOUNT-MASTER-FILE
019620         KEY IS AM-ACCT-NUMBER
019621         INVALID KEY
019622             DISPLAY "ACCOUNT NOT ON MASTER - NOTHING ADDED"
019623             CLOSE ACCOUNT-MASTER-FILE
019624             GO TO 3100-CHECK-PLEDGED-DEPOSIT-EXIT
019625     END-READ
019626     CLOSE ACCOUNT-MASTER-FILE
019627     IF AM-TYPE-CODE NOT = 'F'
019628         DISPLAY "NOT A FIXED DEPOSIT - NOTHING ADDED"
019629         GO TO 3100-CHECK-PLEDGED-DEPOSIT-EXIT
019630     END-IF
019631     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
019632     IF NOT STATUS-ACTIVE
019633         DISPLAY "FD IS NOT ACTIVE - NOTHING ADDED"
019634         GO TO 3100-CHECK-PLEDGED-DEPOSIT-EXIT
019635     END-IF
019636     IF AM-FD-LIENED
019637         DISPLAY "FD IS ALREADY UNDER LIEN TO LOAN "
019638             AM-FD-LIEN-LOAN-NUMBER " - NOTHING ADDED"
019639         GO TO 3100-CHECK-PLEDGED-DEPOSIT-EXIT
019640     END-IF
019641     MOVE AM-BALANCE TO CL-APPRAISED-VALUE
019642     MOVE WS-TS-DATE TO CL-APPRAISAL-DATE
019643     MOVE 1          TO CL-LIEN-POSITION
019644     MOVE 'Y' TO WS-PLEDGE-OK-SWITCH
019645     .
019646 3100-CHECK-PLEDGED-DEPOSIT-EXIT.
019647     EXIT.
019648*----------------------------------------------------------------
019649*  3200-PLACE-THE-LIEN  --  MARK THE PLEDGED FD SO FD-PRECLOSE
019650*  AND FD-MATURITY CANNOT RELEASE IT.
019651*----------------------------------------------------------------
019652 3200-PLACE-THE-LIEN.
019653     OPEN I-O ACCOUNT-MASTER-FILE
019654     IF WS-ACCTMAST-STATUS NOT = "00"
019655         DISPLAY "COLLMAINT: CANNOT OPEN ACCOUNT MASTER - LIEN "
019656             "NOT PLACED, STATUS = " WS-ACCTMAST-STATUS
019657         GO TO 3200-PLACE-THE-LIEN-EXIT
019658     END-IF
019659     MOVE CL-DEPOSIT-ACCT-NUMBER TO AM-ACCT-NUMBER
019660     READ ACCOUNT-MASTER-FILE
019661         KEY IS AM-ACCT-NUMBER
019662         INVALID KEY
019663             DISPLAY "COLLMAINT: FD " CL-DEPOSIT-ACCT-NUMBER
019664                 " NOT ON MASTER - LIEN NOT PLACED"
019665             CLOSE ACCOUNT-MASTER-FILE
019666             GO TO 3200-PLACE-THE-LIEN-EXIT
019667     END-READ
019668     SET AM-FD-LIENED TO TRUE
019669     MOVE CL-LOAN-NUMBER TO AM-FD-LIEN-LOAN-NUMBER
019670     REWRITE ACCOUNT-MASTER-RECORD
019671     CLOSE ACCOUNT-MASTER-FILE
019672     MOVE "LIEN PLACED" TO WS-ACTION-TAKEN
019673     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
019674         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
019675     DISPLAY "FD " CL-DEPOSIT-ACCT-NUMBER " NOW LIENED TO LOAN "
019676         CL-LOAN-NUMBER
019677     .
019678 3200-PLACE-THE-LIEN-EXIT.
019700     EXIT.
019800*----------------------------------------------------------------
019900*  4000-NEW-APPRAISAL  --  A FRESH VALUE AND DATE ON AN
024500         CLOSE LOAN-COLLATERAL-FILE
024600         GO TO 5000-RELEASE-COLLATERAL-EXIT
024700     END-IF
024707*    A PLEDGED DEPOSIT ON A DEFAULTED LOAN IS THE SET-OFF RUN'S
024714*    TO APPLY - RELEASING IT HERE WOULD HAND THE FUNDS BACK.
024721     IF CL-TYPE-DEPOSIT
024728         PERFORM 5200-CHECK-LOAN-DEFAULT
024735             THRU 5200-CHECK-LOAN-DEFAULT-EXIT
024742         IF WS-LOAN-IN-DEFAULT
024749             DISPLAY "RELEASE REFUSED - LOAN " CL-LOAN-NUMBER
024756                 " IS IN DEFAULT, THE SET-OFF RUN APPLIES THE FD"
024763             CLOSE LOAN-COLLATERAL-FILE
024770             GO TO 5000-RELEASE-COLLATERAL-EXIT
024777         END-IF
024784     END-IF
024800     SET CL-COLLATERAL-RELEASED TO TRUE
024900     REWRITE LOAN-COLLATERAL-RECORD
025000     CLOSE LOAN-COLLATERAL-FILE
025300     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
025400         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
025500     DISPLAY "COLLATERAL " WS-TARGET-COLLATERAL-ID " RELEASED"
025520     IF CL-TYPE-DEPOSIT
025540         PERFORM 5100-LIFT-THE-LIEN
025560             THRU 5100-LIFT-THE-LIEN-EXIT
025580     END-IF
025600     .
025700 5000-RELEASE-COLLATERAL-EXIT.
025701     EXIT.
025702*----------------------------------------------------------------
025703*  5100-LIFT-THE-LIEN  --  CLEAR THE LIEN ON THE PLEDGED FD, BUT
025704*  ONLY WHERE IT IS STILL HELD FOR THIS LOAN.
025705*----------------------------------------------------------------
025706 5100-LIFT-THE-LIEN.
025707     IF CL-DEPOSIT-ACCT-NUMBER = ZERO
025708         GO TO 5100-LIFT-THE-LIEN-EXIT
025709     END-IF
025710     OPEN I-O ACCOUNT-MASTER-FILE
025711     IF WS-ACCTMAST-STATUS NOT = "00"
025712         DISPLAY "COLLMAINT: CANNOT OPEN ACCOUNT MASTER - LIEN "
025713             "NOT LIFTED, STATUS = " WS-ACCTMAST-STATUS
025714         GO TO 5100-LIFT-THE-LIEN-EXIT
025715     END-IF
025716     MOVE CL-DEPOSIT-ACCT-NUMBER TO AM-ACCT-NUMBER
025717     READ ACCOUNT-MASTER-FILE
025718         KEY IS AM-ACCT-NUMBER
025719         INVALID KEY
025720             DISPLAY "COLLMAINT: FD " CL-DEPOSIT-ACCT-NUMBER
025721                 " NOT ON MASTER - NO LIEN TO LIFT"
025722             CLOSE ACCOUNT-MASTER-FILE
025723             GO TO 5100-LIFT-THE-LIEN-EXIT
025724     END-READ
025725     IF NOT AM-FD-LIENED
025726             OR AM-FD-LIEN-LOAN-NUMBER NOT = CL-LOAN-NUMBER
025727         CLOSE ACCOUNT-MASTER-FILE
025728         GO TO 5100-LIFT-THE-LIEN-EXIT
025729     END-IF
025730     SET AM-FD-NOT-LIENED TO TRUE
025731     MOVE ZERO TO AM-FD-LIEN-LOAN-NUMBER
025732     REWRITE ACCOUNT-MASTER-RECORD
025733     CLOSE ACCOUNT-MASTER-FILE
025734     MOVE "LIEN LIFTED" TO WS-ACTION-TAKEN
025735     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
025736         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
025737     DISPLAY "LIEN LIFTED FROM FD " CL-DEPOSIT-ACCT-NUMBER
025738     .
025739 5100-LIFT-THE-LIEN-EXIT.
025740     EXIT.
025741*----------------------------------------------------------------
025742*  5200-CHECK-LOAN-DEFAULT  --  IS THE SECURED LOAN IN DEFAULT
025743*  AND STILL OWING?  A MISSING LOAN COUNTS AS NOT IN DEFAULT.
025744*----------------------------------------------------------------
025745 5200-CHECK-LOAN-DEFAULT.
025746     MOVE 'N' TO WS-LOAN-DEFAULT-SWITCH
025747     OPEN INPUT LOAN-MASTER-FILE
025748     IF WS-LOANMAST-STATUS NOT = "00"
025749         GO TO 5200-CHECK-LOAN-DEFAULT-EXIT
025750     END-IF
025751     MOVE CL-LOAN-NUMBER TO LM-LOAN-NUMBER
025752     READ LOAN-MASTER-FILE
025753         KEY IS LM-LOAN-NUMBER
025754         INVALID KEY
025755             CLOSE LOAN-MASTER-FILE
025756             GO TO 5200-CHECK-LOAN-DEFAULT-EXIT
025757     END-READ
025758     CLOSE LOAN-MASTER-FILE
025759     IF LM-IN-DEFAULT AND NOT LM-LOAN-CLOSED
025760         MOVE 'Y' TO WS-LOAN-DEFAULT-SWITCH
025761     END-IF
025762     .
025763 5200-CHECK-LOAN-DEFAULT-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------
026000*  6000-LIST-LOAN-COLLATERAL  --  EVERY PIECE ON ONE LOAN, WITH
030000         " APPRAISED " CL-APPRAISAL-DATE
030100         " LIEN " CL-LIEN-POSITION
030200         " STATUS " CL-STATUS-CODE
030220     IF CL-TYPE-DEPOSIT
030240         DISPLAY "     PLEDGED FD " CL-DEPOSIT-ACCT-NUMBER
030260     END-IF
030300     .
030400 6100-LIST-ONE-PIECE-EXIT.
030500     EXIT.
