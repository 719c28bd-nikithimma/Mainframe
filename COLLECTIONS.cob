025600*                     RECORD A PROMISE TO PAY.  THE NIGHTLY
025700*                     FEED KEEPS CASE STATE IN STEP WITH THE
025800*                     LOAN AND BREAKS STALE PROMISES.
025820*    2026-10-15  RPK  NEW D OPTION - A SUPERVISOR OR MANAGER
025840*                     DECLARES A DELINQUENT LOAN WITH AN OPEN CASE
025860*                     IN DEFAULT, WHICH THE NIGHTLY FD SET-OFF RUN
025880*                     ACTS ON.
025900*================================================================
026000 ENVIRONMENT DIVISION.
026100 INPUT-OUTPUT SECTION.
032900*----------------------------------------------------------------
033000 2000-WORK-ONE-CHOICE.
033100     DISPLAY "W=WORKLIST  A=ASSIGN  C=RECORD CONTACT  "
033200         "P=RECORD PROMISE  Q=INQUIRE  D=DECLARE DEFAULT  X=EXIT"
033300     DISPLAY "CHOICE: "
033400     ACCEPT WS-MENU-CHOICE
033500     EVALUATE WS-MENU-CHOICE
034800         WHEN 'Q'
034900             PERFORM 7500-INQUIRE-CASE
035000                 THRU 7500-INQUIRE-CASE-EXIT
035020         WHEN 'D'
035040             PERFORM 6500-DECLARE-DEFAULT
035060                 THRU 6500-DECLARE-DEFAULT-EXIT
035100         WHEN 'X'
035200             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
035300         WHEN OTHER
048100 6000-RECORD-PROMISE-EXIT.
048200     EXIT.
048300*----------------------------------------------------------------
048301*  6500-DECLARE-DEFAULT  --  SUPERVISOR OR MANAGER DECLARES A
048302*  DELINQUENT LOAN WITH AN OPEN CASE IN DEFAULT.  THE NIGHTLY
048303*  SET-OFF RUN THEN APPLIES ANY PLEDGED FD TO THE BALANCE.
048304*----------------------------------------------------------------
048305 6500-DECLARE-DEFAULT.
048306     IF WS-OPER-VERIFY-ROLE NOT = 'S'
048307             AND WS-OPER-VERIFY-ROLE NOT = 'M'
048308         DISPLAY "DEFAULT REFUSED - REQUIRES A SUPERVISOR OR "
048309             "MANAGER"
048310         GO TO 6500-DECLARE-DEFAULT-EXIT
048311     END-IF
048312     PERFORM 7000-READ-OPEN-CASE
048313         THRU 7000-READ-OPEN-CASE-EXIT
048314     IF WS-COLLCASE-STATUS NOT = "00"
048315         GO TO 6500-DECLARE-DEFAULT-EXIT
048316     END-IF
048317     CLOSE COLLECTIONS-CASE-FILE
048318     OPEN I-O LOAN-MASTER-FILE
048319     IF WS-LOANMAST-STATUS NOT = "00"
048320         DISPLAY "NO LOAN MASTER"
048321         GO TO 6500-DECLARE-DEFAULT-EXIT
048322     END-IF
048323     MOVE WS-TARGET-LOAN-NUMBER TO LM-LOAN-NUMBER
048324     READ LOAN-MASTER-FILE
048325         KEY IS LM-LOAN-NUMBER
048326         INVALID KEY
048327             DISPLAY "LOAN NOT ON MASTER"
048328             CLOSE LOAN-MASTER-FILE
048329             GO TO 6500-DECLARE-DEFAULT-EXIT
048330     END-READ
048331     IF LM-IN-DEFAULT
048332         DISPLAY "LOAN ALREADY IN DEFAULT SINCE " LM-DEFAULT-DATE
048333         CLOSE LOAN-MASTER-FILE
048334         GO TO 6500-DECLARE-DEFAULT-EXIT
048335     END-IF
048336     IF NOT LM-LOAN-DELINQUENT
048337         DISPLAY "DEFAULT REFUSED - LOAN IS NOT DELINQUENT"
048338         CLOSE LOAN-MASTER-FILE
048339         GO TO 6500-DECLARE-DEFAULT-EXIT
048340     END-IF
048341     SET LM-IN-DEFAULT TO TRUE
048342     MOVE WS-TS-DATE TO LM-DEFAULT-DATE
048343     REWRITE LOAN-MASTER-RECORD
048344     CLOSE LOAN-MASTER-FILE
048345     MOVE "LOAN DEFAULTED" TO WS-ACTION-TAKEN
048346     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
048347         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
048348     DISPLAY "LOAN " WS-TARGET-LOAN-NUMBER " DECLARED IN DEFAULT"
048349     .
048350 6500-DECLARE-DEFAULT-EXIT.
048351     EXIT.
048352*----------------------------------------------------------------
048400*  7000-READ-OPEN-CASE  --  OPEN THE CASE FILE AND READ THE
048500*  TARGET CASE; MUST BE OPEN.  LEAVES THE FILE OPEN I-O.
048600*----------------------------------------------------------------
