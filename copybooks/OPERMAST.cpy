000800*  WITHIN THE OPERATOR'S OWN PER-TRANSACTION LIMIT, AND THE ROLE
000900*  CODE GATES MANAGER-ONLY ACTIONS LIKE CLEARING A BLOCKED
001000*  ACCOUNT.  MAINTAINED BY OPER-MAINT.
001010*  A TRAINEE (ROLE R) IS VERIFIED ONLY IN THE TELLER TRAINING
001020*  REGION (SEE TRNCREC.CPY) AND REFUSED EVERYWHERE ELSE, SO
001030*  NOTHING A TRAINEE KEYS CAN REACH THE PRODUCTION FILES.
001100*  COPY INTO THE FD FOR OPERATOR-MASTER-FILE (SEE OPERMSEL.CPY
001200*  FOR THE MATCHING SELECT CLAUSE).
001300*----------------------------------------------------------------
001540*                     VERIFICATION, AND DISABLES THE OPERATOR
001550*                     AT THREE - THE SAME WAY PINVERIFY LOCKS
001560*                     A PIN AFTER THREE BAD TRIES.
001570*    2026-10-15  RPK  ADDED ROLE R - TELLER TRAINEE.
001600*================================================================
001700 01  OPERATOR-MASTER-RECORD.
001800     05  OP-OPERATOR-ID            PIC X(08).
002300         88  OP-ROLE-SUPERVISOR    VALUE 'S'.
002400         88  OP-ROLE-MANAGER       VALUE 'M'.
002500         88  OP-ROLE-BATCH         VALUE 'B'.
002600         88  OP-ROLE-TRAINEE       VALUE 'R'.
002650         88  OP-ROLE-VALID         VALUE 'T' 'S' 'M' 'B' 'R'.
002700     05  OP-STATUS-CODE            PIC X.
002800         88  OP-STATUS-ACTIVE      VALUE 'A'.
002900         88  OP-STATUS-DISABLED    VALUE 'D'.
