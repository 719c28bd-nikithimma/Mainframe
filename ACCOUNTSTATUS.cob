003100*                     THE MANAGER ROLE - THE BRANCH MANAGER
003200*                     OVERRIDE THE PIN LOCKOUT ALWAYS
003300*                     PROMISED IS NOW ACTUALLY ENFORCED.
003310*    2026-10-15  RPK  A DORMANT ACCOUNT CAN NO LONGER BE MADE
003320*                     ACTIVE HERE.  REACTIVATION NOW GOES
003330*                     THROUGH THE TELLER MENU'S REACTIVATION
003340*                     TRANSACTION (ACCT-REACTIVATE) - CUSTOMER
003350*                     PRESENT, IDENTITY DOCUMENT RECORDED, KYC
003360*                     BROUGHT UP TO DATE AND A SUPERVISOR'S
003370*                     APPROVAL - THEN A FRAUD WATCH.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
014300         GO TO 2000-PROCESS-STATUS-CHANGE-EXIT
014400     END-IF
014500
014512     IF AM-STATUS-CODE = 'D'
014524        AND WS-NEW-STATUS-CODE = 'A'
014536         DISPLAY "STATUS CHANGE REJECTED - A DORMANT ACCOUNT "
014548             "IS REACTIVATED THROUGH THE TELLER MENU"
014560         GO TO 2000-PROCESS-STATUS-CHANGE-EXIT
014572     END-IF
014584
014600     MOVE WS-NEW-STATUS-CODE TO ACCT-STATUS-CODE
014700     IF NOT STATUS-VALID
014800         DISPLAY "INVALID NEW STATUS CODE"
