002330*                     OPER-VERIFY) BEFORE ANY FUNCTION IS
002340*                     OFFERED - FREE-TEXT OPERATOR IDS ARE NO
002350*                     LONGER ACCEPTED HERE.
002360*    2026-10-15  RPK  NEW MENU CHOICE S OPENS A SAR CASE FROM A
002370*                     FLAG THAT WAS NOT CLEARED (VIA
002380*                     SAR-CASE-OPEN), FOR THE SAR CASE WORKSTATION
002390*                     TO WORK.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
008000     05  WS-FLAGGED-ACCOUNT        PIC 9(10).
008100     05  WS-EDIT-AMOUNT            PIC Z(8)9.99-.
008200     05  WS-ACTION-TAKEN           PIC X(15).
008208*----------------------------------------------------------------
008216*  SAR CASE OPENING - SEE 4500-OPEN-SAR-CASE.
008224*----------------------------------------------------------------
008232 01  WS-CASE-OPEN-FIELDS.
008240     05  WS-CO-SOURCE-QUEUE        PIC X VALUE 'F'.
008248     05  WS-CO-SOURCE-REFERENCE    PIC X(20).
008256     05  WS-CO-CUSTOMER-NUMBER     PIC 9(09).
008264     05  WS-CO-ACCT-NUMBER         PIC 9(10).
008272     05  WS-CO-DETECTED-DATE       PIC 9(08).
008280     05  WS-CO-CASE-ID             PIC 9(08).
008288     05  WS-CO-OPEN-FLAG           PIC X.
008300*----------------------------------------------------------------
008400 01  WS-BUSINESS-DATE              PIC 9(08).
008500 01  WS-BUSDATE-FLAG               PIC X.
013900*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
014000*----------------------------------------------------------------
014100 2000-WORK-ONE-CHOICE.
014200     DISPLAY "L=LIST OPEN  D=DISPOSE  A=AGE REPORT  S=SAR CASE  "
014250         "X=EXIT"
014300     DISPLAY "CHOICE: "
014400     ACCEPT WS-MENU-CHOICE
014500     EVALUATE WS-MENU-CHOICE
015200         WHEN 'A'
015300             PERFORM 6000-AGE-REPORT
015400                 THRU 6000-AGE-REPORT-EXIT
015425         WHEN 'S'
015450             PERFORM 4500-OPEN-SAR-CASE
015475                 THRU 4500-OPEN-SAR-CASE-EXIT
015500         WHEN 'X'
015600             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
015700         WHEN OTHER
034000 4000-DISPOSE-ONE-FLAG-EXIT.
034100     EXIT.
034200*----------------------------------------------------------------
034201*  4500-OPEN-SAR-CASE  --  OPEN A SAR CASE FROM A FLAG, OPEN OR
034202*  DISPOSITIONED (A CLEARED FLAG IS NOT SUSPICIOUS).  THE CASE
034203*  IS WORKED FROM THE SAR CASE WORKSTATION; THE AUDIT ROW
034204*  CARRIES 'S' AS ITS AFTER VALUE.
034205*----------------------------------------------------------------
034206 4500-OPEN-SAR-CASE.
034207     DISPLAY "ENTER FLAG ID: "
034208     ACCEPT WS-TARGET-FLAG-ID
034209     OPEN INPUT FRAUD-REVIEW-QUEUE-FILE
034210     IF WS-FRAUDQUE-STATUS NOT = "00"
034211         DISPLAY "NO FRAUD REVIEW QUEUE FILE"
034212         GO TO 4500-OPEN-SAR-CASE-EXIT
034213     END-IF
034214     MOVE WS-TARGET-FLAG-ID TO FQ-FLAG-ID
034215     READ FRAUD-REVIEW-QUEUE-FILE
034216         KEY IS FQ-FLAG-ID
034217         INVALID KEY
034218             DISPLAY "FLAG NOT ON QUEUE"
034219             CLOSE FRAUD-REVIEW-QUEUE-FILE
034220             GO TO 4500-OPEN-SAR-CASE-EXIT
034221     END-READ
034222     CLOSE FRAUD-REVIEW-QUEUE-FILE
034223     IF FQ-DISPO-CLEARED
034224         DISPLAY "FLAG " WS-TARGET-FLAG-ID
034225             " WAS CLEARED - NO SAR CASE OPENED"
034226         GO TO 4500-OPEN-SAR-CASE-EXIT
034227     END-IF
034228     MOVE WS-TARGET-FLAG-ID  TO WS-CO-SOURCE-REFERENCE
034229     MOVE FQ-CUSTOMER-NUMBER TO WS-CO-CUSTOMER-NUMBER
034230     MOVE FQ-ACCT-NUMBER     TO WS-CO-ACCT-NUMBER
034231     MOVE FQ-FLAG-DATE       TO WS-CO-DETECTED-DATE
034232     CALL "SAR-CASE-OPEN" USING WS-CO-SOURCE-QUEUE
034233         WS-CO-SOURCE-REFERENCE WS-CO-CUSTOMER-NUMBER
034234         WS-CO-ACCT-NUMBER WS-CO-DETECTED-DATE
034235         WS-ANALYST-OPERATOR-ID WS-CO-CASE-ID
034236         WS-CO-OPEN-FLAG
034237     EVALUATE WS-CO-OPEN-FLAG
034238         WHEN 'Y'
034239             MOVE 'S' TO WS-DISPOSITION-IN
034240             PERFORM 7000-WRITE-ACTIVITY-AUDIT-RECORD
034241                 THRU 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
034242             DISPLAY "SAR CASE " WS-CO-CASE-ID " OPENED FOR FLAG "
034243                 WS-TARGET-FLAG-ID
034244         WHEN 'D'
034245             DISPLAY "FLAG " WS-TARGET-FLAG-ID
034246                 " ALREADY UNDER SAR CASE " WS-CO-CASE-ID
034247         WHEN OTHER
034248             DISPLAY "SAR CASE NOT OPENED"
034249     END-EVALUATE
034250     .
034251 4500-OPEN-SAR-CASE-EXIT.
034252     EXIT.
034253*----------------------------------------------------------------
034300*  5000-FREEZE-THE-ACCOUNT  --  CONFIRMED FRAUD.  SAME REWRITE
034400*  AND STATUS-AUDIT ROW THE STATUS PROGRAM (ACCSTATUS88)
034500*  WRITES, SO THE TRAIL READS THE SAME EITHER WAY.
