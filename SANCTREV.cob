005000*                     WIRE-INBOUND POSTING DOES - RELEASED
005100*                     CREDITS WERE MISSING FROM THE NET-DEBIT
005200*                     HEADROOM.
005225*    2026-10-15  RPK  NEW MENU CHOICE S OPENS A SAR CASE FROM A
005250*                     WIRE ON THE QUEUE (VIA SAR-CASE-OPEN), FOR
005275*                     THE SAR CASE WORKSTATION TO WORK.
005300*================================================================
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
009800     05  WS-CAP-EXCEEDED-FLAG      PIC X.
009900     05  WS-ACTION-TAKEN           PIC X(15).
010000     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
010008*----------------------------------------------------------------
010016*  SAR CASE OPENING - SEE 5500-OPEN-SAR-CASE.
010024*----------------------------------------------------------------
010032 01  WS-CASE-OPEN-FIELDS.
010040     05  WS-CO-SOURCE-QUEUE        PIC X VALUE 'W'.
010048     05  WS-CO-SOURCE-REFERENCE    PIC X(20).
010056     05  WS-CO-CUSTOMER-NUMBER     PIC 9(09) VALUE 0.
010064     05  WS-CO-ACCT-NUMBER         PIC 9(10).
010072     05  WS-CO-DETECTED-DATE       PIC 9(08).
010080     05  WS-CO-CASE-ID             PIC 9(08).
010088     05  WS-CO-OPEN-FLAG           PIC X.
010100 01  WS-ID-SOURCE-NAME             PIC X(08).
010200 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
010300*----------------------------------------------------------------
014200*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
014300*----------------------------------------------------------------
014400 2000-WORK-ONE-CHOICE.
014500     DISPLAY "L=LIST PENDING  R=RELEASE  J=REJECT  S=SAR CASE  "
014550         "X=EXIT"
014600     DISPLAY "CHOICE: "
014700     ACCEPT WS-MENU-CHOICE
014800     EVALUATE WS-MENU-CHOICE
015500         WHEN 'J'
015600             PERFORM 5000-REJECT-WIRE
015700                 THRU 5000-REJECT-WIRE-EXIT
015725         WHEN 'S'
015750             PERFORM 5500-OPEN-SAR-CASE
015775                 THRU 5500-OPEN-SAR-CASE-EXIT
015800         WHEN 'X'
015900             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
016000         WHEN OTHER
043500 5000-REJECT-WIRE-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043702*  5500-OPEN-SAR-CASE  --  OPEN A SAR CASE FROM A WIRE ON THE
043704*  QUEUE, WHATEVER ITS DISPOSITION.  THE SUBJECT IS THE OWNER
043706*  OF THE WIRE'S ACCOUNT (SAR-CASE-OPEN LOOKS IT UP).  THE CASE
043708*  IS WORKED FROM THE SAR CASE WORKSTATION.
043710*----------------------------------------------------------------
043712 5500-OPEN-SAR-CASE.
043714     DISPLAY "ENTER WIRE ID FOR SAR CASE: "
043716     ACCEPT WS-TARGET-WIRE-ID
043718     OPEN INPUT PENDING-WIRE-FILE
043720     IF WS-PENDWIRE-STATUS NOT = "00"
043722         DISPLAY "NO PENDING-WIRE FILE"
043724         GO TO 5500-OPEN-SAR-CASE-EXIT
043726     END-IF
043728     MOVE WS-TARGET-WIRE-ID TO PW-WIRE-ID
043730     READ PENDING-WIRE-FILE
043732         KEY IS PW-WIRE-ID
043734         INVALID KEY
043736             DISPLAY "WIRE NOT ON PENDING FILE"
043738             CLOSE PENDING-WIRE-FILE
043740             GO TO 5500-OPEN-SAR-CASE-EXIT
043742     END-READ
043744     CLOSE PENDING-WIRE-FILE
043746     MOVE WS-TARGET-WIRE-ID     TO WS-CO-SOURCE-REFERENCE
043748     MOVE PW-SOURCE-ACCT-NUMBER TO WS-CO-ACCT-NUMBER
043750     MOVE PW-VALUE-DATE         TO WS-CO-DETECTED-DATE
043752     CALL "SAR-CASE-OPEN" USING WS-CO-SOURCE-QUEUE
043754         WS-CO-SOURCE-REFERENCE WS-CO-CUSTOMER-NUMBER
043756         WS-CO-ACCT-NUMBER WS-CO-DETECTED-DATE
043758         WS-REVIEW-OPERATOR-ID WS-CO-CASE-ID
043760         WS-CO-OPEN-FLAG
043762     EVALUATE WS-CO-OPEN-FLAG
043764         WHEN 'Y'
043766             MOVE "SAR CASE OPENED" TO WS-ACTION-TAKEN
043768             PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
043770                 THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
043772             DISPLAY "SAR CASE " WS-CO-CASE-ID " OPENED FOR WIRE "
043774                 WS-TARGET-WIRE-ID
043776         WHEN 'D'
043778             DISPLAY "WIRE " WS-TARGET-WIRE-ID
043780                 " ALREADY UNDER SAR CASE " WS-CO-CASE-ID
043782         WHEN OTHER
043784             DISPLAY "SAR CASE NOT OPENED"
043786     END-EVALUATE
043788     .
043790 5500-OPEN-SAR-CASE-EXIT.
043792     EXIT.
043794*----------------------------------------------------------------
043800 5100-WRITE-REVERSAL-RECORD.
043900     OPEN EXTEND TRANSACTION-FILE
044000     IF WS-TRANFILE-STATUS = "35"
