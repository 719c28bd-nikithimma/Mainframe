002800*                     CROSS-REFERENCE (VIA ACCT-XREF-GET), SO
002900*                     A CUSTOMER QUOTING A PRE-CONVERSION
003000*                     NUMBER STILL GETS THEIR HISTORY.
003010*    2026-10-15  RPK  CALLABLE AS A MINI-STATEMENT SERVICE.  A
003020*                     CALLER PASSING THE MSTMPARM BLOCK (THE
003030*                     DIGITAL CHANNEL GATEWAY) SUPPLIES THE
003040*                     ACCOUNT, FROM-DATE, OPERATOR AND BRANCH
003050*                     AND GETS BACK THE MOST RECENT ROWS
003060*                     INSTEAD OF A CONSOLE LISTING.  RUN
003070*                     STANDALONE IT PROMPTS AND LISTS AS BEFORE.
003080*                     ENDS WITH GOBACK SO A CALLER GETS CONTROL
003090*                     BACK.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005600     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
005700     05  WS-ZERO-BALANCE           PIC S9(09)V99 VALUE 0.
005800     05  WS-ZERO-ID                PIC 9(08) VALUE 0.
005820     05  WS-CALLED-SWITCH          PIC X VALUE 'N'.
005840         88  WS-CALLED-BY-PROGRAM  VALUE 'Y'.
005860     05  WS-MINI-MAX-ROWS          PIC 9(02) VALUE 10.
005880     05  WS-ROW-IX                 PIC 9(02) COMP.
005900*================================================================
006000 LINKAGE SECTION.
006014*----------------------------------------------------------------
006028*  MINI-STATEMENT REQUEST AND RESULT, SUPPLIED ONLY WHEN CALLED.
006042*----------------------------------------------------------------
006056     COPY MSTMPARM.
006070*================================================================
006084 PROCEDURE DIVISION USING OPTIONAL MINI-STATEMENT-PARMS.
006100*================================================================
006200 0000-MAINLINE.
006300     IF ADDRESS OF MINI-STATEMENT-PARMS = NULL
006400         PERFORM 1000-ACCEPT-INQUIRY
006500             THRU 1000-ACCEPT-INQUIRY-EXIT
006600     ELSE
006700         PERFORM 1100-TAKE-CALLER-INQUIRY
006800             THRU 1100-TAKE-CALLER-INQUIRY-EXIT
007600     END-IF
007900     CALL "EJRNL-WRITE" USING WS-BRANCH-ID WS-OPERATOR-ID
008000         "I" "Q" WS-TARGET-ACCT-NUMBER WS-ZERO-AMOUNT
008100         WS-ZERO-BALANCE WS-ZERO-ID
008400     IF WS-TRANHKEY-STATUS NOT = "00"
008500         DISPLAY "TRANHINQ: NO KEYED HISTORY FILE, STATUS = "
008600             WS-TRANHKEY-STATUS
008700         GOBACK
008800     END-IF
008900
009000     MOVE WS-TARGET-ACCT-NUMBER TO TK-ACCT-NUMBER
010000         UNTIL NO-MORE-HISTORY
010100     DISPLAY "TRANHINQ: ROWS LISTED = " WS-ROWS-LISTED
010200     CLOSE KEYED-TRAN-HISTORY-FILE
010300     GOBACK.
010301*----------------------------------------------------------------
010302*  1000-ACCEPT-INQUIRY  --  RUN STANDALONE: THE OPERATOR KEYS
010303*  THE INQUIRY AT THE CONSOLE.
010304*----------------------------------------------------------------
010305 1000-ACCEPT-INQUIRY.
010306     DISPLAY "KEYED TRANSACTION HISTORY INQUIRY"
010307     DISPLAY "ENTER YOUR OPERATOR ID: "
010308     ACCEPT WS-OPERATOR-ID
010309     DISPLAY "ENTER BRANCH ID: "
010310     ACCEPT WS-BRANCH-ID
010311     DISPLAY "ENTER ACCOUNT NUMBER: "
010312     ACCEPT WS-TARGET-ACCT-NUMBER
010313     PERFORM 1200-RESOLVE-XREF
010314         THRU 1200-RESOLVE-XREF-EXIT
010315     DISPLAY "ENTER FROM DATE (YYYYMMDD, 0 FOR ALL): "
010316     ACCEPT WS-FROM-DATE
010317     .
010318 1000-ACCEPT-INQUIRY-EXIT.
010319     EXIT.
010320*----------------------------------------------------------------
010321*  1100-TAKE-CALLER-INQUIRY  --  CALLED: THE INQUIRY COMES IN
010322*  THE PARAMETER BLOCK AND THE ROWS GO BACK IN IT.
010323*----------------------------------------------------------------
010324 1100-TAKE-CALLER-INQUIRY.
010325     MOVE 'Y' TO WS-CALLED-SWITCH
010326     MOVE MS-OPERATOR-ID  TO WS-OPERATOR-ID
010327     MOVE MS-BRANCH-ID    TO WS-BRANCH-ID
010328     MOVE MS-ACCT-NUMBER  TO WS-TARGET-ACCT-NUMBER
010329     PERFORM 1200-RESOLVE-XREF
010330         THRU 1200-RESOLVE-XREF-EXIT
010331     MOVE WS-TARGET-ACCT-NUMBER TO MS-ACCT-NUMBER
010332     MOVE MS-FROM-DATE    TO WS-FROM-DATE
010333     MOVE ZERO            TO MS-ROW-COUNT
010334     .
010335 1100-TAKE-CALLER-INQUIRY-EXIT.
010336     EXIT.
010337*----------------------------------------------------------------
010338*  1200-RESOLVE-XREF  --  AN OLD ACCOUNT NUMBER RESOLVES TO ITS
010339*  REPLACEMENT THROUGH THE CROSS-REFERENCE.
010340*----------------------------------------------------------------
010341 1200-RESOLVE-XREF.
010342     CALL "ACCT-XREF-GET" USING WS-TARGET-ACCT-NUMBER
010343         WS-XREF-NEW-ACCT WS-XREF-FOUND-FLAG
010344     IF WS-XREF-FOUND-FLAG = 'Y'
010345         DISPLAY "OLD ACCOUNT NUMBER - RESOLVED TO "
010346             WS-XREF-NEW-ACCT " THROUGH THE CROSS-REFERENCE"
010347         MOVE WS-XREF-NEW-ACCT TO WS-TARGET-ACCT-NUMBER
010348     END-IF
010349     .
010350 1200-RESOLVE-XREF-EXIT.
010351     EXIT.
010400*----------------------------------------------------------------
010500*  2000-LIST-ONE-ROW  --  SEQUENTIAL READ WITHIN THE ACCOUNT'S
010600*  KEY RANGE.  CALLED, THE ROW IS KEPT FOR THE CALLER INSTEAD
010633*  OF LISTED.
010700*----------------------------------------------------------------
010800 2000-LIST-ONE-ROW.
010900     READ KEYED-TRAN-HISTORY-FILE NEXT RECORD
011600         GO TO 2000-LIST-ONE-ROW-EXIT
011700     END-IF
011800     ADD 1 TO WS-ROWS-LISTED
011816     IF WS-CALLED-BY-PROGRAM
011832         PERFORM 2100-KEEP-MINI-ROW
011848             THRU 2100-KEEP-MINI-ROW-EXIT
011864         GO TO 2000-LIST-ONE-ROW-EXIT
011880     END-IF
011900     MOVE TK-AMOUNT TO WS-EDIT-AMOUNT
012000     DISPLAY TK-TRAN-DATE " " TK-TRAN-TIME " "
012100         TK-TRAN-TYPE " " WS-EDIT-AMOUNT
012300     .
012400 2000-LIST-ONE-ROW-EXIT.
012500     EXIT.
012503*----------------------------------------------------------------
012506*  2100-KEEP-MINI-ROW  --  THE CALLER WANTS THE MOST RECENT
012509*  ROWS.  THE HISTORY READS OLDEST FIRST, SO ONCE THE TABLE IS
012512*  FULL THE OLDEST ROW DROPS OFF THE TOP TO MAKE ROOM.
012515*----------------------------------------------------------------
012518 2100-KEEP-MINI-ROW.
012521     IF MS-ROW-COUNT = WS-MINI-MAX-ROWS
012524         PERFORM 2110-SHIFT-ONE-ROW
012527             THRU 2110-SHIFT-ONE-ROW-EXIT
012530             VARYING WS-ROW-IX FROM 1 BY 1
012533             UNTIL WS-ROW-IX = WS-MINI-MAX-ROWS
012536     ELSE
012539         ADD 1 TO MS-ROW-COUNT
012542     END-IF
012545     MOVE TK-TRAN-DATE TO MS-TRAN-DATE (MS-ROW-COUNT)
012548     MOVE TK-TRAN-TYPE TO MS-TRAN-TYPE (MS-ROW-COUNT)
012551     MOVE TK-AMOUNT    TO MS-AMOUNT (MS-ROW-COUNT)
012554     MOVE TK-TRAN-ID   TO MS-TRAN-ID (MS-ROW-COUNT)
012557     .
012560 2100-KEEP-MINI-ROW-EXIT.
012563     EXIT.
012566*----------------------------------------------------------------
012569 2110-SHIFT-ONE-ROW.
012572     MOVE MS-ROW (WS-ROW-IX + 1) TO MS-ROW (WS-ROW-IX)
012575     .
012578 2110-SHIFT-ONE-ROW-EXIT.
012581     EXIT.
012600 END PROGRAM TRANH-INQUIRY.
