002800*                     INTER-BRANCH TRANSFER ROW THE DAILY
002900*                     SETTLEMENT SUMMARY TOTALS FOR BOTH BRANCH
003000*                     MANAGERS.
003016*    2026-10-15  RPK  THE TWO INTER-BRANCH LEGS NOW CARRY THE GL
003032*                     BRANCH SEGMENT - THE DEBIT IS BOOKED TO THE
003048*                     OLD BRANCH AND THE CREDIT TO THE NEW, SO THE
003064*                     POSITION MOVES BETWEEN THE TWO BRANCHES'
003080*                     BOOKS.
003083*    2026-10-15  RPK  EACH INTER-BRANCH LEG IS ALSO FILED ON THE
003086*                     KEYED GL HISTORY (VIA GLH-POST).  THE
003090*                     CREDIT LEG NOW DRAWS ITS OWN GL ENTRY ID, AS
003093*                     EVERY GL-POSTING LEG DOES - THE PAIR SHARED
003096*                     ONE AND WOULD HAVE FILED UNDER ONE KEY.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
015400*----------------------------------------------------------------
015500*  3000-POST-INTERBRANCH-GL  --  THE MATCHED PAIR ON THE
015600*  INTER-BRANCH SETTLEMENT ACCOUNT, EACH LEG NAMING ITS
015700*  BRANCH AND BOOKED TO IT - THE DEBIT TO THE OLD BRANCH'S
015733*  BOOKS, THE CREDIT TO THE NEW BRANCH'S.
015766*  THE AMOUNT IS THE BALANCE MOVING BOOKS.  A ZERO
015800*  BALANCE MOVES NO POSITION AND POSTS NO PAIR.
015900*----------------------------------------------------------------
016000 3000-POST-INTERBRANCH-GL.
017800     MOVE WS-TS-DATE              TO GL-TRAN-DATE
017900     MOVE WS-TS-TIME-OF-DAY (1:6) TO GL-TRAN-TIME
018000     MOVE WS-OPERATOR-ID          TO GL-OPERATOR-ID
018050     MOVE WS-OLD-BRANCH-ID        TO GL-BRANCH-ID
018100     MOVE SPACES                  TO GL-NARRATIVE
018200     STRING "IB OUT " WS-OLD-BRANCH-ID
018300         DELIMITED BY SIZE INTO GL-NARRATIVE
018400     WRITE GL-ENTRY-RECORD
018450     CALL "GLH-POST" USING GL-ENTRY-RECORD
018500
018525     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
018550         WS-NEXT-ASSIGNED-ID
018575     MOVE WS-NEXT-ASSIGNED-ID     TO GL-ENTRY-ID
018600     SET GL-IS-CREDIT TO TRUE
018650     MOVE WS-NEW-BRANCH-ID TO GL-BRANCH-ID
018700     MOVE SPACES TO GL-NARRATIVE
018800     STRING "IB IN  " WS-NEW-BRANCH-ID
018900         DELIMITED BY SIZE INTO GL-NARRATIVE
019000     WRITE GL-ENTRY-RECORD
019050     CALL "GLH-POST" USING GL-ENTRY-RECORD
019100     CLOSE GENERAL-LEDGER-FILE
019200     .
019300 3000-POST-INTERBRANCH-GL-EXIT.
