003200*                     DISABLE THE RECORD AT THREE, THE SAME
003300*                     WAY PINVERIFY LOCKS A PIN; A CLEAN
003400*                     VERIFICATION CLEARS THE COUNT.
003414*    2026-10-15  RPK  AN OPERATOR WITH THE TRAINEE ROLE IS REFUSED
003428*                     (AND THE REFUSAL LOGGED) UNLESS THE SESSION
003442*                     IS IN THE TELLER TRAINING REGION (VIA
003457*                     TRAINING-MODE-GET), SO NO PROGRAM THAT
003471*                     VERIFIES ITS OPERATOR WILL POST A TRAINEE'S
003485*                     WORK TO THE PRODUCTION FILES.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005000     05  WS-SV-TERMINAL-ID         PIC X(08) VALUE "CONSOLE".
005100     05  WS-SV-DETAIL              PIC X(30).
005200 01  WS-MAX-FAILURES               PIC 9(02) VALUE 3.
005233 01  WS-TRAINING-FLAG              PIC X.
005266     88  WS-TRAINING-REGION        VALUE 'Y'.
005300*================================================================
005400 LINKAGE SECTION.
005500*----------------------------------------------------------------
007300         THRU 1000-VERIFY-OPERATOR-EXIT
007400     GOBACK.
007500*----------------------------------------------------------------
007600*  1000-VERIFY-OPERATOR  --  EXISTS, ACTIVE, WITHIN LIMIT.  A
007625*  TRAINEE PASSES ONLY IN THE TELLER TRAINING REGION; ANYWHERE
007650*  ELSE IT IS REFUSED WITHOUT COUNTING AS A FAILURE - THE ID IS
007675*  GOOD, IT IS JUST IN THE WRONG PLACE.
007700*----------------------------------------------------------------
007800 1000-VERIFY-OPERATOR.
007900     SET LS-OPERATOR-INVALID TO TRUE
011000             WS-SV-EVENT-TYPE WS-SV-TERMINAL-ID WS-SV-DETAIL
011100         CLOSE OPERATOR-MASTER-FILE
011200         GO TO 1000-VERIFY-OPERATOR-EXIT
011206     END-IF
011212
011218     IF OP-ROLE-TRAINEE
011224         CALL "TRAINING-MODE-GET" USING WS-TRAINING-FLAG
011230         IF NOT WS-TRAINING-REGION
011236             DISPLAY "OPER-VERIFY: OPERATOR " LS-OPERATOR-ID
011242                 " IS A TRAINEE - SIGN ON IN THE TRAINING REGION"
011248             MOVE 'R' TO WS-SV-EVENT-TYPE
011254             MOVE "TRAINEE REFUSED IN LIVE REGION"
011260                 TO WS-SV-DETAIL
011266             CALL "SECLOG-WRITE" USING LS-OPERATOR-ID
011272                 WS-SV-EVENT-TYPE WS-SV-TERMINAL-ID WS-SV-DETAIL
011278             CLOSE OPERATOR-MASTER-FILE
011284             GO TO 1000-VERIFY-OPERATOR-EXIT
011290         END-IF
011300     END-IF
011400
011500     IF LS-AMOUNT NOT = ZERO
