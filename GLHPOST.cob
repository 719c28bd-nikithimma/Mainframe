000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GLH-POST.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SHARED WRITER FOR THE
001300*                     KEYED GL HISTORY (SAME SHAPE AS
001400*                     TRANH-POST).  EVERY PROGRAM THAT WRITES A
001500*                     GL LEG HANDS OVER THE ENTRY IT JUST
001600*                     APPENDED TO THE FLAT GL FILE AND THIS
001700*                     ROUTINE FILES THE SAME FACTS UNDER GL
001800*                     ACCOUNT PLUS DATE PLUS ENTRY ID, SO
001900*                     GL-INQUIRY CAN READ ONE GL ACCOUNT'S
002000*                     ACTIVITY INSTEAD OF THE WHOLE FILE.  A
002100*                     DUPLICATE KEY IS QUIETLY SKIPPED - THE
002200*                     FLAT FILE REMAINS THE SYSTEM OF RECORD.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     COPY GLHKSEL.
002800*================================================================
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  KEYED-GL-HISTORY-FILE.
003200     COPY GLHKREC.
003300*----------------------------------------------------------------
003400 WORKING-STORAGE SECTION.
003500 01  WS-GLHKEY-STATUS              PIC XX.
003600*================================================================
003700 LINKAGE SECTION.
003800     COPY GLEDGER
003900         REPLACING ==GL-ENTRY-RECORD==
004000                BY ==LS-GL-ENTRY-DETAIL==
004100         LEADING ==GL== BY ==LG==.
004200*================================================================
004300 PROCEDURE DIVISION USING LS-GL-ENTRY-DETAIL.
004400*================================================================
004500 0000-MAINLINE.
004600     OPEN I-O KEYED-GL-HISTORY-FILE
004700     IF WS-GLHKEY-STATUS = "35"
004800         CLOSE KEYED-GL-HISTORY-FILE
004900         OPEN OUTPUT KEYED-GL-HISTORY-FILE
005000         CLOSE KEYED-GL-HISTORY-FILE
005100         OPEN I-O KEYED-GL-HISTORY-FILE
005200     END-IF
005300     IF WS-GLHKEY-STATUS NOT = "00"
005400         DISPLAY "GLH-POST: UNABLE TO OPEN KEYED GL HISTORY, "
005500             "STATUS = " WS-GLHKEY-STATUS
005600         GOBACK
005700     END-IF
005800
005900     MOVE LG-GL-ACCOUNT-CODE    TO GK-GL-ACCOUNT-CODE
006000     MOVE LG-TRAN-DATE          TO GK-TRAN-DATE
006100     MOVE LG-ENTRY-ID           TO GK-ENTRY-ID
006200     MOVE LG-ACCT-NUMBER        TO GK-ACCT-NUMBER
006300     MOVE LG-DEBIT-CREDIT-FLAG  TO GK-DEBIT-CREDIT-FLAG
006400     MOVE LG-AMOUNT             TO GK-AMOUNT
006500     MOVE LG-TRAN-TIME          TO GK-TRAN-TIME
006600     MOVE LG-OPERATOR-ID        TO GK-OPERATOR-ID
006700     MOVE LG-NARRATIVE          TO GK-NARRATIVE
006800     MOVE LG-BRANCH-ID          TO GK-BRANCH-ID
006900     WRITE KEYED-GL-HISTORY-RECORD
007000         INVALID KEY
007100             CONTINUE
007200     END-WRITE
007300     CLOSE KEYED-GL-HISTORY-FILE
007400     GOBACK.
007500 END PROGRAM GLH-POST.
