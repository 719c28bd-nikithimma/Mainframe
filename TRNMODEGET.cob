000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    TRAINING-MODE-GET.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SHARED CHECK OF WHETHER
001300*                     THIS SESSION IS RUNNING IN THE TELLER
001400*                     TRAINING REGION.  ONLY THE TRAINING REGION
001500*                     ALLOCATES THE TRAINING CONTROL FILE (SEE
001600*                     TRNCREC.CPY), SO A MISSING OR UNREADABLE
001700*                     CONTROL FILE COMES BACK 'N' - LIVE - SAME
001800*                     FALLBACK CONVENTION AS BUSDATE-GET.
001900*================================================================
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     COPY TRNCSEL.
002400*================================================================
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  TRAINING-CONTROL-FILE.
002800     COPY TRNCREC.
002900*----------------------------------------------------------------
003000 WORKING-STORAGE SECTION.
003100 01  WS-TRNCTL-STATUS              PIC XX.
003200 01  WS-TRNCTL-KEY                 PIC X(08) VALUE "TRAINING".
003300*================================================================
003400 LINKAGE SECTION.
003500 01  LS-TRAINING-FLAG              PIC X.
003600     88  LS-TRAINING-REGION        VALUE 'Y'.
003700     88  LS-LIVE-REGION            VALUE 'N'.
003800*================================================================
003900 PROCEDURE DIVISION USING LS-TRAINING-FLAG.
004000*================================================================
004100 0000-MAINLINE.
004200     SET LS-LIVE-REGION TO TRUE
004300
004400     OPEN INPUT TRAINING-CONTROL-FILE
004500     IF WS-TRNCTL-STATUS NOT = "00"
004600         GOBACK
004700     END-IF
004800     MOVE WS-TRNCTL-KEY TO TN-CONTROL-KEY
004900     READ TRAINING-CONTROL-FILE
005000         KEY IS TN-CONTROL-KEY
005100         INVALID KEY
005200             CLOSE TRAINING-CONTROL-FILE
005300             GOBACK
005400     END-READ
005500     CLOSE TRAINING-CONTROL-FILE
005600
005700     IF TN-TRAINING-REGION
005800         SET LS-TRAINING-REGION TO TRUE
005900     END-IF
006000     GOBACK.
006100 END PROGRAM TRAINING-MODE-GET.
