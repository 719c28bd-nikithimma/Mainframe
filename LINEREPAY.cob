000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LINE-REPAY.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SHARED REPAYMENT RULE
001300*                     FOR REVOLVING CREDIT LINES (ACCOUNT TYPE
001400*                     V).  ANY CREDIT THAT LANDS ON A LINE -
001500*                     A TELLER OR BATCH DEPOSIT, AN INTERNAL
001600*                     TRANSFER, A SWEEP, A DIGITAL CHANNEL
001700*                     TRANSFER - IS A REPAYMENT: IT COMES OFF
001800*                     THE MINIMUM PAYMENT DUE FIRST, AND ONCE
001900*                     THE MINIMUM IS MET THE LINE IS NO LONGER
002000*                     PAST DUE.  THE RECORD IS THE CALLER'S OWN,
002100*                     AS READ FOR THE CREDIT, AND IS WRITTEN
002200*                     BACK BY THE CALLER'S REWRITE.  ANY OTHER
002300*                     ACCOUNT TYPE, OR A CREDIT OF ZERO OR LESS,
002400*                     IS LEFT UNTOUCHED, SO A CALLER NEED NOT
002500*                     TEST THE TYPE ITSELF.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800*================================================================
002900 DATA DIVISION.
003000*================================================================
003100 LINKAGE SECTION.
003200*----------------------------------------------------------------
003300*  THE CALLER'S OWN COPY OF THE ACCOUNT THE CREDIT WAS POSTED TO.
003400*----------------------------------------------------------------
003500     COPY ACCTMAST
003600         REPLACING ==ACCOUNT-MASTER-RECORD==
003700                BY ==LS-LINE-ACCOUNT==
003800         LEADING ==AM== BY ==LA==.
003900 01  LS-CREDIT-AMOUNT              PIC S9(09)V99.
004000*================================================================
004100 PROCEDURE DIVISION USING LS-LINE-ACCOUNT LS-CREDIT-AMOUNT.
004200*================================================================
004300 0000-MAINLINE.
004400     IF LA-TYPE-CODE NOT = 'V'
004500         GOBACK
004600     END-IF
004700     IF LS-CREDIT-AMOUNT NOT > ZERO
004800         GOBACK
004900     END-IF
005000     IF LS-CREDIT-AMOUNT < LA-LINE-MIN-PAYMENT-DUE
005100         SUBTRACT LS-CREDIT-AMOUNT FROM LA-LINE-MIN-PAYMENT-DUE
005200         GOBACK
005300     END-IF
005400     MOVE ZERO TO LA-LINE-MIN-PAYMENT-DUE
005500     MOVE ZERO TO LA-LINE-PAST-DUE-SINCE
005600     MOVE ZERO TO LA-LINE-DAYS-PAST-DUE
005700     GOBACK.
005800 END PROGRAM LINE-REPAY.
