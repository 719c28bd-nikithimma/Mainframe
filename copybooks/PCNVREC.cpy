000100*================================================================
000200*  PCNVREC.CPY
000300*  PRODUCT CONVERSION SELECTION ROW - THE ACCOUNT AND THE
000400*  PRODUCT TYPE IT IS TO BECOME.  READ BY
000500*  PRODUCT-CONVERT-SWEEP.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION - MOVED OUT OF PRODCONV SO
000900*                     THE SELECTION FILE CAN BE SHARED.
001000*================================================================
001100 01  CONVERT-SELECT-RECORD.
001200     05  CV-ACCT-NUMBER            PIC 9(10).
001300     05  CV-NEW-TYPE-CODE          PIC X.
