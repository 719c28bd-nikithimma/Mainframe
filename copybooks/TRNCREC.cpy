      *================================================================
      *  TRNCREC.CPY
      *  TELLER TRAINING CONTROL RECORD - ONE ROW, KEYED "TRAINING".
      *  THE TRAINING REGION IS THE TELLER SIGN-ON PROCEDURE (AND THE
      *  TRAINING CICS REGION'S FILE TABLE) THAT POINTS EVERY TELLER
      *  FILE - ACCOUNT MASTER, TRANSACTION FILE AND KEYED HISTORY,
      *  GL AND KEYED GL HISTORY, GL BALANCE MASTER, CASH DRAWERS,
      *  PIN MASTER, ID COUNTER, RECEIPTS AND THE TELLER LOGS - AT
      *  THE TRAIN.* COPIES INSTEAD OF PRODUCTION, UNDER THE SAME
      *  FILE NAMES, SO THE TELLER PROGRAMS RUN THERE UNCHANGED.
      *  ONLY THE TRAINING REGION ALLOCATES THIS FILE: A REGION THAT
      *  CAN READ THE ROW WITH TN-TRAINING-REGION SET IS A TRAINING
      *  REGION (VIA TRAINING-MODE-GET), AND EVERYWHERE ELSE IS LIVE.
      *  AN OPERATOR WITH THE TRAINEE ROLE IS REFUSED OUTSIDE IT.
      *  TRAINING-RESET STAMPS THE ROW EACH TIME A TRAINER RELOADS
      *  THE TRAINING FILES FROM THE BASELINE COPIES.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  TRAINING-CONTROL-RECORD.
           05  TN-CONTROL-KEY            PIC X(08).
           05  TN-REGION-FLAG            PIC X.
               88  TN-TRAINING-REGION    VALUE 'T'.
           05  TN-BASELINE-DATE          PIC 9(08).
           05  TN-LAST-RESET-DATE        PIC 9(08).
           05  TN-LAST-RESET-TIME        PIC 9(06).
           05  TN-LAST-RESET-BY          PIC X(08).
           05  TN-RESET-COUNT            PIC 9(05).
           05  FILLER                    PIC X(20).
