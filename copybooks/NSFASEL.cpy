      *================================================================
      *  NSFASEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE NSF ACTIVITY REGISTER.
      *  ONE ROW PER ITEM NSF-DECIDE WAS ASKED ABOUT - PAID INTO
      *  OVERDRAFT OR RETURNED - WITH THE FEE DECISION TAKEN ON IT.
      *  APPEND-ONLY LINE SEQUENTIAL, SAME CONVENTION AS EXTOSEL.
      *  WRITTEN BY NSF-DECIDE; READ BY STMTGEN AND NSF-REPORT.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT NSF-ACTIVITY-FILE
               ASSIGN TO "NSFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFACT-STATUS.
