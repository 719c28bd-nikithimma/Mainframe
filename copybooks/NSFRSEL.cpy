      *================================================================
      *  NSFRSEL.CPY
      *  SELECT CLAUSES FOR THE NSF-REPORT STEP - THE SORT WORK AND
      *  SORTED OUTPUT PAIR THAT PUT THE DAY'S NSF ACTIVITY REGISTER
      *  ROWS INTO BRANCH AND ACCOUNT ORDER (SAME SORT-VERB APPROACH
      *  AS SAVXSEL).  COPY THIS INTO FILE-CONTROL ALONGSIDE
      *  NSFASEL.CPY.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT NSFR-SORT-WORK-FILE ASSIGN TO "NSFRSORT".

           SELECT NSFR-SORTED-FILE ASSIGN TO "NSFRSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFRSRTD-STATUS.
