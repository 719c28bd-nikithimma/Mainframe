000100*================================================================
000200*  LDXSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSES FOR CROSS-SELL-LEADS' WORK
000400*  FILES - THE CUSTOMER SORT OF ACCOUNT AND LOAN HOLDINGS, THE
000500*  NIGHT'S NEW LEADS AS RAISED, THEIR BRANCH SORT, AND THE
000600*  BRANCH-SEQUENCED LEAD EXTRACT THE BRANCHES WORK FROM.
000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-10-15  RPK  INITIAL VERSION.
001000*================================================================
001100     SELECT XSEL-SORT-WORK-FILE ASSIGN TO "XSLSORT".
001200     SELECT XSEL-NEW-LEAD-FILE ASSIGN TO "XSLNEW"
001300         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-XSLNEW-STATUS.
001500     SELECT XSEL-BRANCH-SORT-FILE ASSIGN TO "XSLBSORT".
001600     SELECT XSEL-LEAD-EXTRACT-FILE ASSIGN TO "XSLLEADS"
001700         ORGANIZATION IS LINE SEQUENTIAL
001800         FILE STATUS IS WS-XSLLEADS-STATUS.
