000100*================================================================
000200*  SARCREC.CPY
000300*  SUSPICIOUS ACTIVITY REPORT CASE - ONE ROW PER SAR CASE,
000400*  KEYED BY SC-CASE-ID (DRAWN FROM THE SHARED ID COUNTER,
000500*  SOURCE SARC).  A CASE IS OPENED FROM THE QUEUE THAT
000600*  SURFACED THE ACTIVITY (STRUCTURING REVIEW, FRAUD REVIEW OR
000700*  SANCTIONS REVIEW) THROUGH SAR-CASE-OPEN, OR AS A CONTINUING
000800*  FILING OFF AN EARLIER CASE, AND WORKED AT THE SAR
000900*  WORKSTATION (SAR-CASE-REVIEW).  ITS SUBJECTS, ATTACHED
001000*  TRANSACTIONS AND NARRATIVE ARE ON THE SAR CASE DETAIL FILE
001100*  (SARDREC).  THE FILING IS DUE SAR-FILING-DAYS AFTER THE
001200*  ACTIVITY WAS DETECTED; ONCE FILED, THE CONTINUING-ACTIVITY
001300*  REVIEW IS DUE SAR-REVIEW-DAYS AFTER THE FILING.
001400*  STATUS FLOW:
001500*    O  OPEN - UNDER INVESTIGATION.
001600*    R  READY - A SUPERVISOR HAS APPROVED THE FILING; THE NEXT
001700*       E-FILE EXPORT (SAR-EFILE-EXPORT) PICKS IT UP.
001800*    X  EXTRACTED - ON AN E-FILE (SC-EFILE-ID), AWAITING THE
001900*       REGULATOR'S ACKNOWLEDGMENT.
002000*    A  ACKNOWLEDGED - FILED; SC-ACK-NUMBER IS THE REGULATOR'S
002100*       FILING NUMBER.  STAYS HERE UNTIL THE CONTINUING-
002200*       ACTIVITY REVIEW.
002300*    J  REJECTED - BY THE REGULATOR (SC-REJECT-REASON); THE
002400*       NEXT EXPORT REFILES IT.
002500*    C  CLOSED - SEE SC-CLOSE-CODE.
002600*----------------------------------------------------------------
002700*  MOD-HISTORY
002800*    2026-10-15  RPK  INITIAL VERSION.
002900*================================================================
003000 01  SAR-CASE-RECORD.
003100     05  SC-CASE-ID                PIC 9(08).
003200     05  SC-SOURCE-QUEUE           PIC X.
003300         88  SC-FROM-STRUCTURING   VALUE 'S'.
003400         88  SC-FROM-FRAUD         VALUE 'F'.
003500         88  SC-FROM-SANCTIONS     VALUE 'W'.
003600         88  SC-FROM-CONTINUING    VALUE 'C'.
003700     05  SC-SOURCE-REFERENCE       PIC X(20).
003800     05  SC-FILING-TYPE            PIC X.
003900         88  SC-INITIAL-FILING     VALUE 'I'.
004000         88  SC-CONTINUING-FILING  VALUE 'C'.
004100     05  SC-PRIOR-CASE-ID          PIC 9(08).
004200     05  SC-CASE-STATUS            PIC X.
004300         88  SC-STATUS-OPEN        VALUE 'O'.
004400         88  SC-STATUS-READY       VALUE 'R'.
004500         88  SC-STATUS-EXTRACTED   VALUE 'X'.
004600         88  SC-STATUS-ACKNOWLEDGED VALUE 'A'.
004700         88  SC-STATUS-REJECTED    VALUE 'J'.
004800         88  SC-STATUS-CLOSED      VALUE 'C'.
004900         88  SC-AWAITING-FILING    VALUE 'O' 'R' 'J'.
005000         88  SC-CASE-EDITABLE      VALUE 'O' 'J'.
005100     05  SC-OPENED-DATE            PIC 9(08).
005200     05  SC-OPENED-OPERATOR        PIC X(08).
005300     05  SC-DETECTED-DATE          PIC 9(08).
005400     05  SC-FILING-DUE-DATE        PIC 9(08).
005500     05  SC-APPROVED-OPERATOR      PIC X(08).
005600     05  SC-EFILE-ID               PIC X(14).
005700     05  SC-FILED-DATE             PIC 9(08).
005800     05  SC-ACK-NUMBER             PIC X(14).
005900     05  SC-REVIEW-DUE-DATE        PIC 9(08).
006000     05  SC-REJECT-REASON          PIC X(20).
006100     05  SC-CLOSE-CODE             PIC X.
006200         88  SC-CLOSED-NOT-FILED   VALUE 'N'.
006300         88  SC-CLOSED-ACTIVITY-ENDED VALUE 'E'.
006400         88  SC-CLOSED-CONTINUED   VALUE 'C'.
006500     05  SC-CLOSED-DATE            PIC 9(08).
006600     05  SC-SUBJECT-COUNT          PIC 9(03).
006700     05  SC-TRAN-COUNT             PIC 9(03).
006800     05  SC-NARRATIVE-COUNT        PIC 9(03).
006900     05  SC-TOTAL-AMOUNT           PIC S9(11)V99.
007000     05  SC-ACTIVITY-FROM-DATE     PIC 9(08).
007100     05  SC-ACTIVITY-TO-DATE       PIC 9(08).
