021100*                     CANNOT BE CALLED, SO THE LOGIC IS
021200*                     REPEATED HERE AGAINST THE SELECTION
021300*                     ROWS).
021310*    2026-10-15  RPK  SELECTION FILE LAYOUT MOVED TO PCNVSEL AND
021320*                     PCNVREC - SAVINGS-ACTIVITY-LIMIT NOW
021330*                     QUEUES SAVINGS ACCOUNTS FOR CONVERSION TO
021340*                     A CURRENT ACCOUNT ON IT.
021400*================================================================
021500 ENVIRONMENT DIVISION.
021600 INPUT-OUTPUT SECTION.
021700 FILE-CONTROL.
021800     COPY ACCTMSEL.
021900     COPY AUDTSEL.
022000     COPY PCNVSEL.
022400*================================================================
022500 DATA DIVISION.
022600 FILE SECTION.
022900 FD  STATUS-AUDIT-FILE.
023000     COPY AUDTREC.
023100 FD  CONVERT-SELECT-FILE.
023200     COPY PCNVREC.
023500*----------------------------------------------------------------
023600 WORKING-STORAGE SECTION.
023700*----------------------------------------------------------------
