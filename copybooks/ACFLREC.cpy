      *================================================================
      *  ACFLREC.CPY
      *  ONE PRINT LINE OF AN AUDIT BALANCE CONFIRMATION LETTER,
      *  WRITTEN BY THE CONFIRMATION RUN (AUDCONF.COB/AUDIT-CONFIRM).
      *  SAME SHAPE AS THE CERTIFICATE LINE FILE (CERTREC.CPY) -
      *  AF-RECORD-TYPE TELLS THE PRINT PROCESS WHAT KIND OF LINE IT
      *  IS, AF-REQUEST-SEQ GROUPS THE LINES OF ONE LETTER (THE
      *  REQUEST'S POSITION IN THE RUN, AS ON THE CONTROL LISTING),
      *  AND AF-DETAIL-LINE CARRIES THE ALREADY-FORMATTED TEXT.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  CONFIRM-LETTER-RECORD.
           05  AF-RECORD-TYPE            PIC X(01).
               88  AF-TYPE-NAME          VALUE 'N'.
               88  AF-TYPE-ADDRESS       VALUE 'A'.
               88  AF-TYPE-CITY-ST-ZIP   VALUE 'Z'.
               88  AF-TYPE-HEADING       VALUE 'H'.
               88  AF-TYPE-ACCOUNT       VALUE 'K'.
               88  AF-TYPE-RESTRAINT     VALUE 'D'.
               88  AF-TYPE-TOTAL         VALUE 'T'.
               88  AF-TYPE-SIGNATURE     VALUE 'S'.
               88  AF-TYPE-TRAILER       VALUE 'E'.
           05  AF-REQUEST-SEQ            PIC 9(06).
           05  AF-DETAIL-LINE            PIC X(80).
