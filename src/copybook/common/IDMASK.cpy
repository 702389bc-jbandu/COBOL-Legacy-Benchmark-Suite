      *****************************************************************
      * IDENTIFIER MASKING REQUEST
      * VERSION: 1.0
      * DATE: 2026
      *
      * Passed to IDMASK00 to mask an account number and client name
      * in place before they are printed or displayed. The level
      * comes from MSKLVL00 for a batch report and from the SECMGR
      * display-level request for an online screen.
      *****************************************************************
       01  IDMASK-REQUEST.
           05  MSK-LEVEL              PIC X(01).
               88  MSK-SHOW-FULL          VALUE 'F'.
               88  MSK-MASK-ACCOUNT       VALUE 'M'.
               88  MSK-MASK-ALL           VALUE 'S'.
           05  MSK-ACCOUNT-NO         PIC X(10).
           05  MSK-CLIENT-NAME        PIC X(30).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * MSK-LEVEL       : F=LEAVE BOTH AS THEY ARE, M=MASK THE ACCOUNT
      *                   NUMBER TO ITS LAST FOUR CHARACTERS, S=MASK
      *                   THE ACCOUNT NUMBER AND SUPPRESS THE NAME;
      *                   ANY OTHER VALUE IS TREATED AS S
      * MSK-ACCOUNT-NO  : ACCOUNT NUMBER, MASKED IN PLACE
      * MSK-CLIENT-NAME : CLIENT NAME, SUPPRESSED IN PLACE
      *****************************************************************
