      *****************************************************************
      * REQUIRED MINIMUM DISTRIBUTION PROFILE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per traditional or SEP IRA whose holder is subject
      * to required minimum distributions: the holder's birth date
      * the RMD age and divisor are taken from, and whether the
      * client has elected to have the year's remaining distribution
      * paid automatically. Maintained through RMDCAL00's RMDIN
      * profile cards. With the election on, RMDCAL00 writes the
      * shortfall as a one-time WD standing instruction for STINST00,
      * dated the elected month and day.
      *****************************************************************
       01  RMD-PROFILE-RECORD.
           05  RMP-KEY.
               10  RMP-PORTFOLIO-ID   PIC X(08).
           05  RMP-DATA.
               10  RMP-BIRTH-DATE     PIC X(08).
               10  RMP-AUTO-DIST      PIC X(01).
                   88  RMP-AUTO-ELECTED     VALUE 'Y'.
                   88  RMP-NOT-ELECTED      VALUE 'N'.
               10  RMP-DIST-MONTH     PIC 9(02).
               10  RMP-DIST-DAY       PIC 9(02).
           05  RMP-AUDIT.
               10  RMP-ENTERED-BY     PIC X(08).
               10  RMP-LAST-MAINT-DATE PIC X(26).
               10  RMP-LAST-MAINT-USER PIC X(08).
           05  RMP-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * RMP-BIRTH-DATE    : ACCOUNT HOLDER'S DATE OF BIRTH (YYYYMMDD)
      * RMP-AUTO-DIST     : Y = PAY THE YEAR'S REMAINING RMD BY
      *                     STANDING INSTRUCTION, N = REPORT ONLY
      * RMP-DIST-MONTH    : MONTH THE AUTOMATIC DISTRIBUTION IS PAID
      * RMP-DIST-DAY      : DAY OF THAT MONTH, CLAMPED TO 28
      *****************************************************************
