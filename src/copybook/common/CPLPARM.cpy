      *****************************************************************
      * CLIENT COMPLAINT CONTROL PARAMETERS
      * VERSION: 1.0
      * DATE: 2026
      *
      * A single record read at program start by CPLAGE00 and
      * CPLRPT00 so the regulatory response period can be changed
      * without a recompile. Left blank or zero, a complaint must
      * have its final response within 56 days of receipt (eight
      * weeks), and the daily aging report starts warning 10 days
      * before that deadline.
      *****************************************************************
       01  CPL-PARM-RECORD.
           05  CPP-RESPONSE-DAYS      PIC 9(03).
           05  CPP-WARNING-DAYS       PIC 9(03).
           05  CPP-FILLER             PIC X(74).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CPP-RESPONSE-DAYS  : DAYS FROM RECEIPT THE REGULATOR ALLOWS
      *                      FOR THE FINAL RESPONSE
      * CPP-WARNING-DAYS   : DAYS BEFORE THAT DEADLINE AN OPEN
      *                      COMPLAINT IS FLAGGED ON CPLAGE00
      *****************************************************************
