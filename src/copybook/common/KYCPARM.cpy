      *****************************************************************
      * KYC REVIEW CYCLE CONTROL PARAMETERS
      * VERSION: 1.0
      * DATE: 2026
      *
      * A single record read at program start by KYCMNT00, KYCRPT00
      * and TRNVAL00 so the review intervals, the look-ahead on the
      * month-end report and the grace allowed an overdue review
      * before trading is restricted can be changed without a
      * recompile. Left blank or zero, high-risk clients are
      * reviewed every year, medium every two and low every three;
      * the report looks 90 days ahead; and purchases and deposits
      * are blocked 30 days after a review falls due.
      *****************************************************************
       01  KYC-PARM-RECORD.
           05  KPM-HIGH-YEARS         PIC 9(01).
           05  KPM-MEDIUM-YEARS       PIC 9(01).
           05  KPM-LOW-YEARS          PIC 9(01).
           05  KPM-WINDOW-DAYS        PIC 9(03).
           05  KPM-GRACE-DAYS         PIC 9(03).
           05  KPM-FILLER             PIC X(71).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * KPM-HIGH/MEDIUM/LOW-YEARS : YEARS A REVIEW STANDS FOR EACH
      *                             RISK TIER
      * KPM-WINDOW-DAYS : DAYS AHEAD KYCRPT00 LISTS REVIEWS COMING DUE
      * KPM-GRACE-DAYS  : DAYS PAST DUE BEFORE TRNVAL00 BLOCKS NEW
      *                   PURCHASES AND DEPOSITS
      *****************************************************************
