      *****************************************************************
      * SIGN-ON CONTROL PARAMETER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * Single-record control read by SECMGR on every sign-on
      * validation and by SECEXC00 for the daily security exceptions
      * report, so the lockout threshold, credential life and
      * business hours can be changed without a recompile. A missing
      * record, or a field left blank or zero, takes the default:
      * lock after 5 consecutive failures, credentials expire after
      * 90 days with warnings from 14 days before, and business
      * hours 07:00 to 19:00, Monday to Friday.
      *****************************************************************
       01  SIGNON-PARM-RECORD.
           05  SGP-KEY.
               10  SGP-RECORD-ID      PIC X(01).
                   88  SGP-THE-RECORD     VALUE '1'.
           05  SGP-DATA.
               10  SGP-MAX-FAILURES   PIC 9(02).
               10  SGP-EXPIRY-DAYS    PIC 9(03).
               10  SGP-WARNING-DAYS   PIC 9(02).
               10  SGP-HOURS-FROM     PIC 9(04).
               10  SGP-HOURS-TO       PIC 9(04).
           05  SGP-FILLER             PIC X(64).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * SGP-MAX-FAILURES : CONSECUTIVE FAILED SIGN-ONS THAT LOCK THE
      *                    PROFILE
      * SGP-EXPIRY-DAYS  : DAYS A CREDENTIAL STAYS GOOD AFTER IT WAS
      *                    LAST CHANGED OR REISSUED
      * SGP-WARNING-DAYS : DAYS BEFORE EXPIRY THE SIGN-ON WARNS
      * SGP-HOURS-FROM/TO: BUSINESS HOURS (HHMM); A SIGN-ON BEFORE
      *                    FROM, AT OR AFTER TO, OR ON A SATURDAY OR
      *                    SUNDAY IS OUTSIDE BUSINESS HOURS
      *****************************************************************
