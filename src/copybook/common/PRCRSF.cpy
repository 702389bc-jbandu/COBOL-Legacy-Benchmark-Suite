      *****************************************************************
      * PRICE RESTATEMENT FLAG RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per downstream output that has to be rerun or
      * adjusted because a price it was struck at was corrected
      * after the fact -- keyed by the processing date the output
      * was produced for, the job that produced it and the
      * portfolio whose figures moved. Written by PRCRST00 when a
      * vendor price correction restates holdings on a date whose
      * month-end statements, fee bills or performance have already
      * run; operations clear the entry once the rerun or the
      * adjustment has gone out. A second correction to the same
      * date adds its change to the entry already open.
      *****************************************************************
       01  RESTATEMENT-FLAG-RECORD.
           05  RSF-KEY.
               10  RSF-PROCESS-DATE   PIC X(08).
               10  RSF-JOB-NAME       PIC X(08).
               10  RSF-PORTFOLIO-ID   PIC X(08).
           05  RSF-DATA.
               10  RSF-ACTION         PIC X(01).
                   88  RSF-ACTION-RERUN     VALUE 'R'.
                   88  RSF-ACTION-ADJUST    VALUE 'A'.
               10  RSF-OLD-VALUE      PIC S9(13)V9(2) COMP-3.
               10  RSF-NEW-VALUE      PIC S9(13)V9(2) COMP-3.
               10  RSF-CORRECTIONS    PIC S9(5) COMP-3.
               10  RSF-LAST-INVESTMENT
                                      PIC X(10).
               10  RSF-FLAG-DATE      PIC X(08).
               10  RSF-STATUS         PIC X(01).
                   88  RSF-STATUS-OPEN      VALUE 'O'.
                   88  RSF-STATUS-CLEARED   VALUE 'C'.
               10  RSF-CLEARED-DATE   PIC X(08).
           05  RSF-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * RSF-PROCESS-DATE    : PROCESSING DATE THE OUTPUT WAS RUN FOR --
      *                       THE PRICE DATE CORRECTED
      * RSF-JOB-NAME        : JOB THAT PRODUCED THE OUTPUT (BCHCTL)
      * RSF-ACTION          : R=RERUN THE OUTPUT, A=ADJUST WHAT IT
      *                       ALREADY CHARGED (FEE BILLS)
      * RSF-OLD-VALUE       : BASE VALUE OF THE RESTATED HOLDINGS AT
      *                       THE PRICES THE OUTPUT USED
      * RSF-NEW-VALUE       : THE SAME HOLDINGS AT THE CORRECTED PRICES
      * RSF-CORRECTIONS     : PRICE CORRECTIONS FOLDED INTO THE ENTRY
      * RSF-LAST-INVESTMENT : SECURITY OF THE LATEST CORRECTION
      * RSF-FLAG-DATE       : DATE THE ENTRY WAS LAST RAISED
      * RSF-STATUS          : O=OPEN (OUTPUT STILL WRONG), C=CLEARED
      *****************************************************************
