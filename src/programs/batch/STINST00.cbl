      * TRANSACTION-RECORD into the pipeline; the instruction's
      * next-run date then advances by its frequency, rolled off
      * weekends and holiday calendar entries forward or back per
      * the instruction. A one-time instruction (RMDCAL00's required
      * distributions) fires once and goes inactive. Everything
      * generated or skipped lands on the generation report -- no
      * more diary.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STINST00.
                   END-IF
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-NUM)
      *        Fired once, done -- the next-run date stays on the
      *        day it ran.
               WHEN SIN-FREQ-ONCE
                   SET SIN-STATUS-INACTIVE TO TRUE
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-NUM)
               WHEN OTHER
                   SET SIN-STATUS-INACTIVE TO TRUE
           END-EVALUATE
