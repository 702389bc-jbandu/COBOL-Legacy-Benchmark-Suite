      * -- an unbalanced statement run is not delivered by either
      * route. Run after STMBAL00, in place of sending STMTFILE
      * straight to print.
      *
      * Maintenance Log:
      * 2026-10-15 - CSTDSC00's annual costs and charges statements
      *              are split the same way: they are written in the
      *              statement print format with their own release
      *              token, and the year-end run of this job takes
      *              CSTSTM on STMTFILE and CSTREL on STMREL.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMXT00.
