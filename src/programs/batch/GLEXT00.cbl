      * the file with the batch-balancing trailer the GL system
      * requires. A posted type with no mapping on file is counted
      * and reported, never silently dropped.
      *
      * Maintenance Log:
      * 2026-10-15 - RF/DF free receipts and deliveries journal
      *              through their own GLMAP entries at the cost
      *              basis received or the value delivered against
      *              the contra-firm transfer clearing account; a
      *              receipt that came in with no basis has nothing
      *              to journal and is passed over.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXT00.
               EXIT PARAGRAPH
           END-IF

           IF TRN-TYPE-FREE AND TRN-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-TYPE TO GLM-TRAN-TYPE
           READ GL-MAP-FILE
               INVALID KEY
