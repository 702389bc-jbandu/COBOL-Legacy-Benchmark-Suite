      *              MARKS A SHORT LOT OPENED BY AN SS SHORT SALE
      *              (LOT-COST-BASIS HOLDS THE SALE PROCEEDS) AND
      *              CONSUMED ONLY BY BC BUY-TO-COVER TRANSACTIONS.
      * 2026-10-15 - LOT-STEP-UP-SW CARVED OUT OF LOT-FILLER: 'D'
      *              MARKS A LOT DCDSTP00 RE-BASED TO ITS DATE-OF-
      *              DEATH VALUE, RE-KEYED TO THE DATE OF DEATH SO
      *              THE HOLDING PERIOD RUNS FROM IT.
      *****************************************************************
       01  LOT-RECORD.
           05  LOT-KEY.
           05  LOT-SHORT-SW          PIC X(01).
               88  LOT-SHORT             VALUE 'S'.
               88  LOT-LONG              VALUE ' '.
           05  LOT-STEP-UP-SW        PIC X(01).
               88  LOT-STEPPED-UP        VALUE 'D'.
           05  LOT-FILLER            PIC X(17).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * LOT-PORTFOLIO-ID : PORTFOLIO IDENTIFIER
      * LOT-SHORT-SW     : S FOR A SHORT LOT (BASIS = SHORT SALE
      *                    PROCEEDS, DRAWN DOWN BY BUY-TO-COVER);
      *                    SPACE FOR AN ORDINARY LONG LOT
      * LOT-STEP-UP-SW   : D WHEN THE BASIS WAS STEPPED TO THE DATE-
      *                    OF-DEATH VALUE OF AN INHERITED HOLDING;
      *                    LOT-OPEN-DATE IS THEN THE DATE OF DEATH
      *****************************************************************
