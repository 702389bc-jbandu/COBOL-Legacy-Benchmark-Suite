                   88  SIN-FREQ-DAILY     VALUE 'D'.
                   88  SIN-FREQ-WEEKLY    VALUE 'W'.
                   88  SIN-FREQ-MONTHLY   VALUE 'M'.
                   88  SIN-FREQ-ONCE      VALUE 'O'.
               10  SIN-START-DATE     PIC X(08).
               10  SIN-END-DATE       PIC X(08).
               10  SIN-NEXT-RUN-DATE  PIC X(08).
      * SIN-TRN-TYPE      : TRANSACTION TYPE EMITTED (BU/SL/DP/WD...)
      * SIN-NEXT-RUN-DATE : NEXT PROCESSING DATE THE INSTRUCTION IS
      *                     DUE (YYYYMMDD)
      * SIN-FREQUENCY     : D/W/M RECUR; O = ONE-TIME, INACTIVE ONCE
      *                     IT HAS FIRED (RMDCAL00'S DISTRIBUTIONS)
      * SIN-END-DATE      : SPACES = OPEN-ENDED
      * SIN-HOLIDAY-ROLL  : WHEN THE ADVANCED DATE LANDS ON A
      *                     WEEKEND/HOLIDAY, F ROLLS FORWARD TO THE
