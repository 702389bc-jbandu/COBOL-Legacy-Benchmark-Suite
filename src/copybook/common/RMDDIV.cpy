      *****************************************************************
      * RMD LIFE EXPECTANCY DIVISOR RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * The uniform lifetime table: one entry per age, giving the
      * distribution period the prior year-end balance is divided
      * by to arrive at the year's required minimum distribution.
      * Loaded from the published table; RMDCAL00 reads it by the
      * age the holder reaches in the distribution year. The table
      * runs to age 120, whose period serves every older holder.
      *****************************************************************
       01  RMD-DIVISOR-RECORD.
           05  RDV-KEY.
               10  RDV-AGE            PIC 9(03).
           05  RDV-DIVISOR            PIC 9(02)V9(01).
           05  RDV-FILLER             PIC X(20).
