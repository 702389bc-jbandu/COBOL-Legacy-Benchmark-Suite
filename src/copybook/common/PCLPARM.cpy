      *****************************************************************
      * PERSONAL TRADING CONTROL PARAMETERS
      * VERSION: 1.0
      * DATE: 2026
      *
      * A single record read at program start by PCLMNT00, TRNVAL00
      * and PCLRPT00 so the staff trading rules can be changed
      * without a recompile. Left blank or zero, an approval stands
      * for the day it is given and one day after; a staff account
      * may not sell units held less than 30 days; and the month-end
      * report lists staff trades within 5 days either side of a
      * client block trade in the same security.
      *****************************************************************
       01  PCL-PARM-RECORD.
           05  PPM-WINDOW-DAYS        PIC 9(03).
           05  PPM-HOLD-DAYS          PIC 9(03).
           05  PPM-PROXIMITY-DAYS     PIC 9(03).
           05  PPM-FILLER             PIC X(71).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PPM-WINDOW-DAYS    : DAYS AFTER THE DECISION DATE AN APPROVAL
      *                      STILL COVERS A TRADE
      * PPM-HOLD-DAYS      : MINIMUM DAYS A STAFF ACCOUNT HOLDS A
      *                      PURCHASE BEFORE IT MAY BE SOLD
      * PPM-PROXIMITY-DAYS : DAYS EITHER SIDE OF A BLOCK TRADE THAT
      *                      PCLRPT00 LOOKS FOR STAFF TRADES
      *****************************************************************
