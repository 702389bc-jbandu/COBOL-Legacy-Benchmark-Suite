       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQORD.
      *****************************************************************
      * Open Orders Inquiry Handler                                     *
      * - Lists the working orders on the ORDBOOK order book for one   *
      *   portfolio: order ID, side, investment, type, limit price,    *
      *   time-in-force, ordered and filled quantities and the         *
      *   average fill price so far                                    *
      * - Filled, cancelled and expired orders are left off; the       *
      *   ORDMGR00 report carries their history                        *
      * - The signed-on user must hold a USRENT entry for the          *
      *   portfolio (or the '*ALL' grant) before any order detail      *
      *   shows, the same row-level check the other inquiry            *
      *   handlers make (P050)                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           COPY INQCOM.

       01  WS-ORDER-RECORD.
           COPY ORDBOOK.

      *----------------------------------------------------------------*
      * USRENT coverage for the portfolio in hand.
      *----------------------------------------------------------------*
       01  WS-ENTITLEMENT-RECORD.
           COPY USRENT.

       01  WS-ENTITLE-WORK.
           05 WS-ENT-USER             PIC X(8).
           05 WS-ENT-PORTFOLIO        PIC X(8).
           05 WS-ENTITLED-SW          PIC X VALUE 'N'.
              88 WS-ENTITLED              VALUE 'Y'.
              88 WS-NOT-ENTITLED          VALUE 'N'.

       01  WS-FLAGS.
           05 WS-RESPONSE-CODE        PIC S9(8) COMP.
           05 WS-ORD-DONE-SW          PIC X VALUE 'N'.
              88 WS-ORD-DONE              VALUE 'Y'.
              88 WS-ORD-MORE              VALUE 'N'.

       01  WS-WORK-AREAS.
           05 WS-ORD-BROWSE-KEY.
              10 WS-ORD-BRK-PORTFOLIO PIC X(8).
              10 WS-ORD-BRK-ORDER-ID  PIC X(12).
           05 WS-ORDERS-SENT          PIC S9(4) COMP VALUE 0.

       01  WS-ORD-LINE.
           05 WS-ORD-L-ORDER-ID       PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ORD-L-SIDE           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ORD-L-INVESTMENT     PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ORD-L-TYPE           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ORD-L-LIMIT          PIC ZZZ,ZZ9.9999.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ORD-L-TIF            PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ORD-L-QUANTITY       PIC ZZZ,ZZZ,ZZ9.9999.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ORD-L-FILLED         PIC ZZZ,ZZZ,ZZ9.9999.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ORD-L-AVG-PRICE      PIC ZZZ,ZZ9.9999.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-ORD-L-STATUS         PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY INQCOM.

       PROCEDURE DIVISION.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO INQCOM-ERROR-MSG OF WS-COMMAREA.

           IF INQCOM-ORD-PORTFOLIO OF WS-COMMAREA = SPACES
              MOVE 'Portfolio ID is required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              MOVE WS-COMMAREA TO DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE INQCOM-ORD-PORTFOLIO OF WS-COMMAREA
             TO WS-ENT-PORTFOLIO.
           PERFORM P050-CHECK-ENTITLEMENT
              THRU P050-EXIT.
           IF WS-NOT-ENTITLED
              MOVE 'Not entitled to this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              MOVE WS-COMMAREA TO DFHCOMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM P200-BROWSE-ORDERS
              THRU P200-EXIT.

           IF WS-ORDERS-SENT = 0
              AND INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
              MOVE 'No open orders for this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.

           MOVE WS-COMMAREA TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

      *----------------------------------------------------------------*
      * The signed-on user must hold a USRENT entry for the owning
      * portfolio, or the '*ALL' grant -- the same row-level check
      * the other inquiry handlers make before showing detail.
      *----------------------------------------------------------------*
       P050-CHECK-ENTITLEMENT.
           SET WS-NOT-ENTITLED TO TRUE.

           IF WS-ENT-PORTFOLIO = SPACES
              GO TO P050-EXIT
           END-IF.

           EXEC CICS ASSIGN
                     USERID(WS-ENT-USER)
           END-EXEC.

           MOVE WS-ENT-USER      TO UEN-USER-ID.
           MOVE WS-ENT-PORTFOLIO TO UEN-PORTFOLIO-ID.
           EXEC CICS READ FILE('USRENT')
                     INTO(WS-ENTITLEMENT-RECORD)
                     RIDFLD(UEN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              SET WS-ENTITLED TO TRUE
              GO TO P050-EXIT
           END-IF.

           MOVE WS-ENT-USER TO UEN-USER-ID.
           MOVE '*ALL    '  TO UEN-PORTFOLIO-ID.
           EXEC CICS READ FILE('USRENT')
                     INTO(WS-ENTITLEMENT-RECORD)
                     RIDFLD(UEN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              SET WS-ENTITLED TO TRUE
           END-IF.
       P050-EXIT.
           EXIT.

       P200-BROWSE-ORDERS.
           SET WS-ORD-MORE TO TRUE.
           MOVE INQCOM-ORD-PORTFOLIO OF WS-COMMAREA
             TO WS-ORD-BRK-PORTFOLIO.
           MOVE LOW-VALUES TO WS-ORD-BRK-ORDER-ID.

           EXEC CICS STARTBR FILE('ORDBOOK')
                     RIDFLD(WS-ORD-BROWSE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              GO TO P200-EXIT
           END-IF.

           PERFORM P250-SEND-ONE-ORDER
              THRU P250-EXIT
              UNTIL WS-ORD-DONE.

           EXEC CICS ENDBR FILE('ORDBOOK')
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P200-EXIT.
           EXIT.

       P250-SEND-ONE-ORDER.
           EXEC CICS READNEXT FILE('ORDBOOK')
                     INTO(WS-ORDER-RECORD)
                     RIDFLD(WS-ORD-BROWSE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              SET WS-ORD-DONE TO TRUE
              GO TO P250-EXIT
           END-IF.

           IF ORD-PORTFOLIO-ID OF WS-ORDER-RECORD NOT =
              INQCOM-ORD-PORTFOLIO OF WS-COMMAREA
              SET WS-ORD-DONE TO TRUE
              GO TO P250-EXIT
           END-IF.

           IF NOT ORD-WORKING OF WS-ORDER-RECORD
              GO TO P250-EXIT
           END-IF.

           MOVE ORD-ORDER-ID OF WS-ORDER-RECORD
             TO WS-ORD-L-ORDER-ID.
           MOVE ORD-SIDE OF WS-ORDER-RECORD
             TO WS-ORD-L-SIDE.
           MOVE ORD-INVESTMENT-ID OF WS-ORDER-RECORD
             TO WS-ORD-L-INVESTMENT.
           MOVE ORD-TYPE OF WS-ORDER-RECORD
             TO WS-ORD-L-TYPE.
           MOVE ORD-LIMIT-PRICE OF WS-ORDER-RECORD
             TO WS-ORD-L-LIMIT.
           MOVE ORD-TIME-IN-FORCE OF WS-ORDER-RECORD
             TO WS-ORD-L-TIF.
           MOVE ORD-QUANTITY OF WS-ORDER-RECORD
             TO WS-ORD-L-QUANTITY.
           MOVE ORD-FILLED-QTY OF WS-ORDER-RECORD
             TO WS-ORD-L-FILLED.
           MOVE ORD-AVG-PRICE OF WS-ORDER-RECORD
             TO WS-ORD-L-AVG-PRICE.
           MOVE ORD-STATUS OF WS-ORDER-RECORD
             TO WS-ORD-L-STATUS.

           EXEC CICS SEND TEXT
                     FROM(WS-ORD-LINE)
                     LENGTH(LENGTH OF WS-ORD-LINE)
                     ACCUM
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           ADD 1 TO WS-ORDERS-SENT.
       P250-EXIT.
           EXIT.
