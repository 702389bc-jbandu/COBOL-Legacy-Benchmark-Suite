      *================================================================*
      * Program Name: LGLCHK00
      * Description: Legal Hold Check
      * Version: 1.0
      * Date: 2026
      *
      * Answers whether a legal hold covers a portfolio's record of
      * a given date. The archive, purge and compaction steps call
      * this before they remove or rewrite anything. Active holds
      * are loaded from LGLHLD on the first call of the run, a
      * client-level hold being expanded to each member portfolio
      * of the household on HOUSHLD; the table then answers every
      * later call in the run.
      *
      * A date of spaces asks whether any active hold covers the
      * portfolio at all (PORTDEL, before removing the account).
      * No LGLHLD file means no holds. A hold file that cannot be
      * read, or more covered portfolios than the table holds,
      * answers held for everything -- a purge put off is
      * recoverable, a record purged under a hold is not.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLCHK00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO LGLHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LGH-KEY
               FILE STATUS IS WS-LGH-STATUS.

           SELECT HOUSEHOLD-FILE
               ASSIGN TO HOUSHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSH-KEY
               FILE STATUS IS WS-HSH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
           COPY LGLHLD.

       FD  HOUSEHOLD-FILE.
           COPY HOUSHLD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-LGH-STATUS           PIC X(2).
           05  WS-HSH-STATUS           PIC X(2).

       01  WS-CONSTANTS.
           05  WS-MAX-HOLDS            PIC 9(4) COMP VALUE 1000.

       01  WS-SWITCHES.
           05  WS-LOADED-SW            PIC X(1) VALUE 'N'.
               88  WS-TABLE-LOADED         VALUE 'Y'.
           05  WS-HOLD-ALL-SW          PIC X(1) VALUE 'N'.
               88  WS-HOLD-ALL             VALUE 'Y'.
           05  WS-LGH-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-LGH-EOF              VALUE 'Y'.
           05  WS-HSH-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-HSH-EOF              VALUE 'Y'.
           05  WS-HSH-OPEN-SW          PIC X(1) VALUE 'N'.
               88  WS-HSH-OPEN             VALUE 'Y'.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-HLD-PORTFOLIO-ID PIC X(08).
               10  WS-HLD-FROM-DATE    PIC X(08).
               10  WS-HLD-TO-DATE      PIC X(08).
               10  WS-HLD-HOLD-ID      PIC X(08).

       01  WS-WORK-AREAS.
           05  WS-HOLD-IX              PIC 9(4) COMP.
           05  WS-HOUSEHOLD-ID         PIC X(08).

       LINKAGE SECTION.
       01  LS-HOLD-REQUEST.
           05  LS-LGL-PORTFOLIO-ID     PIC X(08).
           05  LS-LGL-DATE             PIC X(08).
           05  LS-LGL-RESULT           PIC X(01).
               88  LS-LGL-HELD             VALUE 'Y'.
               88  LS-LGL-NOT-HELD         VALUE 'N'.
           05  LS-LGL-HOLD-ID          PIC X(08).

       PROCEDURE DIVISION USING LS-HOLD-REQUEST.
       0000-MAIN.
           IF NOT WS-TABLE-LOADED
               PERFORM 1000-LOAD-HOLDS
           END-IF

           SET LS-LGL-NOT-HELD TO TRUE
           MOVE SPACES TO LS-LGL-HOLD-ID

           IF WS-HOLD-ALL
               SET LS-LGL-HELD TO TRUE
               GOBACK
           END-IF

           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                      OR LS-LGL-HELD
               IF WS-HLD-PORTFOLIO-ID(WS-HOLD-IX) = LS-LGL-PORTFOLIO-ID
                   PERFORM 2000-CHECK-PERIOD
               END-IF
           END-PERFORM

           GOBACK
           .

       1000-LOAD-HOLDS.
           SET WS-TABLE-LOADED TO TRUE

           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LGH-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-LGH-STATUS NOT = '00'
               DISPLAY 'LGLCHK00: legal hold file unreadable, status '
                       WS-LGH-STATUS ' -- all records held'
               SET WS-HOLD-ALL TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HSH-STATUS = '00'
               SET WS-HSH-OPEN TO TRUE
           END-IF

           PERFORM UNTIL WS-LGH-EOF OR WS-HOLD-ALL
               READ LEGAL-HOLD-FILE
                   AT END
                       SET WS-LGH-EOF TO TRUE
                   NOT AT END
                       IF LGH-STATUS-ACTIVE
                           PERFORM 1100-LOAD-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEGAL-HOLD-FILE
           IF WS-HSH-OPEN
               CLOSE HOUSEHOLD-FILE
           END-IF
           .

       1100-LOAD-ONE-HOLD.
           IF LGH-SCOPE-PORTFOLIO
               PERFORM 1200-ADD-PORTFOLIO
               EXIT PARAGRAPH
           END-IF

      *    Client hold -- every member portfolio of the household.
           IF NOT WS-HSH-OPEN
               DISPLAY 'LGLCHK00: household file unavailable for '
                       'hold ' LGH-HOLD-ID ' -- all records held'
               SET WS-HOLD-ALL TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE LGH-TARGET-ID TO WS-HOUSEHOLD-ID
           MOVE WS-HOUSEHOLD-ID TO HSH-HOUSEHOLD-ID
           MOVE LOW-VALUES      TO HSH-PORTFOLIO-ID
           MOVE 'N' TO WS-HSH-EOF-SW
           START HOUSEHOLD-FILE KEY IS NOT LESS THAN HSH-KEY
               INVALID KEY
                   SET WS-HSH-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-HSH-EOF OR WS-HOLD-ALL
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HSH-EOF TO TRUE
                   NOT AT END
                       IF HSH-HOUSEHOLD-ID NOT = WS-HOUSEHOLD-ID
                           SET WS-HSH-EOF TO TRUE
                       ELSE
                           MOVE HSH-PORTFOLIO-ID TO LGH-TARGET-ID
                           PERFORM 1200-ADD-PORTFOLIO
                       END-IF
               END-READ
           END-PERFORM
           .

       1200-ADD-PORTFOLIO.
           IF WS-HOLD-COUNT NOT < WS-MAX-HOLDS
               DISPLAY 'LGLCHK00: legal hold table full at hold '
                       LGH-HOLD-ID ' -- all records held'
               SET WS-HOLD-ALL TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HOLD-COUNT
           MOVE LGH-TARGET-ID TO WS-HLD-PORTFOLIO-ID(WS-HOLD-COUNT)
           MOVE LGH-FROM-DATE TO WS-HLD-FROM-DATE(WS-HOLD-COUNT)
           MOVE LGH-TO-DATE   TO WS-HLD-TO-DATE(WS-HOLD-COUNT)
           MOVE LGH-HOLD-ID   TO WS-HLD-HOLD-ID(WS-HOLD-COUNT)
           .

      *----------------------------------------------------------------*
      * A hold on the portfolio covers the record when no date is
      * asked about, or the record's date falls in the held period.
      *----------------------------------------------------------------*
       2000-CHECK-PERIOD.
           IF LS-LGL-DATE NOT = SPACES
               IF WS-HLD-FROM-DATE(WS-HOLD-IX) NOT = SPACES
               AND LS-LGL-DATE < WS-HLD-FROM-DATE(WS-HOLD-IX)
                   EXIT PARAGRAPH
               END-IF
               IF WS-HLD-TO-DATE(WS-HOLD-IX) NOT = SPACES
               AND LS-LGL-DATE > WS-HLD-TO-DATE(WS-HOLD-IX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET LS-LGL-HELD TO TRUE
           MOVE WS-HLD-HOLD-ID(WS-HOLD-IX) TO LS-LGL-HOLD-ID
           .
