      *================================================================*
      * Program Name: LGLMNT00
      * Description: Legal Hold Maintenance
      * Version: 1.0
      * Date: 2026
      *
      * Places and releases the legal holds on LGLHLD that keep a
      * portfolio's or a client's records out of archive, purge and
      * compaction while a litigation or regulatory matter is open.
      * Each LGLMIN card is one of:
      *   P  place a hold line -- hold ID, scope (P portfolio or
      *      H client household), the portfolio or household ID,
      *      the period held (either end may be left open), the
      *      matter reference and the user placing it. One hold ID
      *      may be placed on as many portfolios and clients as the
      *      matter needs, one card per line.
      *   R  release every active line of a hold ID, with a reason.
      *      Only an active supervisor on USRPROF may release a
      *      hold; a release by anyone else is refused and the
      *      attempt itself is logged.
      * Released lines stay on file, marked with who released them,
      * when and why. Every placement, release and refused release
      * is written to AUDITLOG.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLMNT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CARD-FILE
               ASSIGN TO LGLMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT LEGAL-HOLD-FILE
               ASSIGN TO LGLHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGH-KEY
               FILE STATUS IS WS-LGH-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT HOUSEHOLD-FILE
               ASSIGN TO HOUSHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSH-KEY
               FILE STATUS IS WS-HSH-STATUS.

           SELECT USER-PROFILE-FILE
               ASSIGN TO USRPROF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UPR-KEY
               FILE STATUS IS WS-UPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HOLD-CARD-RECORD.
           05  LMC-ACTION              PIC X(01).
               88  LMC-PLACE               VALUE 'P'.
               88  LMC-RELEASE             VALUE 'R'.
           05  LMC-HOLD-ID             PIC X(08).
           05  LMC-SCOPE               PIC X(01).
           05  LMC-TARGET-ID           PIC X(08).
           05  LMC-FROM-DATE           PIC X(08).
           05  LMC-TO-DATE             PIC X(08).
           05  LMC-USER-ID             PIC X(08).
           05  LMC-MATTER-REF          PIC X(20).
           05  LMC-REASON              PIC X(40).
           05  FILLER                  PIC X(18).

       FD  LEGAL-HOLD-FILE.
           COPY LGLHLD.

       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  HOUSEHOLD-FILE.
           COPY HOUSHLD.

       FD  USER-PROFILE-FILE.
           COPY USRPROF.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-LGH-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-HSH-STATUS           PIC X(2).
           05  WS-UPR-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.
           05  WS-LGH-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-LGH-EOF              VALUE 'Y'.
           05  WS-TARGET-SW            PIC X(1).
               88  WS-TARGET-FOUND         VALUE 'Y'.
               88  WS-TARGET-NOT-FOUND     VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-BEFORE-IMAGE         PIC X(400).
           05  WS-AUDIT-ACTION         PIC X(8).
           05  WS-LINES-RELEASED       PIC 9(5) COMP.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-HOLDS-PLACED         PIC 9(5) COMP VALUE 0.
           05  WS-HOLDS-RELEASED       PIC 9(5) COMP VALUE 0.
           05  WS-RELEASES-REFUSED     PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-IGNORED        PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-CARDS
               UNTIL WS-IN-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT HOLD-CARD-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening legal hold cards' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF

      *    The hold file is created by the first placement.
           OPEN I-O LEGAL-HOLD-FILE
           IF WS-LGH-STATUS NOT = '00' AND '05'
               MOVE 'Error opening legal hold file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF

           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HSH-STATUS NOT = '00'
               MOVE 'Error opening household file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF

           OPEN INPUT USER-PROFILE-FILE
           IF WS-UPR-STATUS NOT = '00'
               MOVE 'Error opening user profile file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF
           .

       2000-PROCESS-CARDS.
           READ HOLD-CARD-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ

           IF LMC-HOLD-ID = SPACES OR LMC-USER-ID = SPACES
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Hold ID and user required: '
                       LMC-ACTION ' ' LMC-HOLD-ID
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN LMC-PLACE
                   PERFORM 2100-PLACE-HOLD
               WHEN LMC-RELEASE
                   PERFORM 2200-RELEASE-HOLD
               WHEN OTHER
                   ADD 1 TO WS-CARDS-IGNORED
                   DISPLAY 'Unknown hold action ignored: '
                           LMC-ACTION ' ' LMC-HOLD-ID
           END-EVALUATE
           .

       2100-PLACE-HOLD.
           IF (LMC-SCOPE NOT = 'P' AND NOT = 'H')
           OR LMC-TARGET-ID = SPACES
           OR LMC-MATTER-REF = SPACES
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Scope, target and matter required: '
                       LMC-HOLD-ID ' ' LMC-TARGET-ID
               EXIT PARAGRAPH
           END-IF

           IF (LMC-FROM-DATE NOT = SPACES
               AND LMC-FROM-DATE IS NOT NUMERIC)
           OR (LMC-TO-DATE NOT = SPACES
               AND LMC-TO-DATE IS NOT NUMERIC)
           OR (LMC-FROM-DATE NOT = SPACES
               AND LMC-TO-DATE NOT = SPACES
               AND LMC-FROM-DATE > LMC-TO-DATE)
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Invalid hold period: '
                       LMC-HOLD-ID ' ' LMC-FROM-DATE ' ' LMC-TO-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2110-CHECK-TARGET
           IF WS-TARGET-NOT-FOUND
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Hold target not on file: '
                       LMC-HOLD-ID ' ' LMC-SCOPE ' ' LMC-TARGET-ID
               EXIT PARAGRAPH
           END-IF

           INITIALIZE LEGAL-HOLD-RECORD
           MOVE LMC-HOLD-ID       TO LGH-HOLD-ID
           MOVE LMC-SCOPE         TO LGH-SCOPE
           MOVE LMC-TARGET-ID     TO LGH-TARGET-ID
           MOVE LMC-FROM-DATE     TO LGH-FROM-DATE
           MOVE LMC-TO-DATE       TO LGH-TO-DATE
           MOVE LMC-MATTER-REF    TO LGH-MATTER-REF
           MOVE LMC-USER-ID       TO LGH-PLACED-BY
           MOVE WS-CURRENT-DATE-X TO LGH-PLACED-DATE
           SET LGH-STATUS-ACTIVE  TO TRUE

           WRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-CARDS-IGNORED
                   DISPLAY 'Hold line already on file: '
                           LMC-HOLD-ID ' ' LMC-SCOPE ' ' LMC-TARGET-ID
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-HOLDS-PLACED
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE 'CREATE  ' TO WS-AUDIT-ACTION
           PERFORM 2500-AUDIT-HOLD
           .

       2110-CHECK-TARGET.
           SET WS-TARGET-NOT-FOUND TO TRUE

           IF LMC-SCOPE = 'P'
               MOVE LMC-TARGET-ID TO PORT-ID
               READ PORTFOLIO-FILE
                   NOT INVALID KEY
                       SET WS-TARGET-FOUND TO TRUE
               END-READ
               EXIT PARAGRAPH
           END-IF

           MOVE LMC-TARGET-ID TO HSH-HOUSEHOLD-ID
           MOVE LOW-VALUES    TO HSH-PORTFOLIO-ID
           START HOUSEHOLD-FILE KEY IS NOT LESS THAN HSH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HOUSEHOLD-FILE NEXT RECORD
               NOT AT END
                   IF HSH-HOUSEHOLD-ID = LMC-TARGET-ID
                       SET WS-TARGET-FOUND TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * Release is a supervisor's decision. The releasing user's own
      * USRPROF record decides it; a refused release is audited as a
      * failure so the attempt is on record too.
      *----------------------------------------------------------------*
       2200-RELEASE-HOLD.
           IF LMC-REASON = SPACES
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Release reason required: ' LMC-HOLD-ID
               EXIT PARAGRAPH
           END-IF

           MOVE LMC-USER-ID TO UPR-USER-ID
           READ USER-PROFILE-FILE
               INVALID KEY
                   MOVE SPACES TO UPR-STATUS
           END-READ

           IF NOT UPR-STATUS-ACTIVE
           OR NOT UPR-ROLE-SUPERVISOR
               ADD 1 TO WS-RELEASES-REFUSED
               DISPLAY 'Release refused, not a supervisor: '
                       LMC-HOLD-ID ' ' LMC-USER-ID
               PERFORM 2600-AUDIT-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-LINES-RELEASED
           MOVE 'N' TO WS-LGH-EOF-SW
           MOVE LMC-HOLD-ID TO LGH-HOLD-ID
           MOVE LOW-VALUES  TO LGH-SCOPE
                               LGH-TARGET-ID
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LGH-KEY
               INVALID KEY
                   SET WS-LGH-EOF TO TRUE
           END-START

           PERFORM 2210-RELEASE-ONE-LINE
               UNTIL WS-LGH-EOF

           IF WS-LINES-RELEASED = ZERO
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'No active hold to release: ' LMC-HOLD-ID
           ELSE
               ADD 1 TO WS-HOLDS-RELEASED
           END-IF
           .

       2210-RELEASE-ONE-LINE.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-LGH-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF LGH-HOLD-ID NOT = LMC-HOLD-ID
               SET WS-LGH-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT LGH-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE LEGAL-HOLD-RECORD TO WS-BEFORE-IMAGE
           SET LGH-STATUS-RELEASED TO TRUE
           MOVE LMC-USER-ID       TO LGH-RELEASED-BY
           MOVE WS-CURRENT-DATE-X TO LGH-RELEASED-DATE
           MOVE LMC-REASON        TO LGH-RELEASE-REASON

           REWRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   MOVE 'Error releasing legal hold' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-LINES-RELEASED
           MOVE 'UPDATE  ' TO WS-AUDIT-ACTION
           PERFORM 2500-AUDIT-HOLD
           .

       2500-AUDIT-HOLD.
           INITIALIZE AUDIT-RECORD
           MOVE WS-AUDIT-ACTION  TO AUD-ACTION
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'          TO AUD-SYSTEM-ID
           MOVE LMC-USER-ID      TO AUD-USER-ID
           MOVE 'LGLMNT00'       TO AUD-PROGRAM
           MOVE 'USER'           TO AUD-TYPE
           MOVE 'SUCC'           TO AUD-STATUS
           IF LGH-SCOPE-PORTFOLIO
               MOVE LGH-TARGET-ID TO AUD-PORTFOLIO-ID
           END-IF
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE LEGAL-HOLD-RECORD TO AUD-AFTER-IMAGE

           IF LGH-STATUS-ACTIVE
               STRING 'Legal hold '     DELIMITED BY SIZE
                      LGH-HOLD-ID       DELIMITED BY SIZE
                      ' placed on '     DELIMITED BY SIZE
                      LGH-SCOPE         DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      LGH-TARGET-ID     DELIMITED BY SIZE
                      ' matter '        DELIMITED BY SIZE
                      LGH-MATTER-REF    DELIMITED BY SIZE
                 INTO AUD-MESSAGE
           ELSE
               STRING 'Legal hold '     DELIMITED BY SIZE
                      LGH-HOLD-ID       DELIMITED BY SIZE
                      ' released on '   DELIMITED BY SIZE
                      LGH-SCOPE         DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      LGH-TARGET-ID     DELIMITED BY SIZE
                      ': '              DELIMITED BY SIZE
                      LGH-RELEASE-REASON DELIMITED BY SIZE
                 INTO AUD-MESSAGE
           END-IF

           CALL 'AUDPROC' USING AUDIT-RECORD

           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       2600-AUDIT-REFUSED.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'          TO AUD-SYSTEM-ID
           MOVE LMC-USER-ID      TO AUD-USER-ID
           MOVE 'LGLMNT00'       TO AUD-PROGRAM
           MOVE 'USER'           TO AUD-TYPE
           MOVE 'UPDATE  '       TO AUD-ACTION
           MOVE 'FAIL'           TO AUD-STATUS

           STRING 'Legal hold '     DELIMITED BY SIZE
                  LMC-HOLD-ID       DELIMITED BY SIZE
                  ' release refused: user is not an active '
                                    DELIMITED BY SIZE
                  'supervisor'      DELIMITED BY SIZE
             INTO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD

           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       3000-TERMINATE.
           CLOSE HOLD-CARD-FILE
                 LEGAL-HOLD-FILE
                 PORTFOLIO-FILE
                 HOUSEHOLD-FILE
                 USER-PROFILE-FILE

           DISPLAY 'LGLMNT00 Processing Statistics:'
           DISPLAY '  Cards read:        ' WS-CARDS-READ
           DISPLAY '  Hold lines placed: ' WS-HOLDS-PLACED
           DISPLAY '  Holds released:    ' WS-HOLDS-RELEASED
           DISPLAY '  Releases refused:  ' WS-RELEASES-REFUSED
           DISPLAY '  Cards ignored:     ' WS-CARDS-IGNORED
           DISPLAY '  Errors:            ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'LGLMNT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
