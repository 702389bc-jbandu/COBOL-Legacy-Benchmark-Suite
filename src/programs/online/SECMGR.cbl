      *              so an inquiry-only operator can no longer reach
      *              an update function. New 'P' request maintains
      *              profiles, supervisor-only, with an audit entry.
      * 2026-10-15 - New 'D' request answers the identifier display
      *              level for the signed-on user: account numbers
      *              masked for every role, client names suppressed
      *              for the inquiry role, and full identifiers only
      *              on request to a user granted the UNMASK
      *              function -- every such request is audited.
      * 2026-10-15 - Sign-on control on the 'V' request: consecutive
      *              failures are counted on USRPROF and the profile
      *              locks at the SGNPARM threshold; a locked profile
      *              is refused until a supervisor unlocks it through
      *              the 'P' request. Credentials expire SGNPARM days
      *              after they were last changed or reissued, with a
      *              warning beforehand. Sign-on events are written to
      *              the audit file as LOGIN entries for the daily
      *              security exceptions report.
      *****************************************************************
       
       ENVIRONMENT DIVISION.
           05 WS-REQUESTER-PROFILE.
              10 WS-REQUESTER-ROLE PIC X(3).

           COPY AUDITLOG.

           COPY SGNPARM.

           COPY SGNAUD.

      *    Sign-on control work fields ('V' request, and the unlock
      *    and reissue on a 'P' request). The values are the defaults
      *    SGNPARM overrides.
       01  WS-SIGNON-WORK.
           05 WS-MAX-FAILURES      PIC 9(2) VALUE 5.
           05 WS-EXPIRY-DAYS       PIC 9(3) VALUE 90.
           05 WS-WARNING-DAYS      PIC 9(2) VALUE 14.
           05 WS-HOURS-FROM        PIC 9(4) VALUE 0700.
           05 WS-HOURS-TO          PIC 9(4) VALUE 1900.
           05 WS-CURRENT-DT        PIC X(21).
           05 WS-TODAY-NUM         PIC 9(8).
           05 WS-CHANGED-NUM       PIC 9(8).
           05 WS-NOW-HHMM          PIC 9(4).
           05 WS-DAY-OF-WEEK       PIC 9(1).
           05 WS-CRED-AGE          PIC S9(5) COMP.
           05 WS-DAYS-LEFT         PIC S9(5) COMP.
           05 WS-DAYS-LEFT-ED      PIC ZZ9.
           05 WS-AUD-RESPONSE      PIC S9(8) COMP.
           05 WS-AUD-RESULT        PIC X(4).
           05 WS-AUD-USER          PIC X(8).
           05 WS-STORED-SIGNON     PIC X(19).
           05 WS-IMAGE-SIGNON.
              10 WS-IMG-FAILED-COUNT PIC X(2).
              10 WS-IMG-LOCK-STATUS  PIC X(1).
              10 WS-IMG-CRED-CHANGED PIC X(8).
              10 WS-IMG-LAST-SIGNON  PIC X(8).
           05 WS-PROFILE-CHANGED-SW PIC X VALUE 'N'.
              88 WS-PROFILE-CHANGED    VALUE 'Y'.
              88 WS-PROFILE-UNCHANGED  VALUE 'N'.
           05 WS-OUT-OF-HOURS-SW   PIC X VALUE 'N'.
              88 WS-OUT-OF-HOURS       VALUE 'Y'.
              88 WS-IN-HOURS           VALUE 'N'.
           05 WS-FIRST-TODAY-SW    PIC X VALUE 'N'.
              88 WS-FIRST-TODAY        VALUE 'Y'.
              88 WS-SEEN-TODAY         VALUE 'N'.

      *    Audit file timestamp, in the same YYYY-MM-DD-HH.MM.SS form
      *    the audit readers take the date and time from.
       01  WS-AUD-STAMP.
           05 WS-AST-YYYY          PIC X(4).
           05 FILLER               PIC X VALUE '-'.
           05 WS-AST-MM            PIC X(2).
           05 FILLER               PIC X VALUE '-'.
           05 WS-AST-DD            PIC X(2).
           05 FILLER               PIC X VALUE '-'.
           05 WS-AST-HH            PIC X(2).
           05 FILLER               PIC X VALUE '.'.
           05 WS-AST-MI            PIC X(2).
           05 FILLER               PIC X VALUE '.'.
           05 WS-AST-SS            PIC X(2).
           05 FILLER               PIC X VALUE '.'.
           05 WS-AST-FRACTION      PIC X(6).

      *    Identifier display level work fields ('D' request).
       01  WS-DISPLAY-WORK.
           05 WS-UNMASK-FUNCTION   PIC X(8) VALUE 'UNMASK'.
           05 WS-DISPLAY-LEVEL     PIC X(1).
           05 WS-UNMASK-SW         PIC X VALUE 'N'.
              88 WS-UNMASK-ASKED       VALUE 'Y'.
              88 WS-UNMASK-NOT-ASKED   VALUE 'N'.

       LINKAGE SECTION.
       01  SECURITY-REQUEST-AREA.
           05 SEC-REQUEST-TYPE     PIC X.
              88 SEC-AUTHORIZE          VALUE 'A'.
              88 SEC-AUDIT              VALUE 'L'.
              88 SEC-PROFILE-MAINT      VALUE 'P'.
              88 SEC-DISPLAY-REQUEST    VALUE 'D'.
           05 SEC-USER-ID          PIC X(8).
           05 SEC-RESOURCE-NAME    PIC X(8).
           05 SEC-ACCESS-TYPE     PIC X(8).
      *    On a 'D' request the access type comes back as the
      *    identifier display level: F=full, M=account numbers
      *    masked, S=account numbers masked and names suppressed.
           05 SEC-DISPLAY-LEVEL REDEFINES SEC-ACCESS-TYPE.
              10 SEC-DISPLAY-CODE  PIC X(1).
                 88 SEC-DISPLAY-FULL       VALUE 'F'.
                 88 SEC-DISPLAY-MASKED     VALUE 'M'.
                 88 SEC-DISPLAY-SUPPRESSED VALUE 'S'.
              10 FILLER            PIC X(7).
           05 SEC-RESPONSE-CODE    PIC S9(8) COMP.
           05 SEC-ERROR-INFO       PIC X(80).
      *    Profile image for the 'P' maintenance request: the target
               WHEN SEC-PROFILE-MAINT
                    PERFORM P400-MAINTAIN-PROFILE
                       THRU P400-EXIT
               WHEN SEC-DISPLAY-REQUEST
                    PERFORM P500-DISPLAY-LEVEL
                       THRU P500-EXIT
           END-EVALUATE.
           
           EXEC CICS RETURN END-EXEC.
           
      *----------------------------------------------------------------*
      * Sign-on validation. The CICS user must be the one the request
      * names -- a mismatch is a failed sign-on and counts toward the
      * lockout. A locked profile, or an expired credential, is
      * refused without counting. A good sign-on clears the failure
      * count and, inside the warning window, answers RC 0 with the
      * days to expiry in SEC-ERROR-INFO. No profile on file leaves
      * the decision to the authorization check, as before.
      *----------------------------------------------------------------*
       P100-VALIDATE-USER.
           MOVE SPACES TO SEC-ERROR-INFO.
           EXEC CICS ASSIGN
                     USERID(WS-USER-ID)
                     TERMID(WS-TERMINAL-ID)
                     RESP(SEC-RESPONSE-CODE)
           END-EXEC.

           IF SEC-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Unable to obtain user credentials'
                TO SEC-ERROR-INFO
              MOVE 12 TO SEC-RESPONSE-CODE
              GO TO P100-EXIT
           END-IF.

           PERFORM P110-READ-SIGNON-PARMS
              THRU P110-EXIT.
           MOVE SEC-USER-ID TO WS-AUD-USER.

           EXEC CICS READ FILE('USRPROF')
                     INTO(USER-PROFILE-RECORD)
                     RIDFLD(SEC-USER-ID)
                     UPDATE
                     RESP(SEC-RESPONSE-CODE)
           END-EXEC.

           IF SEC-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              IF SEC-USER-ID = WS-USER-ID
                 MOVE 0 TO SEC-RESPONSE-CODE
              ELSE
                 MOVE 'User validation failed'
                   TO SEC-ERROR-INFO
                 MOVE 8 TO SEC-RESPONSE-CODE
                 MOVE 'FAILED  ' TO SGA-EVENT
                 MOVE 'Signed-on user does not match - no profile'
                   TO SGA-TEXT
                 MOVE 'FAIL' TO WS-AUD-RESULT
                 PERFORM P600-WRITE-SIGNON-AUDIT
                    THRU P600-EXIT
              END-IF
              GO TO P100-EXIT
           END-IF.

           SET WS-PROFILE-UNCHANGED TO TRUE.
           IF UPR-FAILED-COUNT NOT NUMERIC
              MOVE 0 TO UPR-FAILED-COUNT
           END-IF.

           IF UPR-LOCKED
              PERFORM P190-UNLOCK-PROFILE
                 THRU P190-EXIT
              MOVE 'User profile locked - supervisor must unlock'
                TO SEC-ERROR-INFO
              MOVE 8 TO SEC-RESPONSE-CODE
              MOVE 'LOCKREJ ' TO SGA-EVENT
              MOVE 'Sign-on refused - profile locked' TO SGA-TEXT
              MOVE 'FAIL' TO WS-AUD-RESULT
              PERFORM P600-WRITE-SIGNON-AUDIT
                 THRU P600-EXIT
              GO TO P100-EXIT
           END-IF.

           IF SEC-USER-ID NOT = WS-USER-ID
              PERFORM P130-RECORD-FAILURE
                 THRU P130-EXIT
              GO TO P100-EXIT
           END-IF.

           PERFORM P140-CHECK-EXPIRY
              THRU P140-EXIT.
           IF SEC-RESPONSE-CODE NOT = 0
              GO TO P100-EXIT
           END-IF.

           PERFORM P150-ACCEPT-SIGNON
              THRU P150-EXIT.
       P100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The sign-on control record; defaults stand when it is missing
      * or a field is blank or zero.
      *----------------------------------------------------------------*
       P110-READ-SIGNON-PARMS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT.
           MOVE WS-CURRENT-DT(1:8) TO WS-TODAY.
           MOVE WS-CURRENT-DT(1:8) TO WS-TODAY-NUM.
           MOVE WS-CURRENT-DT(9:4) TO WS-NOW-HHMM.

           MOVE '1' TO SGP-RECORD-ID.
           EXEC CICS READ FILE('SGNPARM')
                     INTO(SIGNON-PARM-RECORD)
                     RIDFLD(SGP-RECORD-ID)
                     RESP(WS-AUD-RESPONSE)
           END-EXEC.
           IF WS-AUD-RESPONSE NOT = DFHRESP(NORMAL)
              GO TO P110-EXIT
           END-IF.

           IF SGP-MAX-FAILURES IS NUMERIC
              AND SGP-MAX-FAILURES NOT = 0
              MOVE SGP-MAX-FAILURES TO WS-MAX-FAILURES
           END-IF.
           IF SGP-EXPIRY-DAYS IS NUMERIC
              AND SGP-EXPIRY-DAYS NOT = 0
              MOVE SGP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           END-IF.
           IF SGP-WARNING-DAYS IS NUMERIC
              AND SGP-WARNING-DAYS NOT = 0
              MOVE SGP-WARNING-DAYS TO WS-WARNING-DAYS
           END-IF.
           IF SGP-HOURS-FROM IS NUMERIC
              AND SGP-HOURS-TO IS NUMERIC
              AND SGP-HOURS-TO > SGP-HOURS-FROM
              MOVE SGP-HOURS-FROM TO WS-HOURS-FROM
              MOVE SGP-HOURS-TO   TO WS-HOURS-TO
           END-IF.
       P110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One more consecutive failure; the one that reaches the
      * threshold locks the profile.
      *----------------------------------------------------------------*
       P130-RECORD-FAILURE.
           IF UPR-FAILED-COUNT < 99
              ADD 1 TO UPR-FAILED-COUNT
           END-IF.
           MOVE 'FAIL' TO WS-AUD-RESULT.

           IF UPR-FAILED-COUNT NOT < WS-MAX-FAILURES
              SET UPR-LOCKED TO TRUE
              MOVE 'User validation failed - profile now locked'
                TO SEC-ERROR-INFO
              MOVE 'LOCKED  ' TO SGA-EVENT
              MOVE 'Profile locked after consecutive failed sign-ons'
                TO SGA-TEXT
           ELSE
              MOVE 'User validation failed'
                TO SEC-ERROR-INFO
              MOVE 'FAILED  ' TO SGA-EVENT
              MOVE 'Signed-on user does not match the request'
                TO SGA-TEXT
           END-IF.

           EXEC CICS REWRITE FILE('USRPROF')
                     FROM(USER-PROFILE-RECORD)
                     RESP(WS-AUD-RESPONSE)
           END-EXEC.

           PERFORM P600-WRITE-SIGNON-AUDIT
              THRU P600-EXIT.
           MOVE 8 TO SEC-RESPONSE-CODE.
       P130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Credential age from the date it was last changed or reissued.
      * A profile that has never had the date recorded starts its
      * clock on this sign-on.
      *----------------------------------------------------------------*
       P140-CHECK-EXPIRY.
           MOVE 0 TO SEC-RESPONSE-CODE.
           IF UPR-CRED-CHANGED NOT NUMERIC
              MOVE WS-TODAY TO UPR-CRED-CHANGED
              SET WS-PROFILE-CHANGED TO TRUE
           END-IF.

           MOVE UPR-CRED-CHANGED TO WS-CHANGED-NUM.
           COMPUTE WS-CRED-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-CHANGED-NUM).
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAYS - WS-CRED-AGE.

           IF WS-DAYS-LEFT NOT > 0
              PERFORM P190-UNLOCK-PROFILE
                 THRU P190-EXIT
              MOVE 'Credential has expired - see your supervisor'
                TO SEC-ERROR-INFO
              MOVE 8 TO SEC-RESPONSE-CODE
              MOVE 'EXPIRED ' TO SGA-EVENT
              MOVE 'Sign-on refused - credential expired'
                TO SGA-TEXT
              MOVE 'FAIL' TO WS-AUD-RESULT
              PERFORM P600-WRITE-SIGNON-AUDIT
                 THRU P600-EXIT
              GO TO P140-EXIT
           END-IF.

           IF WS-DAYS-LEFT NOT > WS-WARNING-DAYS
              MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-ED
              STRING 'Credential expires in ' DELIMITED BY SIZE
                     WS-DAYS-LEFT-ED          DELIMITED BY SIZE
                     ' days - arrange a change' DELIMITED BY SIZE
                INTO SEC-ERROR-INFO
              END-STRING
           END-IF.
       P140-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A good sign-on. The profile is only rewritten when something
      * on it moves -- the failure count cleared, or the first
      * sign-on of the day -- and only the first of the day, or one
      * outside business hours, is written to the audit file.
      *----------------------------------------------------------------*
       P150-ACCEPT-SIGNON.
           IF UPR-FAILED-COUNT NOT = 0
              MOVE 0 TO UPR-FAILED-COUNT
              SET WS-PROFILE-CHANGED TO TRUE
           END-IF.

           SET WS-SEEN-TODAY TO TRUE.
           IF UPR-LAST-SIGNON NOT = WS-TODAY
              MOVE WS-TODAY TO UPR-LAST-SIGNON
              SET WS-FIRST-TODAY TO TRUE
              SET WS-PROFILE-CHANGED TO TRUE
           END-IF.

           IF WS-PROFILE-CHANGED
              EXEC CICS REWRITE FILE('USRPROF')
                        FROM(USER-PROFILE-RECORD)
                        RESP(WS-AUD-RESPONSE)
              END-EXEC
           ELSE
              PERFORM P190-UNLOCK-PROFILE
                 THRU P190-EXIT
           END-IF.

           PERFORM P160-CHECK-BUSINESS-HOURS
              THRU P160-EXIT.

           IF WS-FIRST-TODAY OR WS-OUT-OF-HOURS
              IF SEC-ERROR-INFO NOT = SPACES
                 MOVE 'EXPWARN ' TO SGA-EVENT
                 MOVE 'WARN' TO WS-AUD-RESULT
                 MOVE SEC-ERROR-INFO TO SGA-TEXT
              ELSE
                 MOVE 'SIGNON  ' TO SGA-EVENT
                 MOVE 'SUCC' TO WS-AUD-RESULT
                 IF WS-OUT-OF-HOURS
                    MOVE 'Sign-on outside business hours'
                      TO SGA-TEXT
                 ELSE
                    MOVE 'First sign-on of the day' TO SGA-TEXT
                 END-IF
              END-IF
              PERFORM P600-WRITE-SIGNON-AUDIT
                 THRU P600-EXIT
           END-IF.

           MOVE 0 TO SEC-RESPONSE-CODE.
       P150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Outside business hours: before the opening time, at or after
      * the closing time, or at the weekend. INTEGER-OF-DATE counts
      * from a Monday, so the remainder by seven is 6 on a Saturday
      * and 0 on a Sunday.
      *----------------------------------------------------------------*
       P160-CHECK-BUSINESS-HOURS.
           SET WS-IN-HOURS TO TRUE.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM), 7).
           IF WS-NOW-HHMM < WS-HOURS-FROM
              OR WS-NOW-HHMM NOT < WS-HOURS-TO
              OR WS-DAY-OF-WEEK = 6
              OR WS-DAY-OF-WEEK = 0
              SET WS-OUT-OF-HOURS TO TRUE
           END-IF.
       P160-EXIT.
           EXIT.

       P190-UNLOCK-PROFILE.
           EXEC CICS UNLOCK FILE('USRPROF')
                     RESP(WS-AUD-RESPONSE)
           END-EXEC.
       P190-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Role-based authorization from the user profile file. The
      * profile must exist, be active, and be inside its active date
              GO TO P210-EXIT
           END-IF.

           IF UPR-LOCKED
              MOVE 'User profile locked - supervisor must unlock'
                TO SEC-ERROR-INFO
              MOVE 8 TO SEC-RESPONSE-CODE
              GO TO P210-EXIT
           END-IF.

           IF UPR-ACTIVE-FROM NOT = SPACES
              AND WS-TODAY < UPR-ACTIVE-FROM
              MOVE 'User profile not yet active'
      * user's full profile record arrives in SEC-PROFILE-IMAGE and
      * is written or rewritten as a whole. Every maintenance action
      * is audited through the same trail as access logging.
      *
      * The sign-on control fields are not the image's to overwrite:
      * a rewrite keeps the stored failure count, lock and dates, and
      * changes them only as a supervisor action -- a blank lock
      * status on a locked profile unlocks it and clears the count;
      * a later credential date not after today reissues the
      * credential and restarts its expiry. A new profile starts
      * unlocked with its credential issued today.
      *----------------------------------------------------------------*
       P400-MAINTAIN-PROFILE.
           PERFORM P210-READ-PROFILE
              GO TO P400-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT.
           MOVE WS-CURRENT-DT(1:8) TO WS-TODAY.
           MOVE SPACES TO SGA-EVENT.

           MOVE SEC-PROFILE-IMAGE TO USER-PROFILE-RECORD.
           MOVE UPR-SIGNON TO WS-IMAGE-SIGNON.
           MOVE 0      TO UPR-FAILED-COUNT.
           MOVE SPACES TO UPR-LOCK-STATUS.
           MOVE WS-TODAY TO UPR-CRED-CHANGED.
           MOVE SPACES TO UPR-LAST-SIGNON.
           MOVE FUNCTION CURRENT-DATE TO UPR-LAST-MAINT-DATE.
           MOVE SEC-USER-ID TO UPR-LAST-MAINT-USER.

                        RESP(SEC-RESPONSE-CODE)
              END-EXEC
              IF SEC-RESPONSE-CODE = DFHRESP(NORMAL)
                 MOVE UPR-SIGNON TO WS-STORED-SIGNON
                 MOVE SEC-PROFILE-IMAGE TO USER-PROFILE-RECORD
                 MOVE WS-STORED-SIGNON TO UPR-SIGNON
                 PERFORM P410-APPLY-SIGNON-CHANGES
                    THRU P410-EXIT
                 MOVE FUNCTION CURRENT-DATE TO UPR-LAST-MAINT-DATE
                 MOVE SEC-USER-ID TO UPR-LAST-MAINT-USER
                 EXEC CICS REWRITE FILE('USRPROF')
           PERFORM P300-LOG-ACCESS
              THRU P300-EXIT.
           MOVE WS-SAVE-RESPONSE TO SEC-RESPONSE-CODE.

      *    An unlock or reissue also goes to the audit file beside
      *    the sign-on events it answers.
           IF WS-SAVE-RESPONSE = 0
              AND SGA-EVENT NOT = SPACES
              MOVE UPR-USER-ID TO WS-AUD-USER
              MOVE 'SUCC' TO WS-AUD-RESULT
              PERFORM P600-WRITE-SIGNON-AUDIT
                 THRU P600-EXIT
           END-IF.
       P400-EXIT.
           EXIT.

       P410-APPLY-SIGNON-CHANGES.
           IF UPR-FAILED-COUNT NOT NUMERIC
              MOVE 0 TO UPR-FAILED-COUNT
           END-IF.

           IF WS-IMG-CRED-CHANGED IS NUMERIC
              AND WS-IMG-CRED-CHANGED NOT > WS-TODAY
              AND (UPR-CRED-CHANGED NOT NUMERIC
                   OR WS-IMG-CRED-CHANGED > UPR-CRED-CHANGED)
              MOVE WS-IMG-CRED-CHANGED TO UPR-CRED-CHANGED
              MOVE 'CREDCHG ' TO SGA-EVENT
              MOVE SPACES TO SGA-TEXT
              STRING 'Credential reissued by supervisor '
                                        DELIMITED BY SIZE
                     SEC-USER-ID        DELIMITED BY SIZE
                INTO SGA-TEXT
              END-STRING
           END-IF.

           IF UPR-LOCKED
              AND WS-IMG-LOCK-STATUS = SPACE
              SET UPR-UNLOCKED TO TRUE
              MOVE 0 TO UPR-FAILED-COUNT
              MOVE 'UNLOCKED' TO SGA-EVENT
              MOVE SPACES TO SGA-TEXT
              STRING 'Profile unlocked by supervisor '
                                        DELIMITED BY SIZE
                     SEC-USER-ID        DELIMITED BY SIZE
                INTO SGA-TEXT
              END-STRING
           END-IF.
       P410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Identifier display level for the signed-on user. Account
      * numbers are masked to their last four characters for every
      * role and client names are suppressed for the inquiry role.
      * The caller asks for full identifiers by naming the UNMASK
      * function in SEC-RESOURCE-NAME; the user must hold it (the
      * supervisor role passes, as for every function), and the
      * request is audited whether it is granted or not. A refused
      * request answers RC 4 with the masked level, so the inquiry
      * still runs; no usable profile answers names suppressed.
      *----------------------------------------------------------------*
       P500-DISPLAY-LEVEL.
           IF SEC-RESOURCE-NAME = WS-UNMASK-FUNCTION
              SET WS-UNMASK-ASKED TO TRUE
           ELSE
              SET WS-UNMASK-NOT-ASKED TO TRUE
           END-IF.
           MOVE 'S' TO WS-DISPLAY-LEVEL.

           PERFORM P210-READ-PROFILE
              THRU P210-EXIT.

           IF SEC-RESPONSE-CODE NOT = 0
              GO TO P500-RETURN
           END-IF.

           IF NOT UPR-ROLE-INQUIRY
              MOVE 'M' TO WS-DISPLAY-LEVEL
           END-IF.

           IF WS-UNMASK-NOT-ASKED
              GO TO P500-RETURN
           END-IF.

           MOVE WS-UNMASK-FUNCTION TO SEC-RESOURCE-NAME.
           PERFORM P200-CHECK-AUTH
              THRU P200-EXIT.

           IF SEC-RESPONSE-CODE = 0
              MOVE 'F' TO WS-DISPLAY-LEVEL
           ELSE
              MOVE 'Full identifiers not granted - display masked'
                TO SEC-ERROR-INFO
           END-IF.

           MOVE 'DISPLAY' TO SEC-ACCESS-TYPE.
           MOVE SEC-RESPONSE-CODE TO WS-SAVE-RESPONSE.
           PERFORM P300-LOG-ACCESS
              THRU P300-EXIT.

           IF WS-SAVE-RESPONSE = 0
              MOVE 0 TO SEC-RESPONSE-CODE
           ELSE
              MOVE 4 TO SEC-RESPONSE-CODE
           END-IF.

       P500-RETURN.
           MOVE SPACES TO SEC-DISPLAY-LEVEL.
           MOVE WS-DISPLAY-LEVEL TO SEC-DISPLAY-CODE.
       P500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One LOGIN entry on the audit file for a sign-on event; the
      * event code and text are already in SIGNON-AUDIT-MESSAGE. A
      * failed audit write does not change the sign-on answer.
      *----------------------------------------------------------------*
       P600-WRITE-SIGNON-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DT.
           MOVE WS-CURRENT-DT(1:4)  TO WS-AST-YYYY.
           MOVE WS-CURRENT-DT(5:2)  TO WS-AST-MM.
           MOVE WS-CURRENT-DT(7:2)  TO WS-AST-DD.
           MOVE WS-CURRENT-DT(9:2)  TO WS-AST-HH.
           MOVE WS-CURRENT-DT(11:2) TO WS-AST-MI.
           MOVE WS-CURRENT-DT(13:2) TO WS-AST-SS.
           MOVE WS-CURRENT-DT(15:2) TO WS-AST-FRACTION.
           MOVE '0000' TO WS-AST-FRACTION(3:4).

           INITIALIZE AUDIT-RECORD.
           MOVE WS-AUD-STAMP   TO AUD-TIMESTAMP.
           MOVE 'PORTFOLIO'    TO AUD-SYSTEM-ID.
           MOVE WS-AUD-USER    TO AUD-USER-ID.
           MOVE 'SECMGR  '     TO AUD-PROGRAM.
           MOVE WS-TERMINAL-ID TO AUD-TERMINAL.
           MOVE 'USER'         TO AUD-TYPE.
           MOVE 'LOGIN   '     TO AUD-ACTION.
           MOVE WS-AUD-RESULT  TO AUD-STATUS.
           MOVE SIGNON-AUDIT-MESSAGE TO AUD-MESSAGE.

           EXEC CICS WRITE FILE('AUDFILE')
                     FROM(AUDIT-RECORD)
                     RIDFLD(AUD-TIMESTAMP)
                     RESP(WS-AUD-RESPONSE)
           END-EXEC.
       P600-EXIT.
           EXIT.
