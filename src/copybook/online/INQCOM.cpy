      *              function and the INQCOM-SECMNT entry fields.       *
      * 2026-09-01 - Added the SRCH cross-portfolio security search     *
      *              function and the INQCOM-SRCH-REQ selector.         *
      * 2026-10-15 - Added the issuer ID and sector code to the SMNT    *
      *              entry fields.                                      *
      * 2026-10-15 - Added INQCOM-SEC-OVR-RELEASE to hand an SMNT       *
      *              entry's manual overrides back to the vendor load.  *
      * 2026-10-15 - Added the INQO open-orders inquiry function and    *
      *              the INQCOM-ORD-REQ selector it carries.            *
      * 2026-10-15 - Added the AMNT authorized-party maintenance        *
      *              function and the INQCOM-AUTH-PARTY entry fields,   *
      *              and the instructing party to the TRNE entry.       *
      * 2026-10-15 - Added the PVOT proxy vote capture function and the *
      *              INQCOM-PROXY-VOTE entry fields.                    *
      * 2026-10-15 - Added INQCOM-DISPLAY-REQ: the operator's request   *
      *              for full identifiers and the display level         *
      *              SECMGR answered for the handlers to mask by.       *
      * 2026-10-15 - Added the RREQ on-request report function and the  *
      *              INQCOM-RRQ-REQ fields it carries.                  *
      * 2026-10-15 - Added INQCOM-RPT-FORMAT so VRPT can page a         *
      *              report's delimited data version.                   *
      * 2026-10-15 - Added the NOTE account notes function and the      *
      *              INQCOM-NOTE-REQ fields it carries.                 *
      * 2026-10-15 - Added the CMPL complaint register function and the *
      *              INQCOM-CPL-REQ fields it carries.                  *
      * 2026-10-15 - Added the returned-mail action, returned date and *
      *              address-verified flag to the CMNT entry fields.    *
      ******************************************************************
       01  INQCOM-AREA.
           05 INQCOM-FUNCTION         PIC X(4).
              88 INQCOM-LOT-INQ            VALUE 'INQL'.
              88 INQCOM-SEC-MAINT          VALUE 'SMNT'.
              88 INQCOM-SEC-SEARCH         VALUE 'SRCH'.
              88 INQCOM-ORDER-INQ          VALUE 'INQO'.
              88 INQCOM-AUTH-MAINT         VALUE 'AMNT'.
              88 INQCOM-PROXY-VOTE         VALUE 'PVOT'.
              88 INQCOM-REPORT-REQUEST     VALUE 'RREQ'.
              88 INQCOM-ACCOUNT-NOTES      VALUE 'NOTE'.
              88 INQCOM-COMPLAINT-MAINT    VALUE 'CMPL'.
              88 INQCOM-EXIT               VALUE 'EXIT'.
           05 INQCOM-ACCOUNT-NO       PIC X(10).
           05 INQCOM-RESPONSE-CODE    PIC S9(8) COMP.
              10 INQCOM-CLC-DELIVERY  PIC X(1).
              10 INQCOM-CLC-EFF-FROM  PIC X(8).
              10 INQCOM-CLC-EFF-TO    PIC X(8).
      *    Returned-mail action on the entry: blank = save the entry
      *    as keyed, R = record an item returned undeliverable (on
      *    the returned date, today if blank), C = clear the flag
      *    with the new address keyed, confirmed verified (Y).
              10 INQCOM-CLC-MAIL-ACTION PIC X(1).
                 88 INQCOM-CLC-SAVE          VALUE ' '.
                 88 INQCOM-CLC-RECORD-RETURN VALUE 'R'.
                 88 INQCOM-CLC-CLEAR-RETURN  VALUE 'C'.
              10 INQCOM-CLC-RETURNED  PIC X(8).
              10 INQCOM-CLC-ADDR-VERIFIED PIC X(1).
      *    Fields keyed on the report viewer (VRPT): blank report ID
      *    lists what the repository holds; a report ID, run date
      *    and page displays that page. Format D shows the report's
      *    delimited data version instead of the print (the version
      *    filed under the report ID with its last byte set to D).
           05 INQCOM-RPT-REQ.
              10 INQCOM-RPT-ID        PIC X(8).
              10 INQCOM-RPT-DATE      PIC X(8).
              10 INQCOM-RPT-PAGE      PIC 9(5).
              10 INQCOM-RPT-FORMAT    PIC X(1).
                 88 INQCOM-RPT-PRINT          VALUE ' '.
                 88 INQCOM-RPT-DELIMITED      VALUE 'D'.
      *    Fields keyed on the batch status console (BSTS). A blank
      *    job name lists every job for the date; a job name shows
      *    that job's detail with its prerequisite list.
              10 INQCOM-SEC-FREQ-MTHS PIC 9(2).
              10 INQCOM-SEC-NEXT-CPN  PIC X(8).
              10 INQCOM-SEC-RISK      PIC 9(1).
              10 INQCOM-SEC-ISSUER    PIC X(10).
              10 INQCOM-SEC-SECTOR    PIC X(6).
              10 INQCOM-SEC-OVR-RELEASE PIC X(1).
                 88 INQCOM-SEC-RELEASE-OVR    VALUE 'Y'.
      *    Fields keyed on the security search screen (SRCH): every
      *    portfolio's trades in one investment over a date range,
      *    answered from the DB2 TRNHIST table.
              10 INQCOM-SRCH-FROM-DATE  PIC X(8).
              10 INQCOM-SRCH-TO-DATE    PIC X(8).
              10 INQCOM-SRCH-PAGE       PIC 9(5).
      *    Fields keyed on the open-orders inquiry screen (INQO):
      *    the portfolio whose working orders list.
           05 INQCOM-ORD-REQ.
              10 INQCOM-ORD-PORTFOLIO PIC X(8).
      *    Fields keyed on the authorized-party maintenance screen
      *    (AMNT): the full party entry as it should be written.
           05 INQCOM-AUTH-PARTY.
              10 INQCOM-APT-PORTFOLIO PIC X(8).
              10 INQCOM-APT-PARTY-ID  PIC X(8).
              10 INQCOM-APT-NAME      PIC X(30).
              10 INQCOM-APT-ROLE      PIC X(1).
              10 INQCOM-APT-AUTHORITY PIC X(1).
              10 INQCOM-APT-EFF-FROM  PIC X(8).
              10 INQCOM-APT-EFF-TO    PIC X(8).
      *    Fields keyed on the proxy vote screen (PVOT): the holder
      *    line of one meeting and a For/Against/Abstain (F/A/N)
      *    instruction per agenda item.
           05 INQCOM-PROXY-VOTE.
              10 INQCOM-PXV-PORTFOLIO PIC X(8).
              10 INQCOM-PXV-INVESTMENT PIC X(10).
              10 INQCOM-PXV-MEETING-DATE PIC X(8).
              10 INQCOM-PXV-VOTE      PIC X(1) OCCURS 10 TIMES.
      *    Identifier display: 'Y' keyed when the operator asks for
      *    full account numbers and names; the level is set by
      *    INQONLN from SECMGR on every request (F=full, M=account
      *    numbers masked, S=masked and names suppressed) and the
      *    handlers pass it to IDMASK00.
           05 INQCOM-DISPLAY-REQ.
              10 INQCOM-UNMASK-REQ    PIC X(1).
                 88 INQCOM-UNMASK-REQUESTED   VALUE 'Y'.
              10 INQCOM-MASK-LEVEL    PIC X(1).
                 88 INQCOM-SHOW-FULL          VALUE 'F'.
      *    Fields keyed on the report request screen (RREQ): C lists
      *    the reports that may be requested, S queues the report
      *    keyed with its parameters for the next report cycle, and
      *    L (or blank) lists the user's requests with their status.
           05 INQCOM-RRQ-REQ.
              10 INQCOM-RRQ-ACTION    PIC X(1).
                 88 INQCOM-RRQ-CATALOG        VALUE 'C'.
                 88 INQCOM-RRQ-SUBMIT         VALUE 'S'.
                 88 INQCOM-RRQ-STATUS         VALUE 'L' ' '.
              10 INQCOM-RRQ-REPORT-ID PIC X(8).
              10 INQCOM-RRQ-PORTFOLIO PIC X(8).
              10 INQCOM-RRQ-FROM-DATE PIC X(8).
              10 INQCOM-RRQ-TO-DATE   PIC X(8).
      *    Fields keyed on the account notes screen (NOTE), for the
      *    portfolio in INQCOM-ACCOUNT-NO: B (or blank) lists its
      *    notes, A adds a note, N annotates the note whose date and
      *    time are keyed -- and, with the close flag, closes that
      *    note's follow-up.
           05 INQCOM-NOTE-REQ.
              10 INQCOM-NTE-ACTION    PIC X(1).
                 88 INQCOM-NTE-ADD            VALUE 'A'.
                 88 INQCOM-NTE-ANNOTATE       VALUE 'N'.
                 88 INQCOM-NTE-BROWSE         VALUE 'B' ' '.
              10 INQCOM-NTE-CATEGORY  PIC X(1).
              10 INQCOM-NTE-TEXT      PIC X(160).
              10 INQCOM-NTE-FOLLOWUP  PIC X(8).
              10 INQCOM-NTE-ASSIGNEE  PIC X(8).
              10 INQCOM-NTE-REF-DATE  PIC X(8).
              10 INQCOM-NTE-REF-TIME  PIC X(8).
              10 INQCOM-NTE-CLOSE     PIC X(1).
                 88 INQCOM-NTE-CLOSE-FOLLOWUP VALUE 'Y'.
      *    Fields keyed on the complaint register screen (CMPL), for
      *    the portfolio in INQCOM-ACCOUNT-NO: L (or blank) lists its
      *    complaints, A records a new one, U updates the complaint
      *    whose received date and sequence are keyed. On an update
      *    a field left blank (redress zero) keeps its value.
           05 INQCOM-CPL-REQ.
              10 INQCOM-CPL-ACTION    PIC X(1).
                 88 INQCOM-CPL-ADD            VALUE 'A'.
                 88 INQCOM-CPL-UPDATE         VALUE 'U'.
                 88 INQCOM-CPL-LIST           VALUE 'L' ' '.
              10 INQCOM-CPL-RECEIVED  PIC X(8).
              10 INQCOM-CPL-SEQ       PIC X(2).
              10 INQCOM-CPL-CHANNEL   PIC X(1).
              10 INQCOM-CPL-CATEGORY  PIC X(1).
              10 INQCOM-CPL-SUMMARY   PIC X(60).
              10 INQCOM-CPL-TRN-DATE  PIC X(8).
              10 INQCOM-CPL-TRN-TIME  PIC X(6).
              10 INQCOM-CPL-TRN-SEQ   PIC X(6).
              10 INQCOM-CPL-HANDLER   PIC X(8).
              10 INQCOM-CPL-STATUS    PIC X(1).
              10 INQCOM-CPL-ROOT-CAUSE PIC X(1).
              10 INQCOM-CPL-RESOLVED  PIC X(8).
              10 INQCOM-CPL-REDRESS   PIC S9(11)V9(2) COMP-3.
           05 INQCOM-ENTRY.
              10 INQCOM-ENT-PORTFOLIO PIC X(8).
              10 INQCOM-ENT-INVESTMENT PIC X(10).
              10 INQCOM-ENT-AMOUNT    PIC S9(13)V9(2) COMP-3.
              10 INQCOM-ENT-CURRENCY  PIC X(3).
              10 INQCOM-ENT-SETTLE-DT PIC X(8).
              10 INQCOM-ENT-LOT-METHOD PIC X(1).
              10 INQCOM-ENT-PARTY-ID  PIC X(8). 
