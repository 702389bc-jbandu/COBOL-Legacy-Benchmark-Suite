      *                         PORT-RECORD grows to 213 bytes;
      *                         UTLMNT00's CONVERT reloads an
      *                         existing file into this layout
      * 2026-10-15 [Author]     Added PORT-REG-TYPE, the account's
      *                         tax registration: taxable, or one of
      *                         the tax-advantaged retirement and
      *                         education savings types whose
      *                         deposits TRNVAL00 holds to the CTBLIM
      *                         annual contribution limit and whose
      *                         gains and income TAXEXT00/INCEXT00
      *                         leave off the year-end extracts
      *                         (spaces = taxable). PORT-RECORD grows
      *                         from 239 to 241 bytes. To reload an
      *                         existing file, copy it to PORTOLD and
      *                         run UTLMNT00's CONVERT, which now
      *                         also takes the 239-byte layout and
      *                         defaults this field and those added
      *                         after it to spaces
      * 2026-10-15 [Author]     Added the X (DECEASED) status for the
      *                         decedent workflow: DCDSTP00 freezes
      *                         the account on the date of death,
      *                         TRNVAL00 then blocks trading and
      *                         withdrawals, and the estate passes to
      *                         the beneficiaries through DCDDST00
      *                         and ACTXFR00; record length unchanged
      * 2026-10-15 [Author]     Added PORT-LOT-METHOD, the account's
      *                         standing lot relief method (F = FIFO,
      *                         L = LIFO, spaces = FIFO) -- what a DF
      *                         free delivery draws its lots by, as
      *                         it carries no TRN-LOT-METHOD of its
      *                         own. PORT-RECORD grows to 242 bytes;
      *                         covered by the same CONVERT reload
      *                         from the 239-byte layout
      * 2026-10-15 [Author]     Added PORT-STAFF-TYPE, marking an
      *                         employee (E) or employee-related
      *                         party (R) account (spaces = client).
      *                         TRNVAL00 holds a staff account's
      *                         trades to an approved PRECLR
      *                         pre-clearance and the minimum
      *                         holding period. PORT-RECORD grows to
      *                         243 bytes; covered by the same
      *                         CONVERT reload from the 239-byte
      *                         layout
      * 2026-10-15 [Author]     Added PORT-PROXY-AUTH: D marks an
      *                         account whose proxies the firm votes
      *                         under its discretion (spaces or C =
      *                         the client votes). Only D accounts
      *                         take votes on the PVOT screen.
      *                         PORT-RECORD grows to 244 bytes;
      *                         covered by the same CONVERT reload
      *                         from the 239-byte layout
      * 2026-10-15 [Author]     Added PORT-TREATY-STATUS: Y marks an
      *                         account whose treaty residency
      *                         documentation is on file, so
      *                         foreign tax withheld above the
      *                         WHTRATE treaty rate is reclaimed for
      *                         it by WHTCLM00 (spaces = no claim).
      *                         PORT-RECORD grows to 245 bytes;
      *                         covered by the same CONVERT reload
      *                         from the 239-byte layout
      * 2026-10-15 [Author]     Added PORT-ADVISOR-ID, the advisor
      *                         (ADVMST) the account is assigned to
      *                         today; the dated ADVASN history
      *                         ADVMNT00 keeps beside it tells
      *                         ADVBOB00 who had the account on any
      *                         earlier date (spaces = unassigned).
      *                         PORT-RECORD grows to 253 bytes;
      *                         covered by the same CONVERT reload
      *                         from the 239-byte layout
      * 2026-09-01 [Author]     Added the G (CLOSING) status for the
      *                         controlled closing workflow: new
      *                         purchases and deposits are blocked
                   88  PORT-ESCHEAT-PEND VALUE 'E'.
                   88  PORT-PENDING-SETUP VALUE 'N'.
                   88  PORT-CLOSING      VALUE 'G'.
                   88  PORT-DECEASED     VALUE 'X'.
           05  PORT-FINANCIAL-INFO.
               10  PORT-TOTAL-VALUE    PIC S9(13)V99 COMP-3.
               10  PORT-CASH-BALANCE   PIC S9(13)V99 COMP-3.
               88  PORT-OBJ-BALANCED      VALUE 'BA'.
               88  PORT-OBJ-GROWTH        VALUE 'GR'.
               88  PORT-OBJ-SPECULATIVE   VALUE 'SP'.
           05  PORT-BENCHMARK-ID       PIC X(8).
           05  PORT-REG-TYPE           PIC X(2).
               88  PORT-REG-TAXABLE       VALUE 'TX' SPACES.
               88  PORT-REG-TRAD-IRA      VALUE 'IR'.
               88  PORT-REG-ROTH-IRA      VALUE 'RI'.
               88  PORT-REG-SEP-IRA       VALUE 'SE'.
               88  PORT-REG-EDUCATION     VALUE 'ED'.
               88  PORT-REG-TAX-ADVANTAGED
                                          VALUE 'IR' 'RI' 'SE' 'ED'.
           05  PORT-LOT-METHOD         PIC X(1).
               88  PORT-LOT-FIFO          VALUE 'F' SPACE.
               88  PORT-LOT-LIFO          VALUE 'L'.
           05  PORT-STAFF-TYPE         PIC X(1).
               88  PORT-STAFF-EMPLOYEE    VALUE 'E'.
               88  PORT-STAFF-RELATED     VALUE 'R'.
               88  PORT-STAFF-ACCOUNT     VALUE 'E' 'R'.
               88  PORT-STAFF-VALID       VALUE 'E' 'R' SPACE.
           05  PORT-PROXY-AUTH         PIC X(1).
               88  PORT-PROXY-DISCRETIONARY VALUE 'D'.
               88  PORT-PROXY-CLIENT      VALUE 'C' SPACE.
           05  PORT-TREATY-STATUS      PIC X(1).
               88  PORT-TREATY-ELIGIBLE   VALUE 'Y'.
           05  PORT-ADVISOR-ID         PIC X(8).
