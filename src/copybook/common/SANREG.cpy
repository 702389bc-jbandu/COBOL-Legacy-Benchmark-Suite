      *****************************************************************
      * SANCTIONS SCREENED NAME REGISTER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per name on file SANSCR00 has screened -- a
      * portfolio's client, joint owner and beneficiary names, each
      * of its CLICON contact names and its PAYEE payee name -- with
      * the name exactly as screened. A daily run screens only the
      * names with no entry here or whose entry no longer matches
      * the name on file. The entry keyed '*LISTCTL' holds the list
      * version last screened in full, the way TRANFILE's '*HEADER '
      * record stands apart from its transactions.
      *****************************************************************
       01  SANCTIONS-REGISTER-RECORD.
           05  SNR-KEY.
               10  SNR-PORTFOLIO-ID   PIC X(08).
               10  SNR-ROLE           PIC X(01).
                   88  SNR-ROLE-CLIENT      VALUE 'C'.
                   88  SNR-ROLE-JOINT       VALUE 'J'.
                   88  SNR-ROLE-BENEFICIARY VALUE 'B'.
                   88  SNR-ROLE-CONTACT     VALUE 'K'.
                   88  SNR-ROLE-PAYEE       VALUE 'P'.
               10  SNR-ROLE-SEQ       PIC X(03).
           05  SNR-DATA.
               10  SNR-NAME           PIC X(30).
               10  SNR-SCREEN-DATE    PIC X(08).
               10  SNR-LIST-VERSION   PIC X(10).
               10  SNR-RESULT         PIC X(01).
                   88  SNR-RESULT-CLEAR     VALUE 'C'.
                   88  SNR-RESULT-HIT       VALUE 'H'.
               10  FILLER             PIC X(19).
           05  SNR-CONTROL-DATA REDEFINES SNR-DATA.
               10  SNR-CTL-LIST-SOURCE   PIC X(10).
               10  SNR-CTL-LIST-DATE     PIC X(08).
               10  SNR-CTL-LIST-VERSION  PIC X(10).
               10  SNR-CTL-FULL-DATE     PIC X(08).
               10  FILLER                PIC X(32).
           05  SNR-FILLER             PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * SNR-ROLE         : C=CLIENT, J=JOINT OWNER, B=BENEFICIARY,
      *                    K=CLICON CONTACT, P=PAYEE
      * SNR-ROLE-SEQ     : CONTACT ADDRESS TYPE AND SEQUENCE FOR A
      *                    K ENTRY, SPACES FOR THE OTHERS
      * SNR-NAME         : NAME AS LAST SCREENED
      * SNR-LIST-VERSION : LIST VERSION IT WAS SCREENED AGAINST
      * SNR-RESULT       : C=NO MATCH, H=POTENTIAL MATCH CASED
      * SNR-CTL-*        : ON THE '*LISTCTL' ENTRY ONLY -- THE LIST
      *                    LAST SCREENED IN FULL AND WHEN
      *****************************************************************
