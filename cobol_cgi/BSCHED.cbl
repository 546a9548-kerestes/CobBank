      *                         1st; every job keeps its own restart
      *                         protection, this program only sequences
      *                         them.
      * 07/09/24  KERESTES      BPERCLOSE added last, after BCUTOVER
      *                         and BSNAPSHOT, as a DAILY job -- the
      *                         month-end period close has to follow
      *                         the last business day's cutover, and
      *                         that is not always the night before
      *                         the 1st, so the job itself spots the
      *                         night the business date rolled into a
      *                         new month and finds nothing to do on
      *                         the others.
      * 04/09/24  KERESTES      BLIQLAD added after BWHTRPT as a
      *                         MONTHLY job -- treasury's liquidity
      *                         maturity ladder, struck on the month's
      *                         first business date.
      * 03/09/24  KERESTES      BSWEEP added after BSORDER, ahead of
      *                         BINTEREST and BOVRDFT -- interest and
      *                         debit interest are worked on the
      *                         balances the sweep rules leave.
      * 02/09/24  KERESTES      BOPERRPT added after BTILLRPT -- the
      *                         operator activity and segregation-of-
      *                         duties exceptions report, run while
      *                         the business date is still open.
      * 01/09/24  KERESTES      BKEYPURGE added after BHOLDSWP -- the
      *                         nightly purge of request keys past
      *                         their retention.
      * 28/08/24  KERESTES      BRISKRT added with the monthly jobs,
      *                         straight ahead of BKYCREV so the
      *                         annual review list for HIGH-risk
      *                         clients works off this month's
      *                         ratings.
      * 26/08/24  KERESTES      BWHTRPT added as a MONTHLY report job
      *                         after BDISPRPT -- the withholding-tax
      *                         remittance for the month that just
      *                         closed, run once BINTEREST and
      *                         BMATURITY have withheld the 1st's
      *                         tax.
      * 25/08/24  KERESTES      BLOANDLQ added straight after BLOANCOL
      *                         -- loans are aged and late fees
      *                         charged on the arrears the night's
      *                         collection run has just settled, and
      *                         the month-end provision posts ahead of
      *                         BGLEXTR.
      * 24/08/24  KERESTES      WEEKLY frequency added -- a WEEKLY
      *                         job only dispatches on Mondays. First
      *                         one is BDISPRPT, the dispute deadline
      *                         list, with the report jobs after
      *                         BSUSPAGE.
      * 23/08/24  KERESTES      BCHQCLR added after BCARDSETL --
      *                         presented cheques are paid or returned
      *                         with the rest of the day's customer
      *                         debits, ahead of BOVRDFT.
      * 22/08/24  KERESTES      BCARDAUTH and BCARDSETL added after
      *                         BLOANCOL -- the day's card holds are
      *                         placed and settled before BOVRDFT
      *                         charges on the balance and before
      *                         BHOLDSWP expires what is left.
      * 20/08/24  KERESTES      BSUSPAGE added with the report jobs
      *                         after BFXPOS -- the suspense ageing
      *                         list reads the items once the day's
      *                         posting has settled.
      * 19/08/24  KERESTES      BPAYRET added ahead of BPAYOUT -- the
      *                         clearing house's returns re-credit the
      *                         customer before the GL extract and
      *                         BNOTIFY read the day.
      * 12/08/24  KERESTES      BSNAPSHOT moved to the very end,
      *                         BEHIND BCUTOVER -- it now snapshots
      *                         the day the cutover just closed (see

       01  CURRENT-DATE-WS           PIC 9(8).
       01  CURRENT-TIME-WS           PIC 9(8).
       01  CURRENT-WEEKDAY-WS        PIC 9.

       01  CHAIN-SWITCH              PIC X VALUE "N".
           88 CHAIN-BROKEN           VALUE "Y".
      *****************************************************************
      *    The dependency order is the table order -- posting jobs
      *    ahead of the extract/report jobs, BLEDGCHK last. MONTHLY
      *    jobs only dispatch on the 1st, WEEKLY jobs on Mondays.

       01  JOB-TABLE-WS.
           02 FILLER       PIC X(17) VALUE "BSORDER   DAILY  ".
           02 FILLER       PIC X(17) VALUE "BSWEEP    DAILY  ".
           02 FILLER       PIC X(17) VALUE "BINTEREST DAILY  ".
           02 FILLER       PIC X(17) VALUE "BMATURITY DAILY  ".
           02 FILLER       PIC X(17) VALUE "BLOANCOL  DAILY  ".
           02 FILLER       PIC X(17) VALUE "BLOANDLQ  DAILY  ".
           02 FILLER       PIC X(17) VALUE "BCARDAUTH DAILY  ".
           02 FILLER       PIC X(17) VALUE "BCARDSETL DAILY  ".
           02 FILLER       PIC X(17) VALUE "BCHQCLR   DAILY  ".
           02 FILLER       PIC X(17) VALUE "BOVRDFT   DAILY  ".
           02 FILLER       PIC X(17) VALUE "BHOLDSWP  DAILY  ".
           02 FILLER       PIC X(17) VALUE "BKEYPURGE DAILY  ".
           02 FILLER       PIC X(17) VALUE "BFEES     MONTHLY".
           02 FILLER       PIC X(17) VALUE "BDORMANT  MONTHLY".
           02 FILLER       PIC X(17) VALUE "BRISKRT   MONTHLY".
           02 FILLER       PIC X(17) VALUE "BKYCREV   MONTHLY".
           02 FILLER       PIC X(17) VALUE "BFXREVAL  MONTHLY".
           02 FILLER       PIC X(17) VALUE "BPAYRET   DAILY  ".
           02 FILLER       PIC X(17) VALUE "BPAYOUT   DAILY  ".
           02 FILLER       PIC X(17) VALUE "BGLEXTR   DAILY  ".
           02 FILLER       PIC X(17) VALUE "BJOURNAL  DAILY  ".
           02 FILLER       PIC X(17) VALUE "BNOTIFY   DAILY  ".
           02 FILLER       PIC X(17) VALUE "BTILLRPT  DAILY  ".
           02 FILLER       PIC X(17) VALUE "BOPERRPT  DAILY  ".
           02 FILLER       PIC X(17) VALUE "BFXPOS    DAILY  ".
           02 FILLER       PIC X(17) VALUE "BSUSPAGE  DAILY  ".
           02 FILLER       PIC X(17) VALUE "BDISPRPT  WEEKLY ".
           02 FILLER       PIC X(17) VALUE "BWHTRPT   MONTHLY".
           02 FILLER       PIC X(17) VALUE "BLIQLAD   MONTHLY".
           02 FILLER       PIC X(17) VALUE "BLEDGCHK  DAILY  ".
           02 FILLER       PIC X(17) VALUE "BCUTOVER  DAILY  ".
           02 FILLER       PIC X(17) VALUE "BSNAPSHOT DAILY  ".
           02 FILLER       PIC X(17) VALUE "BPERCLOSE DAILY  ".
       01  JOB-TABLE-RED REDEFINES JOB-TABLE-WS.
           02 JOB-ENTRY OCCURS 33 TIMES.
              03 JOB-ENTRY-NAME      PIC X(10).
              03 JOB-ENTRY-FREQ      PIC X(7).
       77  JOB-TABLE-SIZE            PIC 99 VALUE 33.
       01  JOB-INDEX                 PIC 99.

      *----------------------------------------------------------------
       0000-MAINLINE.

           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD
           ACCEPT CURRENT-WEEKDAY-WS FROM DAY-OF-WEEK
           MOVE CURRENT-DATE-WS TO JOB-RUN-DATE

           PERFORM 2000-RUN-ONE-JOB
           IF JOB-ENTRY-FREQ(JOB-INDEX) EQUAL "MONTHLY"
                 AND CURRENT-DATE-WS(7:2) NOT EQUAL "01"
              DISPLAY "BSCHED - " JOB-NAME-SQL " NOT DUE TODAY"
           ELSE IF JOB-ENTRY-FREQ(JOB-INDEX) EQUAL "WEEKLY "
                 AND CURRENT-WEEKDAY-WS NOT EQUAL 1
              DISPLAY "BSCHED - " JOB-NAME-SQL " NOT DUE TODAY"
           ELSE
              PERFORM 2010-CHECK-AND-MARK-RUNNING
           END-IF.
