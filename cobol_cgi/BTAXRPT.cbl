      *                         and writes the same totals to a
      *                         fixed-width extract for the
      *                         tax-authority submission.
      * 26/08/24  KERESTES      Interest is now reported gross,
      *                         withheld and net: the WHT debits
      *                         WHTPOST takes off each credit are
      *                         summed beside the gross, and the
      *                         print lines and both extract records
      *                         carry all three. The new fields are
      *                         appended in what was FILLER, so every
      *                         existing field keeps its offset and
      *                         "interest" stays the gross figure.
      *                         TERM MATURITY INTEREST credits from
      *                         BMATURITY now count as interest paid
      *                         too -- they were missing from the
      *                         gross.
      *
      * Run after year-end from cron/JCL, no CGI input -- DBNAME/
      * USERNAME/PASSWD come from the environment the same way every
      *
      * Extract layout (80 bytes):
      *   "A" record: client_id 9(9), account_number X(20),
      *               interest (gross) 9(13)V99, tax year 9(4),
      *               withheld 9(13)V99, net 9(13)V99
      *   "C" record: client_id 9(9), n_identite X(20),
      *               interest (gross) 9(13)V99, tax year 9(4),
      *               withheld 9(13)V99, net 9(13)V99
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BTAXRPT.

       01  PREV-CLIENT-ID            PIC 9(9) VALUE ZERO.
       01  CLIENT-TOTAL              PIC S9(13)V99 VALUE ZERO.
       01  CLIENT-WITHHELD           PIC S9(13)V99 VALUE ZERO.
       01  NET-INTEREST              PIC S9(13)V99.
       01  CLIENTS-REPORTED          PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-REPORTED         PIC 9(7) VALUE ZERO.


       01  INTEREST-AMOUNT-ED        PIC -(11)9.99.
       01  CLIENT-TOTAL-ED           PIC -(11)9.99.
       01  WITHHELD-AMOUNT-ED        PIC -(11)9.99.
       01  NET-AMOUNT-ED             PIC -(11)9.99.

      *****************************************************************
      *                    EXTRACT RECORD LAYOUTS
           02 EXA-ACCOUNT-NUMBER     PIC X(20).
           02 EXA-INTEREST           PIC 9(13)V99.
           02 EXA-TAX-YEAR           PIC 9(4).
           02 EXA-WITHHELD           PIC 9(13)V99.
           02 EXA-NET                PIC 9(13)V99.
           02 FILLER                 PIC X(1) VALUE SPACES.

       01  EXTRACT-CLIENT-REC.
           02 EXC-TYPE               PIC X VALUE "C".
           02 EXC-N-IDENTITE         PIC X(20).
           02 EXC-INTEREST           PIC 9(13)V99.
           02 EXC-TAX-YEAR           PIC 9(4).
           02 EXC-WITHHELD           PIC 9(13)V99.
           02 EXC-NET                PIC 9(13)V99.
           02 FILLER                 PIC X(1) VALUE SPACES.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
       01  SUM_ACCOUNT_ID          PIC 9(9).
       01  SUM_ACCOUNT_NUMBER      PIC X(20).
       01  SUM_INTEREST            PIC S9(13)V99.
       01  SUM_WITHHELD            PIC S9(13)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    Gross is every interest credit; withheld is every WHT
      *    debit WHTPOST took off one of them in the same year.
       EXEC SQL
          DECLARE INTEREST_CURSOR CURSOR FOR
             SELECT a.client_id, a.account_id, a.account_number,
                   SUM(CASE WHEN l.direction = "CREDIT"
                      THEN l.amount ELSE 0 END),
                   SUM(CASE WHEN l.direction = "DEBIT "
                      THEN l.amount ELSE 0 END)
                   FROM ledger l JOIN account a
                   ON a.account_id = l.account_id
                   WHERE ((l.direction = "CREDIT"
                   AND l.reference IN ("INTEREST ACCRUAL",
                   "CLOSING INTEREST", "TERM MATURITY INTEREST"))
                   OR (l.direction = "DEBIT "
                   AND l.reference LIKE "WHT %"))
                   AND l.ledger_timestamp BETWEEN :PERIOD-START
                   AND :PERIOD-END
                   GROUP BY a.client_id, a.account_id,
           EXEC SQL
              FETCH INTEREST_CURSOR
                    INTO :SUM_CLIENT_ID, :SUM_ACCOUNT_ID,
                    :SUM_ACCOUNT_NUMBER, :SUM_INTEREST, :SUM_WITHHELD
           END-EXEC

           IF SQLCODE EQUAL 100
           PERFORM 2150-WRITE-ACCOUNT-LINE

           ADD SUM_INTEREST TO CLIENT-TOTAL
           ADD SUM_WITHHELD TO CLIENT-WITHHELD
           ADD 1 TO ACCOUNTS-REPORTED

           PERFORM 2010-FETCH-SUM.
      *    another client's address.
           MOVE SUM_CLIENT_ID TO PREV-CLIENT-ID
           MOVE ZERO TO CLIENT-TOTAL
           MOVE ZERO TO CLIENT-WITHHELD
           ADD 1 TO CLIENTS-REPORTED

           EXEC SQL
       2150-WRITE-ACCOUNT-LINE.
      ******************************************************************

           COMPUTE NET-INTEREST = SUM_INTEREST - SUM_WITHHELD

           MOVE SUM_INTEREST TO INTEREST-AMOUNT-ED
           MOVE SUM_WITHHELD TO WITHHELD-AMOUNT-ED
           MOVE NET-INTEREST TO NET-AMOUNT-ED

           MOVE SPACES TO TAX-LINE
           STRING "  " SUM_ACCOUNT_NUMBER " INTEREST PAID "
                 INTEREST-AMOUNT-ED " TAX WITHHELD "
                 WITHHELD-AMOUNT-ED " NET " NET-AMOUNT-ED
                 DELIMITED BY SIZE INTO TAX-LINE
           WRITE TAX-LINE

           MOVE SUM_ACCOUNT_NUMBER TO EXA-ACCOUNT-NUMBER
           MOVE SUM_INTEREST TO EXA-INTEREST
           MOVE TAX-YEAR TO EXA-TAX-YEAR
           MOVE SUM_WITHHELD TO EXA-WITHHELD
           MOVE NET-INTEREST TO EXA-NET
           WRITE EXTRACT-LINE FROM EXTRACT-ACCOUNT-REC.

      ******************************************************************
       2200-WRITE-CLIENT-TOTAL.
      ******************************************************************

           COMPUTE NET-INTEREST = CLIENT-TOTAL - CLIENT-WITHHELD

           MOVE CLIENT-TOTAL TO CLIENT-TOTAL-ED
           MOVE CLIENT-WITHHELD TO WITHHELD-AMOUNT-ED
           MOVE NET-INTEREST TO NET-AMOUNT-ED

           MOVE SPACES TO TAX-LINE
           STRING "  TOTAL INTEREST PAID " CLIENT-TOTAL-ED
                 " TAX WITHHELD " WITHHELD-AMOUNT-ED
                 " NET " NET-AMOUNT-ED
                 DELIMITED BY SIZE INTO TAX-LINE
           WRITE TAX-LINE

           MOVE N_IDENTITE TO EXC-N-IDENTITE
           MOVE CLIENT-TOTAL TO EXC-INTEREST
           MOVE TAX-YEAR TO EXC-TAX-YEAR
           MOVE CLIENT-WITHHELD TO EXC-WITHHELD
           MOVE NET-INTEREST TO EXC-NET
           WRITE EXTRACT-LINE FROM EXTRACT-CLIENT-REC.

      ******************************************************************
