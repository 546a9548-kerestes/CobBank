      *****************************************************************
      * Program name:    BWHTRPT
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 26/08/24  KERESTES      Created as the monthly remittance
      *                         report for the withholding tax WHTPOST
      *                         takes off customer interest: totals
      *                         the withholding_tax rows of the month
      *                         that just closed per tax residency --
      *                         withholdings, clients, gross interest
      *                         and tax -- with a grand total, the
      *                         figure finance pays the authority out
      *                         of the WHTAX internal account. Report
      *                         on WHTRPT.
      *
      * Run monthly from cron/JCL (BSCHED dispatches it on the 1st with
      * the other month-end jobs), no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
      * program in this system picks them up.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BWHTRPT.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-26.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHT-OUTPUT ASSIGN TO WHTRPT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  WHT-OUTPUT.
       01  WHT-LINE                  PIC X(132).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  RESIDENCIES-DONE-SWITCH   PIC X VALUE "N".
           88 END-OF-RESIDENCIES     VALUE "Y".

       01  CURRENT-DATE-WS           PIC 9(8).
       01  REMIT-YYYY                PIC 9(4).
       01  REMIT-MM                  PIC 9(2).

       01  RESIDENCIES-LISTED        PIC 9(7) VALUE ZERO.
       01  TOTAL-WITHHOLDINGS        PIC 9(7) VALUE ZERO.
       01  TOTAL-GROSS               PIC S9(13)V99 VALUE ZERO.
       01  TOTAL-TAX                 PIC S9(13)V99 VALUE ZERO.

       01  GROSS-ED                  PIC -(11)9.99.
       01  TAX-ED                    PIC -(11)9.99.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  RUN-DATE                PIC 9(8).
       01  REMIT-MONTH             PIC X(6).

       01  WR-RESIDENCY            PIC X(50).
       01  WR-WITHHOLDINGS         PIC 9(7).
       01  WR-CLIENTS              PIC 9(7).
       01  WR-GROSS                PIC S9(13)V99.
       01  WR-TAX                  PIC S9(13)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
          DECLARE RESIDENCY_CURSOR CURSOR FOR
             SELECT tax_residency, COUNT(*),
                   COUNT(DISTINCT client_id),
                   SUM(gross_amount), SUM(tax_amount)
                   FROM withholding_tax
                   WHERE to_char(withheld_date, 'YYYYMM')
                      = :REMIT-MONTH
                   GROUP BY tax_residency
                   ORDER BY tax_residency
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-PERIOD
           PERFORM 1030-OPEN-OUTPUT
           PERFORM 2000-LIST-RESIDENCIES
           PERFORM 9000-REPORT-SUMMARY
           PERFORM 9800-CLOSE-OUTPUT
           PERFORM 9900-CLOSE-DB

           GOBACK.

      ******************************************************************
       1000-DB-CONNECT.
      ******************************************************************

           ACCEPT DBNAME FROM ENVIRONMENT "DB_DATABASE"
           ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
           ACCEPT PASSWD FROM ENVIRONMENT "DB_PASSWORD"

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "BWHTRPT - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-PERIOD.
      ******************************************************************
      *    The month remitted is the prior calendar month, judged off
      *    the bank's business date the way BFEES picks the month it
      *    bills -- a run on the 1st remits the month that just
      *    closed. withheld_date is the business date WHTPOST stamped.
           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE RUN-DATE TO CURRENT-DATE-WS

           MOVE CURRENT-DATE-WS(1:4) TO REMIT-YYYY
           MOVE CURRENT-DATE-WS(5:2) TO REMIT-MM

           IF REMIT-MM EQUAL 1
              MOVE 12 TO REMIT-MM
              SUBTRACT 1 FROM REMIT-YYYY
           ELSE
              SUBTRACT 1 FROM REMIT-MM
           END-IF

           STRING REMIT-YYYY REMIT-MM
                 DELIMITED BY SIZE INTO REMIT-MONTH.

      ******************************************************************
       1030-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT WHT-OUTPUT

           MOVE SPACES TO WHT-LINE
           STRING "WITHHOLDING TAX REMITTANCE - MONTH " REMIT-MONTH
                 " - RUN " RUN-DATE
                 DELIMITED BY SIZE INTO WHT-LINE
           WRITE WHT-LINE

           MOVE SPACES TO WHT-LINE
           WRITE WHT-LINE.

      ******************************************************************
       2000-LIST-RESIDENCIES.
      ******************************************************************

           EXEC SQL
              OPEN RESIDENCY_CURSOR
           END-EXEC

           PERFORM 2010-FETCH-RESIDENCY
           PERFORM 2020-WRITE-RESIDENCY-LINE UNTIL END-OF-RESIDENCIES

           EXEC SQL
              CLOSE RESIDENCY_CURSOR
           END-EXEC.

      ******************************************************************
       2010-FETCH-RESIDENCY.
      ******************************************************************

           EXEC SQL
              FETCH RESIDENCY_CURSOR
                    INTO :WR-RESIDENCY, :WR-WITHHOLDINGS, :WR-CLIENTS,
                    :WR-GROSS, :WR-TAX
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-RESIDENCIES TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BWHTRPT - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-RESIDENCIES TO TRUE
           END-IF.

      ******************************************************************
       2020-WRITE-RESIDENCY-LINE.
      ******************************************************************

           ADD 1 TO RESIDENCIES-LISTED
           ADD WR-WITHHOLDINGS TO TOTAL-WITHHOLDINGS
           ADD WR-GROSS TO TOTAL-GROSS
           ADD WR-TAX TO TOTAL-TAX

           MOVE WR-GROSS TO GROSS-ED
           MOVE WR-TAX TO TAX-ED

           MOVE SPACES TO WHT-LINE
           STRING WR-RESIDENCY(1:30) " WITHHOLDINGS " WR-WITHHOLDINGS
                 " CLIENTS " WR-CLIENTS " GROSS " GROSS-ED
                 " TAX " TAX-ED
                 DELIMITED BY SIZE INTO WHT-LINE
           WRITE WHT-LINE

           PERFORM 2010-FETCH-RESIDENCY.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE TOTAL-GROSS TO GROSS-ED
           MOVE TOTAL-TAX TO TAX-ED

           MOVE SPACES TO WHT-LINE
           WRITE WHT-LINE

           MOVE SPACES TO WHT-LINE
           STRING "TOTAL TO REMIT - RESIDENCIES " RESIDENCIES-LISTED
                 " WITHHOLDINGS " TOTAL-WITHHOLDINGS
                 " GROSS " GROSS-ED " TAX " TAX-ED
                 DELIMITED BY SIZE INTO WHT-LINE
           WRITE WHT-LINE

           DISPLAY "BWHTRPT - REMITTANCE MONTH:  " REMIT-MONTH
           DISPLAY "BWHTRPT - RESIDENCIES:       " RESIDENCIES-LISTED
           DISPLAY "BWHTRPT - WITHHOLDINGS:      " TOTAL-WITHHOLDINGS
           DISPLAY "BWHTRPT - GROSS INTEREST:    " GROSS-ED
           DISPLAY "BWHTRPT - TAX TO REMIT:      " TAX-ED.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE WHT-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
