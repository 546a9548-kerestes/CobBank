      *                         through the shared AUTHCHK
      *                         subprogram; refusals are logged to
      *                         auth_failure and answered 401/403.
      * 09/09/24  KERESTES      A loan disbursement LEDGPOST refuses
      *                         because the business date is inside a
      *                         CLOSED accounting period (code "06")
      *                         now answers 409 PERIOD CLOSED instead
      *                         of a 500.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NACCOUNT.
           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-PERIOD-CLOSED     VALUE "06".
           88 MVMT-SQL-ERROR         VALUE "99".
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE "SYSTEM".

           IF NOT MVMT-OK
              EXEC SQL ROLLBACK WORK END-EXEC
              IF MVMT-PERIOD-CLOSED
                 MOVE "STATUS: 409 CONFLICT - PERIOD CLOSED"
                                                        TO SQL-ERROR
              ELSE
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - DISBURSE"
                                                        TO SQL-ERROR
              END-IF
              MOVE "account" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.
