      *                         same pass-through as TERM MATURITY
      *                         (its 13/08/24 entry) -- a court order
      *                         does not wait for maturity.
      * 09/09/24  KERESTES      An execution LEDGPOST refuses because
      *                         the business date is inside a CLOSED
      *                         accounting period (code "06") now
      *                         answers 409 PERIOD CLOSED instead of a
      *                         500.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-PERIOD-CLOSED     VALUE "06".
           88 MVMT-SQL-ERROR         VALUE "99".
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE SPACES.
                 WHEN MVMT-ACCOUNT-NOT-FOUND
                    MOVE "STATUS: 404 NOT FOUND - ACCOUNT"
                                                        TO SQL-ERROR
                 WHEN MVMT-PERIOD-CLOSED
                    MOVE "STATUS: 409 CONFLICT - PERIOD CLOSED"
                                                        TO SQL-ERROR
                 WHEN OTHER
                    MOVE "STATUS: 500 INTERNAL SERVER ERROR - POST"
                                                        TO SQL-ERROR
