      *                         would bounce on BSORDER's report
      *                         every night until someone cancelled
      *                         it.
      * 09/09/24  KERESTES      CREATE now refuses, 400, a reference
      *                         that opens with a prefix the bank's
      *                         own postings use (WHT, DSP, CARD, LOAN,
      *                         ATT, SUSP, REV OF, RET OF, TERM
      *                         MATURITY, ESTATE SETTLEMENT,
      *                         MAINTENANCE FEE, OVERDRAFT INTEREST,
      *                         CARRY FORWARD and the GL bucket names)
      *                         -- BSORDER posts it verbatim, and
      *                         LEDGPOST, the hash chain and the GL
      *                         buckets all read those prefixes.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NSORDER.
       01  DB-CONNECTED-SWITCH  PIC X VALUE "N".
           88 DB-IS-CONNECTED   VALUE "Y" FALSE "N".

       01  RESERVED-REF-SWITCH  PIC X VALUE "N".
           88 REFERENCE-RESERVED VALUE "Y" FALSE "N".

       01  ORDER-ACTION         PIC X(6).
           88 ACTION-IS-CREATE  VALUE "CREATE".
           88 ACTION-IS-CANCEL  VALUE "CANCEL".
                 MOVE "next_due_date" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              END-IF
           END-IF

           IF FIELDS-VALID AND ACTION-IS-CREATE
              PERFORM 1026-CHECK-REFERENCE
              IF REFERENCE-RESERVED
                 MOVE "INVALID REFERENCE - RESERVED PREFIX"
                                                        TO SQL-ERROR
                 MOVE "reference" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              END-IF
           END-IF.

      ******************************************************************
       1026-CHECK-REFERENCE.
      ******************************************************************
      *    These prefixes are the bank's own postings. LEDGPOST lets
      *    some of them past the debit floor and the deceased block,
      *    a CARRY FORWARD row is transparent to the hash chain, and
      *    BGLEXTR and BPERCLOSE bucket the rest -- BSORDER posts the
      *    order's reference as it stands, so none of them may be
      *    registered here.
           SET REFERENCE-RESERVED TO FALSE
           EVALUATE TRUE
              WHEN SO_REFERENCE(1:4) EQUAL "WHT "
              WHEN SO_REFERENCE(1:4) EQUAL "DSP "
              WHEN SO_REFERENCE(1:5) EQUAL "CARD "
              WHEN SO_REFERENCE(1:5) EQUAL "LOAN "
              WHEN SO_REFERENCE(1:4) EQUAL "ATT "
              WHEN SO_REFERENCE(1:5) EQUAL "SUSP "
              WHEN SO_REFERENCE(1:6) EQUAL "REV OF"
              WHEN SO_REFERENCE(1:6) EQUAL "RET OF"
              WHEN SO_REFERENCE(1:13) EQUAL "TERM MATURITY"
              WHEN SO_REFERENCE(1:17) EQUAL "ESTATE SETTLEMENT"
              WHEN SO_REFERENCE(1:15) EQUAL "MAINTENANCE FEE"
              WHEN SO_REFERENCE(1:18) EQUAL "OVERDRAFT INTEREST"
              WHEN SO_REFERENCE(1:13) EQUAL "CARRY FORWARD"
              WHEN SO_REFERENCE(1:16) EQUAL "INTEREST ACCRUAL"
              WHEN SO_REFERENCE(1:16) EQUAL "CLOSING INTEREST"
              WHEN SO_REFERENCE(1:14) EQUAL "FX REVALUATION"
                 SET REFERENCE-RESERVED TO TRUE
           END-EVALUATE.

      ******************************************************************
       1030-DB-CONNECT.
      ******************************************************************
