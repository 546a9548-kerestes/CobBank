      *                         no dated document on file at all,
      *                         the pre-NDOCUMENT book compliance has
      *                         to work through. Report on KYCOUT.
      * 28/08/24  KERESTES      New section for clients BRISKRT rates
      *                         HIGH: reviewed annually, not on
      *                         document expiry -- listed whenever the
      *                         last review MRISK stamped
      *                         (last_kyc_review) is a year old or
      *                         there has never been one.
      *
      * Run monthly from cron/JCL (BSCHED dispatches it with the
      * other monthly jobs), no CGI input -- DBNAME/USERNAME/PASSWD
       01  MISSING-DONE-SWITCH       PIC X VALUE "N".
           88 END-OF-MISSING         VALUE "Y".

       01  ANNUAL-DONE-SWITCH        PIC X VALUE "N".
           88 END-OF-ANNUAL          VALUE "Y".

       01  LAPSES-LISTED             PIC 9(7) VALUE ZERO.
       01  MISSING-LISTED            PIC 9(7) VALUE ZERO.
       01  ANNUAL-LISTED             PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
       01  KYC-DOC-TYPE            PIC X(10).
       01  KYC-DOC-NUMBER          PIC X(20).
       01  KYC-EXPIRY-DATE         PIC 9(8).
       01  KYC-LAST-REVIEW         PIC 9(8).

       EXEC SQL END DECLARE SECTION END-EXEC.

                   ORDER BY c.client_id
       END-EXEC.

      *    HIGH-risk clients are due a year after their last review
      *    whatever their documents say; never reviewed is due now and
      *    sorts first.
       EXEC SQL
          DECLARE ANNUAL_CURSOR CURSOR FOR
             SELECT c.client_id, c.nom, c.prenom,
                   COALESCE(to_char(c.last_kyc_review, 'YYYYMMDD'),
                   '00000000')
                   FROM client c
                   WHERE c.actif = "Y"
                   AND c.risk_rating = "HIGH"
                   AND (c.last_kyc_review IS NULL
                   OR c.last_kyc_review <=
                      to_date(:RUN-DATE, 'YYYYMMDD')
                      - INTERVAL '1 year')
                   ORDER BY c.last_kyc_review NULLS FIRST, c.client_id
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM 1020-OPEN-OUTPUT
           PERFORM 2000-LIST-LAPSING-DOCUMENTS
           PERFORM 3000-LIST-MISSING-DOCUMENTS
           PERFORM 3500-LIST-ANNUAL-REVIEWS
           PERFORM 9000-REPORT-SUMMARY
           PERFORM 9800-CLOSE-OUTPUT
           PERFORM 9900-CLOSE-DB

           PERFORM 3010-FETCH-MISSING.

      ******************************************************************
       3500-LIST-ANNUAL-REVIEWS.
      ******************************************************************

           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE

           MOVE SPACES TO REVIEW-LINE
           STRING "HIGH-RISK CLIENTS DUE THEIR ANNUAL REVIEW"
                 DELIMITED BY SIZE INTO REVIEW-LINE
           WRITE REVIEW-LINE

           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE

           EXEC SQL
              OPEN ANNUAL_CURSOR
           END-EXEC

           PERFORM 3510-FETCH-ANNUAL
           PERFORM 3520-WRITE-ANNUAL-LINE UNTIL END-OF-ANNUAL

           EXEC SQL
              CLOSE ANNUAL_CURSOR
           END-EXEC.

      ******************************************************************
       3510-FETCH-ANNUAL.
      ******************************************************************

           EXEC SQL
              FETCH ANNUAL_CURSOR
                    INTO :KYC-CLIENT-ID, :KYC-NOM, :KYC-PRENOM,
                    :KYC-LAST-REVIEW
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-ANNUAL TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BKYCREV - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-ANNUAL TO TRUE
           END-IF.

      ******************************************************************
       3520-WRITE-ANNUAL-LINE.
      ******************************************************************

           ADD 1 TO ANNUAL-LISTED

           MOVE SPACES TO REVIEW-LINE
           IF KYC-LAST-REVIEW EQUAL ZERO
              STRING "CLIENT " KYC-CLIENT-ID " " KYC-PRENOM(1:20)
                    " " KYC-NOM(1:30) " HIGH RISK NEVER REVIEWED"
                    DELIMITED BY SIZE INTO REVIEW-LINE
           ELSE
              STRING "CLIENT " KYC-CLIENT-ID " " KYC-PRENOM(1:20)
                    " " KYC-NOM(1:30) " HIGH RISK LAST REVIEWED "
                    KYC-LAST-REVIEW
                    DELIMITED BY SIZE INTO REVIEW-LINE
           END-IF
           WRITE REVIEW-LINE

           PERFORM 3510-FETCH-ANNUAL.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************
           MOVE SPACES TO REVIEW-LINE
           STRING "LAPSED OR LAPSING: " LAPSES-LISTED
                 "  NO DOCUMENT: " MISSING-LISTED
                 "  ANNUAL REVIEW DUE: " ANNUAL-LISTED
                 DELIMITED BY SIZE INTO REVIEW-LINE
           WRITE REVIEW-LINE

           DISPLAY "BKYCREV - LAPSED OR LAPSING: " LAPSES-LISTED
           DISPLAY "BKYCREV - NO DOCUMENT:       " MISSING-LISTED
           DISPLAY "BKYCREV - ANNUAL REVIEW DUE: " ANNUAL-LISTED.

      ******************************************************************
       9800-CLOSE-OUTPUT.
