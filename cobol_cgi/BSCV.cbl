      *****************************************************************
      * Program name:    BSCV
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 27/08/24  KERESTES      Created as the deposit guarantee
      *                         scheme's single customer view: one
      *                         record per depositor with the
      *                         eligible balance held across every
      *                         account they own, and the amount the
      *                         scheme covers. Owners are the
      *                         registered account.client_id plus
      *                         every PRIMARY or JOINT account_holder
      *                         (a POA holder owns nothing); a joint
      *                         account splits equally between its
      *                         owners. Only CHECKING, SAVINGS and
      *                         TERM accounts not CLOSED are
      *                         eligible -- INTERNAL and LOAN never
      *                         are -- and a foreign-currency balance
      *                         converts into the base currency
      *                         (BASE_CURRENCY, default EUR) at the
      *                         newest exchange_rate fixing, the rule
      *                         BFXREVAL marks the book to. The
      *                         covered amount is the eligible total
      *                         capped at SCV_COVER_LIMIT (whole
      *                         units, default 100000). Each record
      *                         carries the client's NOM, PRENOM,
      *                         N_IDENTITE and LEGAL address; a
      *                         trailer closes the file with the
      *                         record count and the eligible and
      *                         covered control totals. Depositors
      *                         the scheme can't pay off the file --
      *                         no identity document on file, none
      *                         still valid, no identity number, no
      *                         LEGAL address, or a currency with no
      *                         fixing -- still get their record,
      *                         flagged, and a line on the
      *                         exceptions list for operations to
      *                         clear.
      *
      * Run on demand from cron/JCL when the scheme asks for the file
      * (not part of the BSCHED overnight chain), no CGI input --
      * DBNAME/USERNAME/PASSWD come from the environment the same way
      * every other program in this system picks them up. SCV file on
      * SCVFILE, exceptions list on SCVEXC.
      *
      * SCV file layout (450 bytes):
      *   "D" record: client_id 9(9), nom X(100), prenom X(50),
      *               n_identite X(20), num 9(5), adresse_nom X(100),
      *               code_postal 9(7), ville X(50), pays X(50),
      *               accounts 9(5), eligible 9(13)V99,
      *               covered 9(13)V99, exception flag X(1)
      *   "T" record: run date 9(8), base currency X(3),
      *               cover limit 9(13)V99, record count 9(7),
      *               eligible total 9(15)V99, covered total
      *               9(15)V99, exception count 9(7)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BSCV.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-27.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCV-OUTPUT ASSIGN TO SCVFILE
                 ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-OUTPUT ASSIGN TO SCVEXC
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  SCV-OUTPUT.
       01  SCV-LINE                  PIC X(450).

       FD  EXCEPTION-OUTPUT.
       01  EXCEPTION-LINE            PIC X(132).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  SHARES-DONE-SWITCH        PIC X VALUE "N".
           88 END-OF-SHARES          VALUE "Y".

       01  CLIENT-EXCEPTION-SWITCH   PIC X VALUE "N".
           88 CLIENT-HAS-EXCEPTION   VALUE "Y".

       01  COVER-LIMIT-UNITS         PIC 9(9) VALUE ZERO.
       77  DEFAULT-COVER-LIMIT-UNITS PIC 9(9) VALUE 100000.

       01  PREV-CLIENT-ID            PIC 9(9) VALUE ZERO.
       01  CLIENT-ACCOUNTS           PIC 9(5) VALUE ZERO.
       01  CLIENT-ELIGIBLE           PIC S9(13)V99 VALUE ZERO.
       01  CLIENT-COVERED            PIC S9(13)V99 VALUE ZERO.
       01  SHARE-AMOUNT              PIC S9(13)V99.
       01  EXCEPTION-TEXT            PIC X(40).

       01  RECORDS-WRITTEN           PIC 9(7) VALUE ZERO.
       01  EXCEPTIONS-LISTED         PIC 9(7) VALUE ZERO.
       01  DEPOSITORS-FLAGGED        PIC 9(7) VALUE ZERO.
       01  TOTAL-ELIGIBLE            PIC S9(15)V99 VALUE ZERO.
       01  TOTAL-COVERED             PIC S9(15)V99 VALUE ZERO.

       01  AMOUNT-ED                 PIC -(13)9.99.

      *****************************************************************
      *                    SCV RECORD LAYOUTS
      *****************************************************************

       01  SCV-DEPOSITOR-REC.
           02 SCD-TYPE               PIC X VALUE "D".
           02 SCD-CLIENT-ID          PIC 9(9).
           02 SCD-NOM                PIC X(100).
           02 SCD-PRENOM             PIC X(50).
           02 SCD-N-IDENTITE         PIC X(20).
           02 SCD-NUM                PIC 9(5).
           02 SCD-ADRESSE-NOM        PIC X(100).
           02 SCD-CODE-POSTAL        PIC 9(7).
           02 SCD-VILLE              PIC X(50).
           02 SCD-PAYS               PIC X(50).
           02 SCD-ACCOUNTS           PIC 9(5).
           02 SCD-ELIGIBLE           PIC 9(13)V99.
           02 SCD-COVERED            PIC 9(13)V99.
           02 SCD-EXCEPTION-FLAG     PIC X.
           02 FILLER                 PIC X(22) VALUE SPACES.

       01  SCV-TRAILER-REC.
           02 SCT-TYPE               PIC X VALUE "T".
           02 SCT-RUN-DATE           PIC 9(8).
           02 SCT-BASE-CURRENCY      PIC X(3).
           02 SCT-COVER-LIMIT        PIC 9(13)V99.
           02 SCT-RECORD-COUNT       PIC 9(7).
           02 SCT-ELIGIBLE-TOTAL     PIC 9(15)V99.
           02 SCT-COVERED-TOTAL      PIC 9(15)V99.
           02 SCT-EXCEPTION-COUNT    PIC 9(7).
           02 FILLER                 PIC X(375) VALUE SPACES.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

           COPY CLIENTCP.

       01  RUN-DATE                PIC 9(8).
       01  BASE-CURRENCY           PIC X(3).
       01  COVER-LIMIT             PIC S9(13)V99.

       01  SH-CLIENT-ID            PIC 9(9).
       01  SH-ACCOUNT-ID           PIC 9(9).
       01  SH-ACCOUNT-NUMBER       PIC X(20).
       01  SH-CURRENCY             PIC X(3).
       01  SH-BALANCE              PIC S9(13)V99.
       01  SH-OWNER-COUNT          PIC 9(5).
       01  SH-RATE                 PIC S9(11)V9(7).

       01  DOCUMENT-COUNT          PIC 9(7).
       01  VALID-DOCUMENT-COUNT    PIC 9(7).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    One row per owner per eligible account: the registered
      *    client plus every PRIMARY/JOINT holder (the UNION folds the
      *    registered client's own PRIMARY row into one), with the
      *    owner count the balance splits by and the fixing it
      *    converts at -- 1 in the base currency, 0 when no fixing is
      *    on file. An overdrawn account holds no deposit to cover.
       EXEC SQL
          DECLARE SHARE_CURSOR CURSOR FOR
             SELECT o.client_id, a.account_id, a.account_number,
                   a.currency, a.balance,
                   1 + (SELECT COUNT(*) FROM account_holder h
                      WHERE h.account_id = a.account_id
                      AND h.holder_role IN ("PRIMARY", "JOINT")
                      AND h.client_id <> a.client_id),
                   CASE WHEN a.currency = :BASE-CURRENCY THEN 1
                   ELSE COALESCE((SELECT r.rate FROM exchange_rate r
                      WHERE r.from_currency = a.currency
                      AND r.to_currency = :BASE-CURRENCY
                      AND r.rate_date <= to_date(:RUN-DATE, 'YYYYMMDD')
                      ORDER BY r.rate_date DESC LIMIT 1), 0) END
                   FROM (SELECT account_id, client_id FROM account
                      UNION
                      SELECT account_id, client_id FROM account_holder
                      WHERE holder_role IN ("PRIMARY", "JOINT")) o
                   JOIN account a ON a.account_id = o.account_id
                   WHERE a.account_type IN ("CHECKING", "SAVINGS",
                   "TERM")
                   AND a.status <> "CLOSED"
                   AND a.balance > 0
                   ORDER BY o.client_id, a.account_id
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-PARAMETERS
           PERFORM 1020-OPEN-OUTPUT
           PERFORM 2000-OPEN-CURSOR
           PERFORM 2010-FETCH-SHARE
           PERFORM 2020-PROCESS-LOOP UNTIL END-OF-SHARES
           PERFORM 2900-CLOSE-LAST-CLIENT
           PERFORM 2030-CLOSE-CURSOR
           PERFORM 3000-WRITE-TRAILER
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
              DISPLAY "BSCV - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-PARAMETERS.
      ******************************************************************
      *    The view is as at the bank's business date -- wall clock
      *    when the business_date table is empty.
           ACCEPT BASE-CURRENCY FROM ENVIRONMENT "BASE_CURRENCY"
           IF BASE-CURRENCY EQUAL SPACES
              MOVE "EUR" TO BASE-CURRENCY
           END-IF

           ACCEPT COVER-LIMIT-UNITS FROM ENVIRONMENT "SCV_COVER_LIMIT"
           IF COVER-LIMIT-UNITS EQUAL ZERO
              MOVE DEFAULT-COVER-LIMIT-UNITS TO COVER-LIMIT-UNITS
           END-IF
           MOVE COVER-LIMIT-UNITS TO COVER-LIMIT

           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      ******************************************************************
       1020-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT SCV-OUTPUT
           OPEN OUTPUT EXCEPTION-OUTPUT

           MOVE SPACES TO EXCEPTION-LINE
           STRING "SCV EXCEPTIONS - RUN " RUN-DATE
                 " - DEPOSITORS MISSING SCHEME DATA"
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       2000-OPEN-CURSOR.
      ******************************************************************

           EXEC SQL
              OPEN SHARE_CURSOR
           END-EXEC.

      ******************************************************************
       2010-FETCH-SHARE.
      ******************************************************************

           EXEC SQL
              FETCH SHARE_CURSOR
                    INTO :SH-CLIENT-ID, :SH-ACCOUNT-ID,
                    :SH-ACCOUNT-NUMBER, :SH-CURRENCY, :SH-BALANCE,
                    :SH-OWNER-COUNT, :SH-RATE
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-SHARES TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BSCV - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-SHARES TO TRUE
           END-IF.

      ******************************************************************
       2020-PROCESS-LOOP.
      ******************************************************************

           IF SH-CLIENT-ID NOT EQUAL PREV-CLIENT-ID
              IF PREV-CLIENT-ID NOT EQUAL ZERO
                 PERFORM 2200-WRITE-DEPOSITOR
              END-IF
              PERFORM 2100-START-NEW-CLIENT
           END-IF

           PERFORM 2150-ADD-SHARE

           PERFORM 2010-FETCH-SHARE.

      ******************************************************************
       2100-START-NEW-CLIENT.
      ******************************************************************

           MOVE SH-CLIENT-ID TO PREV-CLIENT-ID
           MOVE ZERO TO CLIENT-ACCOUNTS
           MOVE ZERO TO CLIENT-ELIGIBLE
           MOVE "N" TO CLIENT-EXCEPTION-SWITCH.

      ******************************************************************
       2150-ADD-SHARE.
      ******************************************************************
      *    A balance with no fixing can't be valued -- it stays out
      *    of the total and the depositor goes on the exceptions list,
      *    never converted at a guessed rate.
           ADD 1 TO CLIENT-ACCOUNTS

           IF SH-RATE EQUAL ZERO
              MOVE SPACES TO EXCEPTION-TEXT
              STRING "NO FX RATE " SH-CURRENCY " ACCT "
                    SH-ACCOUNT-NUMBER
                    DELIMITED BY SIZE INTO EXCEPTION-TEXT
              PERFORM 2250-WRITE-EXCEPTION
           ELSE
              COMPUTE SHARE-AMOUNT ROUNDED =
                    SH-BALANCE * SH-RATE / SH-OWNER-COUNT
              ADD SHARE-AMOUNT TO CLIENT-ELIGIBLE
           END-IF.

      ******************************************************************
       2200-WRITE-DEPOSITOR.
      ******************************************************************
      *    Identity and LEGAL address looked up once per depositor,
      *    blanked on a failed lookup the way BTAXRPT's
      *    2100-START-NEW-CLIENT blanks -- one client's record can't
      *    go out under another client's name.
           PERFORM 2210-LOOKUP-IDENTITY
           PERFORM 2220-LOOKUP-LEGAL-ADDRESS
           PERFORM 2230-CHECK-DOCUMENTS

           IF CLIENT-ELIGIBLE > COVER-LIMIT
              MOVE COVER-LIMIT TO CLIENT-COVERED
           ELSE
              MOVE CLIENT-ELIGIBLE TO CLIENT-COVERED
           END-IF

           MOVE PREV-CLIENT-ID TO SCD-CLIENT-ID
           MOVE NOM TO SCD-NOM
           MOVE PRENOM TO SCD-PRENOM
           MOVE N_IDENTITE TO SCD-N-IDENTITE
           MOVE NUM TO SCD-NUM
           MOVE ADRESSE_NOM TO SCD-ADRESSE-NOM
           MOVE CODE_POSTAL TO SCD-CODE-POSTAL
           MOVE VILLE TO SCD-VILLE
           MOVE PAYS TO SCD-PAYS
           MOVE CLIENT-ACCOUNTS TO SCD-ACCOUNTS
           MOVE CLIENT-ELIGIBLE TO SCD-ELIGIBLE
           MOVE CLIENT-COVERED TO SCD-COVERED
           MOVE CLIENT-EXCEPTION-SWITCH TO SCD-EXCEPTION-FLAG
           WRITE SCV-LINE FROM SCV-DEPOSITOR-REC

           ADD 1 TO RECORDS-WRITTEN
           ADD CLIENT-ELIGIBLE TO TOTAL-ELIGIBLE
           ADD CLIENT-COVERED TO TOTAL-COVERED
           IF CLIENT-HAS-EXCEPTION
              ADD 1 TO DEPOSITORS-FLAGGED
           END-IF.

      ******************************************************************
       2210-LOOKUP-IDENTITY.
      ******************************************************************

           EXEC SQL
              SELECT nom, prenom, n_identite
                    INTO :NOM, :PRENOM, :N_IDENTITE
                    FROM client
                    WHERE client_id = :PREV-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE SPACES TO NOM
              MOVE SPACES TO PRENOM
              MOVE SPACES TO N_IDENTITE
           END-IF

           IF N_IDENTITE EQUAL SPACES
              MOVE "NO IDENTITY NUMBER" TO EXCEPTION-TEXT
              PERFORM 2250-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
       2220-LOOKUP-LEGAL-ADDRESS.
      ******************************************************************
      *    The scheme pays to the LEGAL address, not wherever the
      *    statements happen to be mailed.
           EXEC SQL
              SELECT ad.num, ad.adresse_nom, ad.code_postal, ad.ville,
                    ad.pays
                    INTO :NUM, :ADRESSE_NOM, :CODE_POSTAL, :VILLE,
                    :PAYS
                    FROM client_adresse ca
                    JOIN adresse ad ON ad.adresse_id = ca.adresse_id
                    WHERE ca.client_id = :PREV-CLIENT-ID
                    AND ca.address_type = "LEGAL"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE ZERO TO NUM
              MOVE SPACES TO ADRESSE_NOM
              MOVE ZERO TO CODE_POSTAL
              MOVE SPACES TO VILLE
              MOVE SPACES TO PAYS
              MOVE "NO LEGAL ADDRESS" TO EXCEPTION-TEXT
              PERFORM 2250-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
       2230-CHECK-DOCUMENTS.
      ******************************************************************
      *    The scheme verifies the depositor against an identity
      *    document -- none on file, or none still valid on the run
      *    date, and the payout can't go straight out.
           EXEC SQL
              SELECT COUNT(*),
                    COUNT(CASE WHEN expiry_date >=
                       to_date(:RUN-DATE, 'YYYYMMDD') THEN 1 END)
                    INTO :DOCUMENT-COUNT, :VALID-DOCUMENT-COUNT
                    FROM client_document
                    WHERE client_id = :PREV-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE ZERO TO DOCUMENT-COUNT
              MOVE ZERO TO VALID-DOCUMENT-COUNT
           END-IF

           IF DOCUMENT-COUNT EQUAL ZERO
              MOVE "NO IDENTITY DOCUMENT" TO EXCEPTION-TEXT
              PERFORM 2250-WRITE-EXCEPTION
           ELSE IF VALID-DOCUMENT-COUNT EQUAL ZERO
              MOVE "IDENTITY DOCUMENT EXPIRED" TO EXCEPTION-TEXT
              PERFORM 2250-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
       2250-WRITE-EXCEPTION.
      ******************************************************************

           SET CLIENT-HAS-EXCEPTION TO TRUE
           ADD 1 TO EXCEPTIONS-LISTED

           MOVE SPACES TO EXCEPTION-LINE
           STRING "CLIENT " PREV-CLIENT-ID " " EXCEPTION-TEXT
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       2900-CLOSE-LAST-CLIENT.
      ******************************************************************

           IF PREV-CLIENT-ID NOT EQUAL ZERO
              PERFORM 2200-WRITE-DEPOSITOR
           END-IF.

      ******************************************************************
       2030-CLOSE-CURSOR.
      ******************************************************************

           EXEC SQL
              CLOSE SHARE_CURSOR
           END-EXEC.

      ******************************************************************
       3000-WRITE-TRAILER.
      ******************************************************************
      *    Record count and control totals let the scheme prove the
      *    file arrived whole before it loads a line of it.
           MOVE RUN-DATE TO SCT-RUN-DATE
           MOVE BASE-CURRENCY TO SCT-BASE-CURRENCY
           MOVE COVER-LIMIT TO SCT-COVER-LIMIT
           MOVE RECORDS-WRITTEN TO SCT-RECORD-COUNT
           MOVE TOTAL-ELIGIBLE TO SCT-ELIGIBLE-TOTAL
           MOVE TOTAL-COVERED TO SCT-COVERED-TOTAL
           MOVE DEPOSITORS-FLAGGED TO SCT-EXCEPTION-COUNT
           WRITE SCV-LINE FROM SCV-TRAILER-REC.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           STRING "DEPOSITORS: " RECORDS-WRITTEN
                 "  FLAGGED: " DEPOSITORS-FLAGGED
                 "  EXCEPTIONS: " EXCEPTIONS-LISTED
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           DISPLAY "BSCV - RUN DATE:           " RUN-DATE
           DISPLAY "BSCV - DEPOSITORS WRITTEN: " RECORDS-WRITTEN
           DISPLAY "BSCV - DEPOSITORS FLAGGED: " DEPOSITORS-FLAGGED
           DISPLAY "BSCV - EXCEPTIONS LISTED:  " EXCEPTIONS-LISTED
           MOVE TOTAL-ELIGIBLE TO AMOUNT-ED
           DISPLAY "BSCV - ELIGIBLE TOTAL:     " AMOUNT-ED
           MOVE TOTAL-COVERED TO AMOUNT-ED
           DISPLAY "BSCV - COVERED TOTAL:      " AMOUNT-ED.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE SCV-OUTPUT
           CLOSE EXCEPTION-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
