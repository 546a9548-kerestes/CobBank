      *****************************************************************
      * Program name:    BANONYM
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 05/09/24  KERESTES      Created as the yearly data-retention
      *                         run: DCLIENT only ever deactivated a
      *                         client, and their name, mail,
      *                         telephone, N_IDENTITE and addresses
      *                         were kept for good. A client is erased
      *                         once they are deactivated (actif N)
      *                         and hold -- as registered owner or
      *                         through account_holder -- no OPEN or
      *                         DORMANT account and no LOAN account
      *                         not yet CLOSED, with no ACTIVE
      *                         attachment, no dispute_case still OPEN
      *                         or PROVISIONAL-CREDIT, no PENDING
      *                         screening_hit on their identity number
      *                         or name, and whose last activity
      *                         (ledger or ledger_archive posting on
      *                         any such account, or client_audit
      *                         change) lies more than PII_RETAIN_YEARS
      *                         (default 10) before the business date.
      *                         Their PII in client, adresse (unless
      *                         still another client's address),
      *                         client_document, client_audit,
      *                         notification and client_request_audit
      *                         is overwritten with the token
      *                         ANON<client_id>; the ledger, the
      *                         account numbers and every amount stay
      *                         as they are. Each client is one unit
      *                         of work, logged to
      *                         client_anonymisation with the date.
      *                         ANON_MODE defaults to a dry run that
      *                         only lists, with names, the clients
      *                         that would go, for compliance to sign
      *                         off; ANON_MODE=APPLY erases them.
      *                         Listing on ANONRPT.
      *
      * Run yearly from cron/JCL (not on the nightly BSCHED chain), no
      * CGI input -- DBNAME/USERNAME/PASSWD come from the environment
      * the same way every other program in this system picks them up.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BANONYM.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-09-05.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANON-OUTPUT ASSIGN TO ANONRPT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  ANON-OUTPUT.
       01  ANON-LINE                 PIC X(200).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  CLIENTS-DONE-SWITCH       PIC X VALUE "N".
           88 END-OF-CLIENTS         VALUE "Y".

       01  ANON-MODE                 PIC X(6) VALUE SPACES.
           88 MODE-APPLY             VALUE "APPLY ".

       01  CLIENTS-LISTED            PIC 9(7) VALUE ZERO.
       01  CLIENTS-ANONYMISED        PIC 9(7) VALUE ZERO.
       01  CLIENTS-IN-ERROR          PIC 9(7) VALUE ZERO.

       01  RETAIN-YEARS              PIC 9(2) VALUE ZERO.
       77  DEFAULT-RETAIN-YEARS      PIC 9(2) VALUE 10.
       01  CUTOFF-YYYY               PIC 9(4).

       01  FAILED-STEP               PIC X(20).

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  RUN-DATE                PIC 9(8).
       01  CUTOFF-DATE             PIC 9(8).
       01  CUTOFF-TS               PIC 9(14).

       01  AN-CLIENT-ID            PIC 9(9).
       01  AN-NOM                  PIC X(100).
       01  AN-PRENOM               PIC X(50).
       01  AN-LAST-TS              PIC 9(14).
       01  AN-LAST-DATE            PIC X(8).

       01  ANON-TOKEN.
           02 FILLER               PIC X(4) VALUE "ANON".
           02 ANON-TOKEN-ID        PIC 9(9).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    Every client past retention with nothing left open. WITH
      *    HOLD because an APPLY run commits client by client; an
      *    erased client is in client_anonymisation and the rerun
      *    never sees them again. Last activity is the latest posting
      *    on any account they held in any role, archived or not, or
      *    the latest change to the client record itself (DCLIENT's
      *    DELETE at the least), as a YYYYMMDDHHMMSS number the way
      *    ledger_timestamp is kept.
       EXEC SQL
          DECLARE CANDIDATE_CURSOR CURSOR WITH HOLD FOR
             SELECT q.client_id, q.nom, q.prenom, q.last_ts
                   FROM (SELECT c.client_id AS client_id,
                      c.nom AS nom, c.prenom AS prenom,
                      GREATEST(
                      COALESCE((SELECT MAX(l.ledger_timestamp)
                      FROM ledger l JOIN account a
                      ON a.account_id = l.account_id
                      WHERE a.client_id = c.client_id
                      OR a.account_id IN (SELECT h.account_id
                      FROM account_holder h
                      WHERE h.client_id = c.client_id)), 0),
                      COALESCE((SELECT MAX(r.ledger_timestamp)
                      FROM ledger_archive r JOIN account a
                      ON a.account_id = r.account_id
                      WHERE a.client_id = c.client_id
                      OR a.account_id IN (SELECT h.account_id
                      FROM account_holder h
                      WHERE h.client_id = c.client_id)), 0),
                      COALESCE((SELECT MAX(CAST(to_char(u.changed_at,
                      'YYYYMMDDHH24MISS') AS BIGINT))
                      FROM client_audit u
                      WHERE u.client_id = c.client_id), 0))
                      AS last_ts
                      FROM client c
                      WHERE c.actif = "N"
                      AND NOT EXISTS
                         (SELECT 1 FROM client_anonymisation x
                         WHERE x.client_id = c.client_id)
                      AND NOT EXISTS
                         (SELECT 1 FROM account a
                         WHERE (a.client_id = c.client_id
                         OR a.account_id IN (SELECT h.account_id
                         FROM account_holder h
                         WHERE h.client_id = c.client_id))
                         AND (a.status IN ("OPEN", "DORMANT")
                         OR (a.account_type = "LOAN"
                         AND a.status <> "CLOSED")))
                      AND NOT EXISTS
                         (SELECT 1 FROM account_attachment t
                         JOIN account a ON a.account_id = t.account_id
                         WHERE t.status = "ACTIVE"
                         AND (a.client_id = c.client_id
                         OR a.account_id IN (SELECT h.account_id
                         FROM account_holder h
                         WHERE h.client_id = c.client_id)))
                      AND NOT EXISTS
                         (SELECT 1 FROM dispute_case d
                         JOIN account a ON a.account_id = d.account_id
                         WHERE d.status IN ("OPEN",
                         "PROVISIONAL-CREDIT")
                         AND (a.client_id = c.client_id
                         OR a.account_id IN (SELECT h.account_id
                         FROM account_holder h
                         WHERE h.client_id = c.client_id)))
                      AND NOT EXISTS
                         (SELECT 1 FROM screening_hit s
                         WHERE s.disposition = "PENDING"
                         AND ((s.matched_n_identite = c.n_identite
                         AND s.matched_n_identite <> " ")
                         OR (s.matched_nom = c.nom
                         AND s.matched_prenom = c.prenom)))) q
                   WHERE q.last_ts < :CUTOFF-TS
                   ORDER BY q.client_id
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-CUTOFF
           PERFORM 1020-OPEN-OUTPUT
           PERFORM 2000-OPEN-CURSOR
           PERFORM 2010-FETCH-CLIENT
           PERFORM 2020-PROCESS-LOOP UNTIL END-OF-CLIENTS
           PERFORM 2030-CLOSE-CURSOR
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
              DISPLAY "BANONYM - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-CUTOFF.
      ******************************************************************
      *    Activity strictly before the same day PII_RETAIN_YEARS
      *    back from the business date (wall clock when the
      *    business_date table is empty) is past retention. Kept as a
      *    number, the BLEDGARC way, so a 29 February run date needs
      *    no calendar check. Anything but ANON_MODE=APPLY is a dry
      *    run.
           ACCEPT RETAIN-YEARS FROM ENVIRONMENT "PII_RETAIN_YEARS"
           IF RETAIN-YEARS EQUAL ZERO
              MOVE DEFAULT-RETAIN-YEARS TO RETAIN-YEARS
           END-IF

           ACCEPT ANON-MODE FROM ENVIRONMENT "ANON_MODE"

           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE RUN-DATE(1:4) TO CUTOFF-YYYY
           SUBTRACT RETAIN-YEARS FROM CUTOFF-YYYY

           STRING CUTOFF-YYYY RUN-DATE(5:4)
                 DELIMITED BY SIZE INTO CUTOFF-DATE
           STRING CUTOFF-DATE "000000"
                 DELIMITED BY SIZE INTO CUTOFF-TS.

      ******************************************************************
       1020-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT ANON-OUTPUT

           MOVE SPACES TO ANON-LINE
           IF MODE-APPLY
              STRING "CLIENT ANONYMISATION " RUN-DATE
                    " - LAST ACTIVITY BEFORE " CUTOFF-DATE
                    DELIMITED BY SIZE INTO ANON-LINE
           ELSE
              STRING "CLIENT ANONYMISATION " RUN-DATE
                    " - DRY RUN, NOTHING CHANGED - LAST ACTIVITY"
                    " BEFORE " CUTOFF-DATE
                    DELIMITED BY SIZE INTO ANON-LINE
           END-IF
           WRITE ANON-LINE

           DISPLAY "BANONYM - MODE:   " ANON-MODE
           DISPLAY "BANONYM - CUTOFF: " CUTOFF-DATE.

      ******************************************************************
       2000-OPEN-CURSOR.
      ******************************************************************

           EXEC SQL
              OPEN CANDIDATE_CURSOR
           END-EXEC.

      ******************************************************************
       2010-FETCH-CLIENT.
      ******************************************************************

           EXEC SQL
              FETCH CANDIDATE_CURSOR
                    INTO :AN-CLIENT-ID, :AN-NOM, :AN-PRENOM,
                    :AN-LAST-TS
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-CLIENTS TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BANONYM - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-CLIENTS TO TRUE
           END-IF.

      ******************************************************************
       2020-PROCESS-LOOP.
      ******************************************************************
      *    A dry run lists the client by name for the sign-off. A live
      *    run overwrites table by table and commits the client as one
      *    unit of work -- any failed step rolls the whole client back
      *    -- and never prints the name it just erased.
           ADD 1 TO CLIENTS-LISTED
           MOVE AN-LAST-TS(1:8) TO AN-LAST-DATE
           MOVE AN-CLIENT-ID TO ANON-TOKEN-ID
           MOVE SPACES TO ANON-LINE

           IF MODE-APPLY
              PERFORM 2040-ERASE-CLIENT
           ELSE
              STRING "CLIENT " AN-CLIENT-ID
                    " LAST ACTIVITY " AN-LAST-DATE " "
                    FUNCTION TRIM(AN-PRENOM) " "
                    FUNCTION TRIM(AN-NOM) " - WOULD BE ANONYMISED"
                    DELIMITED BY SIZE INTO ANON-LINE
           END-IF
           WRITE ANON-LINE

           PERFORM 2010-FETCH-CLIENT.

      ******************************************************************
       2040-ERASE-CLIENT.
      ******************************************************************

           MOVE SPACES TO FAILED-STEP
           PERFORM 2100-ERASE-ADRESSE

           IF FAILED-STEP EQUAL SPACES
              PERFORM 2110-ERASE-CLIENT-ROW
           END-IF

           IF FAILED-STEP EQUAL SPACES
              PERFORM 2120-ERASE-DOCUMENTS
           END-IF

           IF FAILED-STEP EQUAL SPACES
              PERFORM 2130-ERASE-CLIENT-AUDIT
           END-IF

           IF FAILED-STEP EQUAL SPACES
              PERFORM 2140-ERASE-NOTIFICATIONS
           END-IF

           IF FAILED-STEP EQUAL SPACES
              PERFORM 2150-ERASE-REQUEST-AUDIT
           END-IF

           IF FAILED-STEP EQUAL SPACES
              PERFORM 2160-LOG-ANONYMISATION
           END-IF

           IF FAILED-STEP EQUAL SPACES
              EXEC SQL COMMIT WORK END-EXEC
              ADD 1 TO CLIENTS-ANONYMISED
              STRING "CLIENT " AN-CLIENT-ID
                    " LAST ACTIVITY " AN-LAST-DATE
                    " - ANONYMISED AS " ANON-TOKEN
                    DELIMITED BY SIZE INTO ANON-LINE
           ELSE
              DISPLAY "BANONYM - " FUNCTION TRIM(FAILED-STEP)
                    " FAILED FOR CLIENT " AN-CLIENT-ID
                    " SQLCODE " SQLCODE
              EXEC SQL ROLLBACK WORK END-EXEC
              ADD 1 TO CLIENTS-IN-ERROR
              MOVE 8 TO RETURN-CODE
              STRING "CLIENT " AN-CLIENT-ID
                    " LAST ACTIVITY " AN-LAST-DATE
                    " - ERROR IN " FAILED-STEP ", NOT ANONYMISED"
                    DELIMITED BY SIZE INTO ANON-LINE
           END-IF.

      ******************************************************************
       2100-ERASE-ADRESSE.
      ******************************************************************
      *    Addresses go first, while client still points at them. One
      *    still in use by another client who hasn't been erased keeps
      *    its content -- it is that client's address too. pays stays:
      *    a country is no one's identity, and the tax reports total
      *    by it.
           EXEC SQL
              UPDATE adresse SET ville = :ANON-TOKEN, num = 0,
                    adresse_nom = :ANON-TOKEN, code_postal = 0
                    WHERE adresse_id IN
                       (SELECT c.principal_adresse_id FROM client c
                       WHERE c.client_id = :AN-CLIENT-ID
                       UNION
                       SELECT ca.adresse_id FROM client_adresse ca
                       WHERE ca.client_id = :AN-CLIENT-ID)
                    AND NOT EXISTS
                       (SELECT 1 FROM client o
                       WHERE o.client_id <> :AN-CLIENT-ID
                       AND o.principal_adresse_id = adresse.adresse_id
                       AND NOT EXISTS
                          (SELECT 1 FROM client_anonymisation x
                          WHERE x.client_id = o.client_id))
                    AND NOT EXISTS
                       (SELECT 1 FROM client_adresse oa
                       WHERE oa.client_id <> :AN-CLIENT-ID
                       AND oa.adresse_id = adresse.adresse_id
                       AND NOT EXISTS
                          (SELECT 1 FROM client_anonymisation x
                          WHERE x.client_id = oa.client_id))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              MOVE "ADRESSE" TO FAILED-STEP
           END-IF.

      ******************************************************************
       2110-ERASE-CLIENT-ROW.
      ******************************************************************

           EXEC SQL
              UPDATE client SET nom = :ANON-TOKEN,
                    prenom = :ANON-TOKEN, mail = :ANON-TOKEN,
                    telephone = :ANON-TOKEN, n_identite = :ANON-TOKEN
                    WHERE client_id = :AN-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "CLIENT" TO FAILED-STEP
           END-IF.

      ******************************************************************
       2120-ERASE-DOCUMENTS.
      ******************************************************************

           EXEC SQL
              UPDATE client_document SET doc_number = :ANON-TOKEN
                    WHERE client_id = :AN-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              MOVE "CLIENT_DOCUMENT" TO FAILED-STEP
           END-IF.

      ******************************************************************
       2130-ERASE-CLIENT-AUDIT.
      ******************************************************************
      *    The audit rows keep their action, timestamp and address
      *    ids -- the history of what happened stays, only the values
      *    go.
           EXEC SQL
              UPDATE client_audit SET
                    nom_avant = :ANON-TOKEN, nom_apres = :ANON-TOKEN,
                    prenom_avant = :ANON-TOKEN,
                    prenom_apres = :ANON-TOKEN,
                    mail_avant = :ANON-TOKEN, mail_apres = :ANON-TOKEN,
                    telephone_avant = :ANON-TOKEN,
                    telephone_apres = :ANON-TOKEN,
                    n_identite_avant = :ANON-TOKEN,
                    n_identite_apres = :ANON-TOKEN
                    WHERE client_id = :AN-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              MOVE "CLIENT_AUDIT" TO FAILED-STEP
           END-IF.

      ******************************************************************
       2140-ERASE-NOTIFICATIONS.
      ******************************************************************

           EXEC SQL
              UPDATE notification SET prenom = :ANON-TOKEN,
                    nom = :ANON-TOKEN, mail = :ANON-TOKEN
                    WHERE client_id = :AN-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              MOVE "NOTIFICATION" TO FAILED-STEP
           END-IF.

      ******************************************************************
       2150-ERASE-REQUEST-AUDIT.
      ******************************************************************
      *    NCLIENT kept the raw onboarding request -- the same name
      *    and address, in JSON.
           EXEC SQL
              UPDATE client_request_audit
                    SET request_json = :ANON-TOKEN
                    WHERE client_id = :AN-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              MOVE "CLIENT_REQUEST_AUDIT" TO FAILED-STEP
           END-IF.

      ******************************************************************
       2160-LOG-ANONYMISATION.
      ******************************************************************

           EXEC SQL
              INSERT INTO client_anonymisation (client_id,
                    last_activity_date, anonymised_date)
                    VALUES (:AN-CLIENT-ID,
                    to_date(NULLIF(:AN-LAST-DATE, '00000000'),
                    'YYYYMMDD'),
                    to_date(:RUN-DATE, 'YYYYMMDD'))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "LOG" TO FAILED-STEP
           END-IF.

      ******************************************************************
       2030-CLOSE-CURSOR.
      ******************************************************************

           EXEC SQL
              CLOSE CANDIDATE_CURSOR
           END-EXEC.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO ANON-LINE
           WRITE ANON-LINE

           MOVE SPACES TO ANON-LINE
           STRING "CLIENTS PAST RETENTION: " CLIENTS-LISTED
                 "  ANONYMISED: " CLIENTS-ANONYMISED
                 "  IN ERROR: " CLIENTS-IN-ERROR
                 DELIMITED BY SIZE INTO ANON-LINE
           WRITE ANON-LINE

           DISPLAY "BANONYM - CLIENTS PAST RETENTION: " CLIENTS-LISTED
           DISPLAY "BANONYM - CLIENTS ANONYMISED:     "
                 CLIENTS-ANONYMISED
           DISPLAY "BANONYM - CLIENTS IN ERROR:       "
                 CLIENTS-IN-ERROR.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE ANON-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
