      *                         look at tonight's date, so an event
      *                         swallowed there was lost for good
      *                         with the run still exiting clean.
      * 29/08/24  KERESTES      A client recorded as deceased (new
      *                         bereavement table, NDECEASE) is no
      *                         longer written to: every event --
      *                         detected here or queued by another
      *                         job, before or after the death was
      *                         recorded -- goes out addressed to the
      *                         estate representative's name and mail
      *                         instead.
      *
      * Run nightly from cron/JCL after the posting jobs (BSCHED
      * dispatches it after BJOURNAL), no CGI input -- DBNAME/
       EXEC SQL
          DECLARE DORMANT_CURSOR CURSOR FOR
             SELECT aa.account_id, a.account_number, a.client_id,
                   CASE WHEN b.client_id IS NULL
                   THEN COALESCE(c.prenom, ' ') ELSE ' ' END,
                   COALESCE(b.representative_name, c.nom, ' '),
                   CASE WHEN b.client_id IS NULL
                   THEN COALESCE(c.mail, ' ')
                   ELSE COALESCE(b.representative_mail, ' ') END
                   FROM account_audit aa
                   JOIN account a ON a.account_id = aa.account_id
                   JOIN client c ON c.client_id = a.client_id
                   LEFT JOIN bereavement b ON b.client_id = c.client_id
                   WHERE aa.action = "DORMANT"
                   AND to_char(aa.changed_at, 'YYYYMMDD') = :RUN-DATE
                   ORDER BY aa.account_id
          DECLARE BIGDEBIT_CURSOR CURSOR FOR
             SELECT l.ledger_id, l.amount, a.account_id,
                   a.account_number, a.client_id,
                   CASE WHEN b.client_id IS NULL
                   THEN COALESCE(c.prenom, ' ') ELSE ' ' END,
                   COALESCE(b.representative_name, c.nom, ' '),
                   CASE WHEN b.client_id IS NULL
                   THEN COALESCE(c.mail, ' ')
                   ELSE COALESCE(b.representative_mail, ' ') END
                   FROM ledger l
                   JOIN account a ON a.account_id = l.account_id
                   JOIN client c ON c.client_id = a.client_id
                   LEFT JOIN bereavement b ON b.client_id = c.client_id
                   WHERE l.direction = "DEBIT "
                   AND l.business_date = to_date(:RUN-DATE, 'YYYYMMDD')
                   AND a.alert_threshold > 0
                   ORDER BY l.ledger_id
       END-EXEC.

      *    Everything unsent, whoever queued it -- a row for a client
      *    since recorded as deceased is readdressed to the estate
      *    representative on the way out.
       EXEC SQL
          DECLARE UNSENT_CURSOR CURSOR FOR
             SELECT n.notification_id, n.event_type,
                   COALESCE(n.account_number, ' '),
                   CASE WHEN b.client_id IS NULL
                   THEN COALESCE(n.prenom, ' ') ELSE ' ' END,
                   COALESCE(b.representative_name, n.nom, ' '),
                   CASE WHEN b.client_id IS NULL
                   THEN COALESCE(n.mail, ' ')
                   ELSE COALESCE(b.representative_mail, ' ') END,
                   COALESCE(n.message, ' ')
                   FROM notification n
                   LEFT JOIN bereavement b ON b.client_id = n.client_id
                   WHERE n.sent_flag = "N"
                   ORDER BY n.notification_id
       END-EXEC.

      *****************************************************************
