      *****************************************************************
      * Program name:    BKEYPURGE
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 01/09/24  KERESTES      Created as the nightly purge of the
      *                         request_key rows IDEMKEY keeps for the
      *                         money-moving transactions. A key only
      *                         has to outlive the caller's retries;
      *                         rows older than REQUEST_KEY_DAYS
      *                         (default 30) are deleted, so the table
      *                         doesn't grow by a row per posting
      *                         forever. A key purged is free to be
      *                         used again.
      *
      * Run nightly from cron/JCL (BSCHED dispatches it), no CGI input
      * -- DBNAME/USERNAME/PASSWD come from the environment the same
      * way every other program in this system picks them up.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BKEYPURGE.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-09-01.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       77  DEFAULT-RETAIN-DAYS       PIC 9(3) VALUE 30.

       01  KEYS-PURGED               PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  RETAIN-DAYS             PIC  9(3) VALUE ZERO.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 2000-PURGE-OLD-KEYS
           PERFORM 9000-REPORT-SUMMARY
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
              DISPLAY "BKEYPURGE - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       2000-PURGE-OLD-KEYS.
      ******************************************************************
      *    Age runs from when the key was first claimed. A PENDING row
      *    left behind by a request that died mid-flight answers "in
      *    progress" until it ages out here.
           ACCEPT RETAIN-DAYS FROM ENVIRONMENT "REQUEST_KEY_DAYS"
           IF RETAIN-DAYS EQUAL ZERO
              MOVE DEFAULT-RETAIN-DAYS TO RETAIN-DAYS
           END-IF

           EXEC SQL
              DELETE FROM request_key
                    WHERE created_at < CURRENT_TIMESTAMP
                    - :RETAIN-DAYS * INTERVAL '1 day'
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              DISPLAY "BKEYPURGE - PURGE FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              EXEC SQL ROLLBACK WORK END-EXEC
              PERFORM 9900-CLOSE-DB
              GOBACK
           END-IF

           MOVE SQLERRD(3) TO KEYS-PURGED

           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           DISPLAY "BKEYPURGE - RETENTION DAYS: " RETAIN-DAYS
           DISPLAY "BKEYPURGE - KEYS PURGED:    " KEYS-PURGED.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
