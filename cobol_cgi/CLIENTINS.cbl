      *                         name and finding out from BSURVEIL
      *                         after the fact. NCLIENT and BIMPORT
      *                         both ride this path, so both get it.
      * 26/08/24  KERESTES      1055-LINK-ADDRESSES now stamps the new
      *                         client.tax_residency with the LEGAL
      *                         address's country (already proved
      *                         against the country table by 1040) --
      *                         the residency WHTPOST withholds tax on
      *                         interest by. Same unit of work as the
      *                         rest of the insert.
      *
      * Callers must already have an open database connection -- this
      * subprogram does not CONNECT or DISCONNECT.
              MOVE "SQL ERROR - LINK LEGAL ADDRESS" TO SQL-ERROR
           END-IF

           IF SQL-ERROR EQUAL SPACES
              EXEC SQL
                 UPDATE client SET tax_residency = :PAYS
                       WHERE client_id = :CLIENT_ID
              END-EXEC

              IF SQLCODE NOT EQUAL ZERO
                 MOVE "SQL ERROR - TAX RESIDENCY" TO SQL-ERROR
              END-IF
           END-IF

           IF SQL-ERROR EQUAL SPACES
              EXEC SQL
                 INSERT INTO client_adresse (client_id, adresse_id,
