       01 WS-HIST-IX PIC S9(4) COMP VALUE 0.
       01 WS-SAVE-REQUEST-ID PIC X(6) VALUE SPACES.
       01 DB2-INQ-CUSTSTATUS PIC X(1) VALUE SPACE.
       01 WS-USERID PIC X(8) VALUE SPACES.
       01 DB2-HOLD-UNTIL PIC X(10) VALUE SPACES.
      * How long after a death is recorded the estate's policies are
      * held from arrears lapse, to give the executor time to take
      * the premiums on. Change the value here to retune the whole
      * estate.
       77 WS-ESTATE-HOLD-DAYS PIC S9(4) COMP VALUE 90.
       01 WS-SEARCH-DOB-SW PIC X(01) VALUE 'N'.
           88 WS-SEARCH-BY-DOB               VALUE 'Y'.
       01 WS-MATCH-IX PIC S9(4) COMP VALUE 0.
      * Dispatch on the action code set by the calling transaction.    *
      * '1' insert (the original, and only, supported action) plus     *
      * '2' inquire / '3' update / '4' close added for the customer    *
      * lifecycle interface, and '7' record deceased / '8' inquire on  *
      * the deceased customer's estate for bereavement handling.       *
      *----------------------------------------------------------------*
           EVALUATE TRUE
             WHEN CA-ACTION-CODE = '1'
             WHEN CA-ACTION-CODE = '6'
               MOVE '06SCUST' TO CA-REQUEST-ID
               PERFORM SEARCH-CUSTOMER THRU SEARCH-CUSTOMER-EXIT
             WHEN CA-ACTION-CODE = '7'
               MOVE '07DCUST' TO CA-REQUEST-ID
               PERFORM RECORD-DECEASED THRU RECORD-DECEASED-EXIT
             WHEN CA-ACTION-CODE = '8'
               MOVE '08ECUST' TO CA-REQUEST-ID
               PERFORM INQUIRE-ESTATE THRU INQUIRE-ESTATE-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
      ******************************************************************
      * Mark a customer as closed. The row is retained for history/    *
      * audit purposes and flagged via CUSTSTATUS rather than deleted. *
      * A customer who has died is recorded with action code '7'       *
      * instead, which is not refused for policies in force; once the  *
      * estate has settled them the deceased customer is closed here   *
      * in the ordinary way.                                           *
      ******************************************************************
       CLOSE-CUSTOMER.
      * CA-CUSTOMER-NUM lives inside the 19-byte commarea header, so
      ******************************************************************
      * Record the before-image of the customer row plus the identity  *
      * (tranid/termid/task) and timestamp of the request about to     *
      * change it. Performed ahead of the UPDATE in UPDATE-CUSTOMER,   *
      * CLOSE-CUSTOMER and RECORD-DECEASED; HISTACTION carries the     *
      * action code so the history inquiry can tell an update from a   *
      * closure or a death. A customer that cannot be read gets the    *
      * same 95 the update itself would have returned.                 *
      ******************************************************************
       CAPTURE-CUSTOMER-HISTORY.
           MOVE ' READ BEFORE-IMG' TO EM-SQLREQ
           END-IF.
           EXIT.
      ******************************************************************
      * Record CA-CUSTOMER-NUM as deceased, on the family's or the     *
      * executor's say-so. Unlike a closure this is not refused while  *
      * a policy is in force - the estate still has to settle the      *
      * policies and any claims on them, so neither is touched here.   *
      * In one unit of work:                                           *
      *  - the before-image goes to CUSTOMERHISTORY (action '7');      *
      *  - the date of death and the executor's details are written    *
      *    to CUSTOMERESTATE, with a hold date WS-ESTATE-HOLD-DAYS     *
      *    on - lgacbat4 does not lapse the estate's policies for      *
      *    arrears before it;                                          *
      *  - CUSTSTATUS becomes 'D', so lgacbat3's renewal notices and   *
      *    lgacwel1's letters go to the executor, and lgacpol1 writes  *
      *    no new policy for the customer;                             *
      *  - the CUSTOMERSECURITY credential is suspended (state 'S'),   *
      *    the way LGACMRG1 retires a merged-away record's - lgacdb04  *
      *    refuses it outright.                                        *
      * A repeat for a customer already recorded as deceased replaces  *
      * the executor's details (and the date of death, if it was       *
      * reported wrongly) but keeps the original hold date.            *
      * Return codes: 00 recorded, 85 customer closed or merged away,  *
      * 90 SQL error (partial work backed out), 91 executor name       *
      * blank, 93 date of death not a valid CCYY-MM-DD date or in the  *
      * future, 94 executor postcode blank, 95 customer not found,     *
      * 98 commarea too short.                                         *
      ******************************************************************
       RECORD-DECEASED.
           MOVE WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-DECEASED-REQ-LEN TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             GO TO RECORD-DECEASED-EXIT
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           STRING WS-DATE(7:4) '-' WS-DATE(1:2) '-' WS-DATE(4:2)
             INTO WS-DATE-ISO
           END-STRING

           PERFORM VALIDATE-DEATH-DATE THRU VALIDATE-DEATH-DATE-EXIT.
           IF WS-FIELDS-INVALID
             GO TO RECORD-DECEASED-EXIT
           END-IF
           IF CA-EXEC-NAME = SPACES OR LOW-VALUES
             MOVE '91' TO CA-RETURN-CODE
             GO TO RECORD-DECEASED-EXIT
           END-IF
           IF CA-EXEC-POSTCODE = SPACES OR LOW-VALUES
             MOVE '94' TO CA-RETURN-CODE
             GO TO RECORD-DECEASED-EXIT
           END-IF

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           MOVE ' CHECK STATUS' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTSTATUS
               INTO :DB2-INQ-CUSTSTATUS
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               GO TO RECORD-DECEASED-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RECORD-DECEASED-EXIT
           END-EVALUATE
      * A closed record has nothing left to settle, and a merged-away
      * one is recorded against the survivor instead.
           IF DB2-INQ-CUSTSTATUS = 'C' OR DB2-INQ-CUSTSTATUS = 'M'
             MOVE '85' TO CA-RETURN-CODE
             GO TO RECORD-DECEASED-EXIT
           END-IF

           PERFORM CAPTURE-CUSTOMER-HISTORY
              THRU CAPTURE-CUSTOMER-HISTORY-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO RECORD-DECEASED-EXIT
           END-IF

      * Already deceased - a change of executor, or a correction.
           IF DB2-INQ-CUSTSTATUS = 'D'
             MOVE ' UPDATE ESTATE' TO EM-SQLREQ
             EXEC SQL
               UPDATE CUSTOMERESTATE
                  SET DATEOFDEATH     = :CA-DEC-DATE-OF-DEATH,
                      EXECNAME        = :CA-EXEC-NAME,
                      EXECHOUSENAME   = :CA-EXEC-HOUSE-NAME,
                      EXECHOUSENUMBER = :CA-EXEC-HOUSE-NUM,
                      EXECPOSTCODE    = :CA-EXEC-POSTCODE,
                      EXECTOWN        = :CA-EXEC-TOWN,
                      EXECCOUNTY      = :CA-EXEC-COUNTY,
                      EXECPHONE       = :CA-EXEC-PHONE,
                      EXECEMAIL       = :CA-EXEC-EMAIL,
                      ESTATEUPDATED   = :WS-DATE-ISO,
                      ESTATEUPDUSER   = :WS-USERID
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE ' READ HOLD DATE' TO EM-SQLREQ
                 EXEC SQL
                   SELECT ESTATEHOLDUNTIL
                     INTO :CA-DEC-HOLD-UNTIL
                     FROM CUSTOMERESTATE
                    WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                 END-EXEC
                 IF SQLCODE NOT EQUAL 0
                   GO TO RECORD-DECEASED-ABORT
                 END-IF
                 MOVE '00' TO CA-RETURN-CODE
                 GO TO RECORD-DECEASED-EXIT
      * Status 'D' with no estate row should not happen - record the
      * estate afresh below rather than fail the request.
               WHEN 100
                 CONTINUE
               WHEN OTHER
                 GO TO RECORD-DECEASED-ABORT
             END-EVALUATE
           END-IF

           MOVE ' SET HOLD DATE' TO EM-SQLREQ
           EXEC SQL
             SET :DB2-HOLD-UNTIL =
                 CHAR(DATE(:WS-DATE-ISO) + :WS-ESTATE-HOLD-DAYS DAYS,
                      ISO)
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO RECORD-DECEASED-ABORT
           END-IF

           MOVE ' INSERT ESTATE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CUSTOMERESTATE
                       ( CUSTOMERNUMBER,
                         DATEOFDEATH,
                         EXECNAME,
                         EXECHOUSENAME,
                         EXECHOUSENUMBER,
                         EXECPOSTCODE,
                         EXECTOWN,
                         EXECCOUNTY,
                         EXECPHONE,
                         EXECEMAIL,
                         ESTATENOTIFIED,
                         ESTATEHOLDUNTIL,
                         ESTATEUSER,
                         ESTATETRANID,
                         ESTATETASKNUM )
                VALUES ( :CA-CUSTOMER-NUM,
                         :CA-DEC-DATE-OF-DEATH,
                         :CA-EXEC-NAME,
                         :CA-EXEC-HOUSE-NAME,
                         :CA-EXEC-HOUSE-NUM,
                         :CA-EXEC-POSTCODE,
                         :CA-EXEC-TOWN,
                         :CA-EXEC-COUNTY,
                         :CA-EXEC-PHONE,
                         :CA-EXEC-EMAIL,
                         :WS-DATE-ISO,
                         :DB2-HOLD-UNTIL,
                         :WS-USERID,
                         :WS-TRANSID,
                         :WS-TASKNUM )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO RECORD-DECEASED-ABORT
           END-IF

           MOVE ' MARK DECEASED' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER
                SET CUSTSTATUS = 'D'
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO RECORD-DECEASED-ABORT
           END-IF

      * Suspend the credential. No row (SQLCODE 100) is fine - a
      * record from before the security suite simply has none.
           MOVE ' SUSPND CREDENTL' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMERSECURITY
                SET CUSTSECRSTATE = 'S'
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             GO TO RECORD-DECEASED-ABORT
           END-IF

           MOVE DB2-HOLD-UNTIL TO CA-DEC-HOLD-UNTIL
           MOVE '00' TO CA-RETURN-CODE
           GO TO RECORD-DECEASED-EXIT.

      * A SQL failure after the history row was written - back the
      * whole recording out so the customer is left exactly as it was.
      * The rollback runs first: the error-audit row is written after
      * it, or the rollback would take the audit trail with it.
       RECORD-DECEASED-ABORT.
           MOVE '90' TO CA-RETURN-CODE
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           SET WS-SQL-FAILURE TO TRUE
           PERFORM WRITE-ERROR-MESSAGE.

       RECORD-DECEASED-EXIT.
           EXIT.
      ******************************************************************
      * Validate that CA-DEC-DATE-OF-DEATH is an actual CCYY-MM-DD     *
      * date, with the same checks VALIDATE-DOB applies to a date of   *
      * birth, and that it is not later than today (WS-DATE-ISO).      *
      * The date-of-birth check fields are reused.                     *
      ******************************************************************
       VALIDATE-DEATH-DATE.
           SET WS-FIELDS-VALID TO TRUE

           IF CA-DEC-DATE-OF-DEATH = SPACES OR LOW-VALUES
             MOVE '93' TO CA-RETURN-CODE
             SET WS-FIELDS-INVALID TO TRUE
             GO TO VALIDATE-DEATH-DATE-EXIT
           END-IF

           MOVE CA-DEC-DATE-OF-DEATH(1:4) TO WS-DOB-YYYY
           MOVE CA-DEC-DATE-OF-DEATH(5:1) TO WS-DOB-DASH1
           MOVE CA-DEC-DATE-OF-DEATH(6:2) TO WS-DOB-MM
           MOVE CA-DEC-DATE-OF-DEATH(8:1) TO WS-DOB-DASH2
           MOVE CA-DEC-DATE-OF-DEATH(9:2) TO WS-DOB-DD

           IF WS-DOB-YYYY NOT NUMERIC
              OR WS-DOB-MM NOT NUMERIC
              OR WS-DOB-DD NOT NUMERIC
              OR WS-DOB-DASH1 NOT EQUAL '-'
              OR WS-DOB-DASH2 NOT EQUAL '-'
             MOVE '93' TO CA-RETURN-CODE
             SET WS-FIELDS-INVALID TO TRUE
             GO TO VALIDATE-DEATH-DATE-EXIT
           END-IF

           MOVE WS-DOB-MM TO WS-DOB-MM-NUM
           MOVE WS-DOB-DD TO WS-DOB-DD-NUM

           IF WS-DOB-MM-NUM < 1 OR WS-DOB-MM-NUM > 12
             MOVE '93' TO CA-RETURN-CODE
             SET WS-FIELDS-INVALID TO TRUE
             GO TO VALIDATE-DEATH-DATE-EXIT
           END-IF

           IF WS-DOB-DD-NUM < 1 OR WS-DOB-DD-NUM > 31
             MOVE '93' TO CA-RETURN-CODE
             SET WS-FIELDS-INVALID TO TRUE
             GO TO VALIDATE-DEATH-DATE-EXIT
           END-IF

           EVALUATE WS-DOB-MM-NUM
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               IF WS-DOB-DD-NUM > 30
                 MOVE '93' TO CA-RETURN-CODE
                 SET WS-FIELDS-INVALID TO TRUE
               END-IF
             WHEN 2
               IF WS-DOB-DD-NUM > 29
                 MOVE '93' TO CA-RETURN-CODE
                 SET WS-FIELDS-INVALID TO TRUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF WS-FIELDS-VALID
              AND CA-DEC-DATE-OF-DEATH > WS-DATE-ISO
             MOVE '93' TO CA-RETURN-CODE
             SET WS-FIELDS-INVALID TO TRUE
           END-IF.

       VALIDATE-DEATH-DATE-EXIT.
           EXIT.
      ******************************************************************
      * Return the bereavement details recorded for CA-CUSTOMER-NUM in *
      * CA-DECEASED-REQUEST: date of death, the arrears hold date and  *
      * the executor's details. 89 means no death has been recorded    *
      * for the customer number.                                       *
      ******************************************************************
       INQUIRE-ESTATE.
           MOVE WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-DECEASED-REQ-LEN TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             GO TO INQUIRE-ESTATE-EXIT
           END-IF

           MOVE ' INQUIRE ESTATE' TO EM-SQLREQ
           EXEC SQL
             SELECT DATEOFDEATH, ESTATEHOLDUNTIL, EXECNAME,
                    COALESCE(EXECHOUSENAME, ' '),
                    COALESCE(EXECHOUSENUMBER, ' '),
                    EXECPOSTCODE,
                    COALESCE(EXECTOWN, ' '),
                    COALESCE(EXECCOUNTY, ' '),
                    COALESCE(EXECPHONE, ' '),
                    COALESCE(EXECEMAIL, ' ')
               INTO :CA-DEC-DATE-OF-DEATH, :CA-DEC-HOLD-UNTIL,
                    :CA-EXEC-NAME, :CA-EXEC-HOUSE-NAME,
                    :CA-EXEC-HOUSE-NUM, :CA-EXEC-POSTCODE,
                    :CA-EXEC-TOWN, :CA-EXEC-COUNTY,
                    :CA-EXEC-PHONE, :CA-EXEC-EMAIL
               FROM CUSTOMERESTATE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       INQUIRE-ESTATE-EXIT.
           EXIT.
      ******************************************************************
      * PROGRAM NAME : Program:COBOL:LGACUS01
      * PROGRAM PATH : .../Cobol Programs/LGACUS01.cbl
      * STMT START LINE NUMBER : 582
