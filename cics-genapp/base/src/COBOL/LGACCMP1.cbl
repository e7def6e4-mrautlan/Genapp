       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgaccmp1.
      ******************************************************************
      * Customer complaints register - until now the desk logged       *
      * complaints in a spreadsheet outside the system, with no link   *
      * to the customer, policy or claim complained about and nothing  *
      * watching the regulatory final-response deadline. Follows the   *
      * lgacclm1/lgacpol1 mould: the caller LINKs with the LGCMAREA    *
      * commarea, CA-ACTION-CODE selects the operation, the complaint  *
      * fields ride in CA-COMPLAINT-REQUEST, and failed SQL requests   *
      * are audited to CUSTOMERERRORLOG under their own request ids:   *
      *   '1' register    ('01ICMP') - record a complaint made by      *
      *       CA-CUSTOMER-NUM, received on CA-CMP-RECEIVED-DATE, in    *
      *       category CA-CMP-CATEGORY; CA-CMP-POLICY-NUM and          *
      *       CA-CMP-CLAIM-NUM optionally name the policy or claim it  *
      *       is about and must be the customer's own (a claim alone   *
      *       brings its policy number back with it); the assigned     *
      *       COMPLAINTNUMBER comes back in CA-CMP-NUM and the final-  *
      *       response deadline in CA-CMP-DEADLINE                     *
      *   '2' inquire     ('02QCMP') - return the complaint held       *
      *       under CA-CMP-NUM, including its CA-CUSTOMER-NUM          *
      *   '3' acknowledge ('03ACMP') - record that the open complaint  *
      *       was acknowledged on CA-CMP-ACK-DATE (today if blank)     *
      *   '4' respond     ('04FCMP') - record the final response sent  *
      *       on CA-CMP-RESPONSE-DATE (today if blank), its outcome    *
      *       CA-CMP-OUTCOME and the redress paid CA-CMP-REDRESS, and  *
      *       close the complaint; a complaint never acknowledged is   *
      *       taken as acknowledged by the final response itself       *
      *   '5' complaints  ('05LCMP') - return the complaints made by   *
      *       CA-CUSTOMER-NUM in CA-COMPLAINT-RESULTS, newest first,   *
      *       with lgacpol1's portfolio return-code convention (00     *
      *       one, 01 several, 82 more than ten, 95 none)              *
      * The deadline is fixed at registration, WS-FINAL-RESPONSE-DAYS  *
      * after receipt; lgacbatc ages the open complaints against it    *
      * every week and lgacrpt8 makes the quarterly return from the    *
      * register.                                                      *
      * Return codes follow lgacclm1: 00 ok, 85 customer merged away - *
      * register against the surviving record, 89 complaint not open   *
      * for this action (already acknowledged, or already closed), 90  *
      * SQL error, 91 bad category, 92 bad outcome, 93 date missing,   *
      * not a valid date, in the future or before the complaint was    *
      * received, 94 policy or claim not held by the customer, 95      *
      * customer/policy/claim/complaint not found, 96 redress not      *
      * numeric, 98 commarea too short, 99 unknown action code.        *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY LGPOLICY.
       01 DFHCOMMAREA.
           COPY LGCMAREA.
       01 CA-ERROR-MSG.
           03 CA-DATA PIC X(90) VALUE SPACES.
       01 DB2-OUT-INTEGERS.
           03 DB2-COMPLAINTNUM-INT PIC S9(9).
           03 DB2-CMP-CUSTNUM PIC S9(9).
           03 DB2-CMP-POLNUM PIC S9(9).
           03 DB2-CMP-CLMNUM PIC S9(9).
       01 DB2-CUSTSTATUS PIC X(1).
       01 DB2-COMPLAINT-ROW.
           03 DB2-CMP-CATEGORY         PIC X(2).
           03 DB2-CMP-STATUS           PIC X(1).
           03 DB2-CMP-RECEIVED         PIC X(10).
           03 DB2-CMP-DEADLINE         PIC X(10).
           03 DB2-CMP-ACKNOWLEDGED     PIC X(10).
           03 DB2-CMP-RESPONDED        PIC X(10).
           03 DB2-CMP-OUTCOME          PIC X(1).
           03 DB2-CMP-REDRESS          PIC S9(6)V99.
           03 DB2-CMP-AGEFLAG          PIC X(1).
      * The regulator allows eight weeks from receipt for the final
      * response to a complaint. Change the value here to retune the
      * whole estate.
       77 WS-FINAL-RESPONSE-DAYS PIC S9(4) COMP VALUE 56.
       01 WS-CMP-CATEGORY PIC X(2).
           88 WS-VALID-CATEGORY              VALUE 'SV' 'CL' 'PR'
                                                   'SA' 'CN' 'DP'
                                                   'OT'.
       01 WS-CMP-OUTCOME PIC X(1).
           88 WS-VALID-OUTCOME               VALUE 'U' 'P' 'N' 'W'.
       01 WS-EVENT-DATE PIC X(10) VALUE SPACES.
       01 WS-USERID PIC X(8) VALUE SPACES.
       01 WS-ABSTIME PIC S9(8) VALUE 0.
       01 WS-TIME PIC X(8) VALUE SPACES.
       01 WS-DATE PIC X(10) VALUE SPACES.
       01 WS-DATE-ISO PIC X(10) VALUE SPACES.
       01 ERROR-MSG.
           03 EM-TIME PIC X(6) VALUE SPACES.
           03 EM-VARIABLE.
             05 EM-SQLREQ PIC X(16) VALUE SPACES.
           03 EM-DATE PIC X(8) VALUE SPACES.
       01 WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN PIC S9(4) VALUE 19.
           03 WS-REQUIRED-CA-LEN PIC S9(4) VALUE 0.
      * Header + full request area + CA-COMPLAINT-RESULTS - the
      * minimum an action code '5' caller must supply, the same
      * length an lgacpol1 portfolio caller supplies.
           03 WS-COMPLAINTS-CA-LEN PIC S9(4) VALUE 1114.
       01 WS-SQL-FAILURE-SW            PIC X(01) VALUE 'N'.
           88 WS-SQL-FAILURE                 VALUE 'Y'.
       01 DB2-LIST-ROW.
           03 DB2-LIST-CMPNUM          PIC S9(9).
           03 DB2-LIST-POLNUM          PIC S9(9).
           03 DB2-LIST-CLMNUM          PIC S9(9).
           03 DB2-LIST-CATEGORY        PIC X(2).
           03 DB2-LIST-RECEIVED        PIC X(10).
           03 DB2-LIST-DEADLINE        PIC X(10).
           03 DB2-LIST-STATUS          PIC X(1).
           03 DB2-LIST-OUTCOME         PIC X(1).
           03 DB2-LIST-AGEFLAG         PIC X(1).
       01 WS-LIST-IX PIC S9(4) COMP VALUE 0.
       01 WS-HEADER.
           03 WS-TRANSID PIC X(4).
           03 WS-TERMID PIC X(4).
           03 WS-TASKNUM PIC 9(7).
           03 WS-CALEN PIC S9(4).
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * No policy or claim is held as null - zero is what the caller
      * gets back for one of those.
           EXEC SQL
               DECLARE COMPLAINT-CURSOR CURSOR FOR
                   SELECT COMPLAINTNUMBER,
                          COALESCE(POLICYNUMBER, 0),
                          COALESCE(CLAIMNUMBER, 0),
                          CMPCATEGORY, CMPRECEIVED, CMPDEADLINE,
                          CMPSTATUS, CMPOUTCOME, CMPAGEFLAG
                     FROM COMPLAINT
                    WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                    ORDER BY CMPRECEIVED DESC, COMPLAINTNUMBER DESC
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           INITIALIZE WS-HEADER.
           MOVE 'N' TO WS-SQL-FAILURE-SW.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF

           MOVE '00' TO CA-RETURN-CODE
           MOVE EIBCALEN TO WS-CALEN.

      * Every action needs the header plus the complaint fields.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-COMPLAINT-REQ-LEN TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * Today's date - the latest date any complaint event may carry.
           PERFORM GET-CURRENT-TIMESTAMP.

           EVALUATE TRUE
             WHEN CA-ACTION-CODE = '1'
               MOVE '01ICMP' TO CA-REQUEST-ID
               PERFORM REGISTER-COMPLAINT THRU REGISTER-COMPLAINT-EXIT
             WHEN CA-ACTION-CODE = '2'
               MOVE '02QCMP' TO CA-REQUEST-ID
               PERFORM INQUIRE-COMPLAINT THRU INQUIRE-COMPLAINT-EXIT
             WHEN CA-ACTION-CODE = '3'
               MOVE '03ACMP' TO CA-REQUEST-ID
               PERFORM ACKNOWLEDGE-COMPLAINT
                  THRU ACKNOWLEDGE-COMPLAINT-EXIT
             WHEN CA-ACTION-CODE = '4'
               MOVE '04FCMP' TO CA-REQUEST-ID
               PERFORM RESPOND-COMPLAINT THRU RESPOND-COMPLAINT-EXIT
             WHEN CA-ACTION-CODE = '5'
               MOVE '05LCMP' TO CA-REQUEST-ID
               PERFORM CUSTOMER-COMPLAINTS
                  THRU CUSTOMER-COMPLAINTS-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * Record a complaint made by CA-CUSTOMER-NUM. The customer must  *
      * exist - a closed customer may still complain, but a merged-    *
      * away record is refused so the complaint lands on the record    *
      * that survived. A policy or claim named must be the customer's  *
      * own. The deadline is worked out by DB2 from the received date, *
      * which also proves the received date is a real date.            *
      * COMPLAINTNUMBER is identity-assigned and returned in           *
      * CA-CMP-NUM.                                                    *
      ******************************************************************
       REGISTER-COMPLAINT.
           MOVE CA-CMP-CATEGORY TO WS-CMP-CATEGORY
           IF NOT WS-VALID-CATEGORY
             MOVE '91' TO CA-RETURN-CODE
             GO TO REGISTER-COMPLAINT-EXIT
           END-IF

           IF CA-CMP-RECEIVED-DATE = SPACES OR LOW-VALUES
              OR CA-CMP-RECEIVED-DATE > WS-DATE-ISO
             MOVE '93' TO CA-RETURN-CODE
             GO TO REGISTER-COMPLAINT-EXIT
           END-IF

           MOVE ' CALC DEADLINE' TO EM-SQLREQ
           EXEC SQL
             SET :DB2-CMP-DEADLINE =
                 CHAR(DATE(:CA-CMP-RECEIVED-DATE)
                      + :WS-FINAL-RESPONSE-DAYS DAYS, ISO)
           END-EXEC
      * -180/-181: the received date is not a valid date at all.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -180
             WHEN -181
               MOVE '93' TO CA-RETURN-CODE
               GO TO REGISTER-COMPLAINT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO REGISTER-COMPLAINT-EXIT
           END-EVALUATE

           MOVE ' CHECK CUSTOMER' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTSTATUS
               INTO :DB2-CUSTSTATUS
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               GO TO REGISTER-COMPLAINT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO REGISTER-COMPLAINT-EXIT
           END-EVALUATE
           IF DB2-CUSTSTATUS = 'M'
             MOVE '85' TO CA-RETURN-CODE
             GO TO REGISTER-COMPLAINT-EXIT
           END-IF

           IF CA-CMP-CLAIM-NUM NOT EQUAL ZERO
             PERFORM CHECK-COMPLAINT-CLAIM
                THRU CHECK-COMPLAINT-CLAIM-EXIT
             IF CA-RETURN-CODE NOT EQUAL 0
               GO TO REGISTER-COMPLAINT-EXIT
             END-IF
           END-IF
           IF CA-CMP-POLICY-NUM NOT EQUAL ZERO
             PERFORM CHECK-COMPLAINT-POLICY
                THRU CHECK-COMPLAINT-POLICY-EXIT
             IF CA-RETURN-CODE NOT EQUAL 0
               GO TO REGISTER-COMPLAINT-EXIT
             END-IF
           END-IF

           MOVE ' INSERT COMPLNT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO COMPLAINT
                       ( COMPLAINTNUMBER,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         CLAIMNUMBER,
                         CMPCATEGORY,
                         CMPSTATUS,
                         CMPRECEIVED,
                         CMPDEADLINE,
                         CMPREGUSER,
                         CMPTRANID,
                         CMPTASKNUM )
                VALUES ( DEFAULT,
                         :CA-CUSTOMER-NUM,
                         NULLIF(:CA-CMP-POLICY-NUM, 0),
                         NULLIF(:CA-CMP-CLAIM-NUM, 0),
                         :CA-CMP-CATEGORY,
                         'O',
                         :CA-CMP-RECEIVED-DATE,
                         :DB2-CMP-DEADLINE,
                         :WS-USERID,
                         :WS-TRANSID,
                         :WS-TASKNUM )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             SET WS-SQL-FAILURE TO TRUE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REGISTER-COMPLAINT-EXIT
           END-IF

      * get value of assigned complaint number
           EXEC SQL
             SET :DB2-COMPLAINTNUM-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-COMPLAINTNUM-INT TO CA-CMP-NUM
           MOVE DB2-CMP-DEADLINE TO CA-CMP-DEADLINE
           MOVE SPACES TO CA-CMP-ACK-DATE
           MOVE SPACES TO CA-CMP-RESPONSE-DATE
           MOVE SPACE TO CA-CMP-OUTCOME
           MOVE ZERO TO CA-CMP-REDRESS
           MOVE 'O' TO CA-CMP-STATUS.

       REGISTER-COMPLAINT-EXIT.
           EXIT.

      ******************************************************************
      * The claim named must exist and be on one of the customer's     *
      * policies - and on the policy named too, if one was. A claim    *
      * named on its own brings its policy number back in              *
      * CA-CMP-POLICY-NUM, so the register always knows the policy a   *
      * claims complaint concerns.                                     *
      ******************************************************************
       CHECK-COMPLAINT-CLAIM.
           MOVE ' CHECK CLAIM' TO EM-SQLREQ
           EXEC SQL
             SELECT C.POLICYNUMBER, P.CUSTOMERNUMBER
               INTO :DB2-CMP-POLNUM, :DB2-CMP-CUSTNUM
               FROM CLAIM C, POLICY P
              WHERE C.CLAIMNUMBER = :CA-CMP-CLAIM-NUM
                AND P.POLICYNUMBER = C.POLICYNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               GO TO CHECK-COMPLAINT-CLAIM-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-COMPLAINT-CLAIM-EXIT
           END-EVALUATE
           IF DB2-CMP-CUSTNUM NOT EQUAL CA-CUSTOMER-NUM
             MOVE '94' TO CA-RETURN-CODE
             GO TO CHECK-COMPLAINT-CLAIM-EXIT
           END-IF
           IF CA-CMP-POLICY-NUM = ZERO
             MOVE DB2-CMP-POLNUM TO CA-CMP-POLICY-NUM
           END-IF
           IF DB2-CMP-POLNUM NOT EQUAL CA-CMP-POLICY-NUM
             MOVE '94' TO CA-RETURN-CODE
           END-IF.

       CHECK-COMPLAINT-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * The policy named must exist and be held by the customer.       *
      ******************************************************************
       CHECK-COMPLAINT-POLICY.
           MOVE ' CHECK POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER
               INTO :DB2-CMP-CUSTNUM
               FROM POLICY
              WHERE POLICYNUMBER = :CA-CMP-POLICY-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               GO TO CHECK-COMPLAINT-POLICY-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-COMPLAINT-POLICY-EXIT
           END-EVALUATE
           IF DB2-CMP-CUSTNUM NOT EQUAL CA-CUSTOMER-NUM
             MOVE '94' TO CA-RETURN-CODE
           END-IF.

       CHECK-COMPLAINT-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * Return the complaint held under CA-CMP-NUM, with the customer  *
      * who made it. Dates not yet reached come back as spaces.        *
      ******************************************************************
       INQUIRE-COMPLAINT.
           PERFORM READ-COMPLAINT THRU READ-COMPLAINT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO INQUIRE-COMPLAINT-EXIT
           END-IF

           MOVE DB2-CMP-CUSTNUM TO CA-CUSTOMER-NUM
           MOVE DB2-CMP-POLNUM TO CA-CMP-POLICY-NUM
           MOVE DB2-CMP-CLMNUM TO CA-CMP-CLAIM-NUM
           MOVE DB2-CMP-CATEGORY TO CA-CMP-CATEGORY
           MOVE DB2-CMP-RECEIVED TO CA-CMP-RECEIVED-DATE
           MOVE DB2-CMP-DEADLINE TO CA-CMP-DEADLINE
           MOVE DB2-CMP-ACKNOWLEDGED TO CA-CMP-ACK-DATE
           MOVE DB2-CMP-RESPONDED TO CA-CMP-RESPONSE-DATE
           MOVE DB2-CMP-OUTCOME TO CA-CMP-OUTCOME
           MOVE DB2-CMP-REDRESS TO CA-CMP-REDRESS
           MOVE DB2-CMP-STATUS TO CA-CMP-STATUS.

       INQUIRE-COMPLAINT-EXIT.
           EXIT.

      ******************************************************************
      * Record the acknowledgement of an open complaint. Only a        *
      * complaint still at 'O' can be acknowledged - a second          *
      * acknowledgement, or one after the final response, gets 89.     *
      ******************************************************************
       ACKNOWLEDGE-COMPLAINT.
           PERFORM READ-COMPLAINT THRU READ-COMPLAINT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO ACKNOWLEDGE-COMPLAINT-EXIT
           END-IF
           IF DB2-CMP-STATUS NOT EQUAL 'O'
             MOVE '89' TO CA-RETURN-CODE
             GO TO ACKNOWLEDGE-COMPLAINT-EXIT
           END-IF

           MOVE CA-CMP-ACK-DATE TO WS-EVENT-DATE
           PERFORM CHECK-EVENT-DATE THRU CHECK-EVENT-DATE-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO ACKNOWLEDGE-COMPLAINT-EXIT
           END-IF

           MOVE ' ACK COMPLAINT' TO EM-SQLREQ
           EXEC SQL
             UPDATE COMPLAINT
                SET CMPSTATUS       = 'A',
                    CMPACKNOWLEDGED = :WS-EVENT-DATE
              WHERE COMPLAINTNUMBER = :CA-CMP-NUM
                AND CMPSTATUS = 'O'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE
               GO TO ACKNOWLEDGE-COMPLAINT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO ACKNOWLEDGE-COMPLAINT-EXIT
           END-EVALUATE

           MOVE WS-EVENT-DATE TO CA-CMP-ACK-DATE
           MOVE DB2-CMP-DEADLINE TO CA-CMP-DEADLINE
           MOVE 'A' TO CA-CMP-STATUS.

       ACKNOWLEDGE-COMPLAINT-EXIT.
           EXIT.

      ******************************************************************
      * Record the final response and close the complaint. The         *
      * outcome must be one of upheld, partly upheld, not upheld or    *
      * withdrawn; redress may be paid on any of them, goodwill        *
      * included. A closed complaint gets 89 - the final response is   *
      * final. The update only takes a complaint not yet closed, so    *
      * two users responding at once cannot both succeed.              *
      ******************************************************************
       RESPOND-COMPLAINT.
           MOVE CA-CMP-OUTCOME TO WS-CMP-OUTCOME
           IF NOT WS-VALID-OUTCOME
             MOVE '92' TO CA-RETURN-CODE
             GO TO RESPOND-COMPLAINT-EXIT
           END-IF
           IF CA-CMP-REDRESS NOT NUMERIC
             MOVE '96' TO CA-RETURN-CODE
             GO TO RESPOND-COMPLAINT-EXIT
           END-IF

           PERFORM READ-COMPLAINT THRU READ-COMPLAINT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO RESPOND-COMPLAINT-EXIT
           END-IF
           IF DB2-CMP-STATUS = 'C'
             MOVE '89' TO CA-RETURN-CODE
             GO TO RESPOND-COMPLAINT-EXIT
           END-IF

           MOVE CA-CMP-RESPONSE-DATE TO WS-EVENT-DATE
           PERFORM CHECK-EVENT-DATE THRU CHECK-EVENT-DATE-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO RESPOND-COMPLAINT-EXIT
           END-IF

           MOVE ' RESPOND COMPLNT' TO EM-SQLREQ
           MOVE CA-CMP-REDRESS TO DB2-CMP-REDRESS
           EXEC SQL
             UPDATE COMPLAINT
                SET CMPSTATUS       = 'C',
                    CMPACKNOWLEDGED = COALESCE(CMPACKNOWLEDGED,
                                               :WS-EVENT-DATE),
                    CMPRESPONDED    = :WS-EVENT-DATE,
                    CMPOUTCOME      = :CA-CMP-OUTCOME,
                    CMPREDRESS      = :DB2-CMP-REDRESS,
                    CMPRESPUSER     = :WS-USERID
              WHERE COMPLAINTNUMBER = :CA-CMP-NUM
                AND CMPSTATUS IN ('O', 'A')
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE
               GO TO RESPOND-COMPLAINT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RESPOND-COMPLAINT-EXIT
           END-EVALUATE

           IF DB2-CMP-ACKNOWLEDGED = SPACES
             MOVE WS-EVENT-DATE TO CA-CMP-ACK-DATE
           ELSE
             MOVE DB2-CMP-ACKNOWLEDGED TO CA-CMP-ACK-DATE
           END-IF
           MOVE WS-EVENT-DATE TO CA-CMP-RESPONSE-DATE
           MOVE DB2-CMP-DEADLINE TO CA-CMP-DEADLINE
           MOVE 'C' TO CA-CMP-STATUS.

       RESPOND-COMPLAINT-EXIT.
           EXIT.

      ******************************************************************
      * An acknowledgement or final response date: blank means today.  *
      * It may not be in the future or before the complaint was        *
      * received - 93 either way. Needs the complaint in DB2- first.   *
      * The dates are CCYY-MM-DD character data, so the character      *
      * compare is the date compare.                                   *
      ******************************************************************
       CHECK-EVENT-DATE.
           IF WS-EVENT-DATE = SPACES OR LOW-VALUES
             MOVE WS-DATE-ISO TO WS-EVENT-DATE
           END-IF
           IF WS-EVENT-DATE > WS-DATE-ISO
              OR WS-EVENT-DATE < DB2-CMP-RECEIVED
             MOVE '93' TO CA-RETURN-CODE
           END-IF.

       CHECK-EVENT-DATE-EXIT.
           EXIT.

      ******************************************************************
      * Read the complaint under CA-CMP-NUM into DB2- - 95 if there    *
      * is none. Null policy, claim and dates come back as zero and    *
      * spaces.                                                        *
      ******************************************************************
       READ-COMPLAINT.
           MOVE ' READ COMPLAINT' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER,
                    COALESCE(POLICYNUMBER, 0),
                    COALESCE(CLAIMNUMBER, 0),
                    CMPCATEGORY, CMPSTATUS, CMPRECEIVED, CMPDEADLINE,
                    COALESCE(CMPACKNOWLEDGED, ' '),
                    COALESCE(CMPRESPONDED, ' '),
                    CMPOUTCOME, CMPREDRESS, CMPAGEFLAG
               INTO :DB2-CMP-CUSTNUM, :DB2-CMP-POLNUM,
                    :DB2-CMP-CLMNUM,
                    :DB2-CMP-CATEGORY, :DB2-CMP-STATUS,
                    :DB2-CMP-RECEIVED, :DB2-CMP-DEADLINE,
                    :DB2-CMP-ACKNOWLEDGED, :DB2-CMP-RESPONDED,
                    :DB2-CMP-OUTCOME, :DB2-CMP-REDRESS,
                    :DB2-CMP-AGEFLAG
               FROM COMPLAINT
              WHERE COMPLAINTNUMBER = :CA-CMP-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       READ-COMPLAINT-EXIT.
           EXIT.

      ******************************************************************
      * Return the complaints CA-CUSTOMER-NUM has made, newest first - *
      * the service desk's view when the customer rings about one.     *
      * Up to ten come back in CA-COMPLAINT-RESULTS with lgacpol1's    *
      * portfolio return codes:                                        *
      *   00 - exactly one complaint                                   *
      *   01 - two to ten complaints returned                          *
      *   82 - more than ten; the ten newest are returned              *
      *   95 - customer not found, or has made no complaints           *
      * CA-CMPL-AGE-FLAG carries the last ageing run's flag, so an     *
      * open complaint close to or past its deadline shows as such.    *
      ******************************************************************
       CUSTOMER-COMPLAINTS.
      * The complaint results redefine the history area, so the
      * caller must supply the same commarea length as an lgacpol1
      * portfolio caller.
           IF EIBCALEN IS LESS THAN WS-COMPLAINTS-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             GO TO CUSTOMER-COMPLAINTS-EXIT
           END-IF

           MOVE ' LIST COMPLAINTS' TO EM-SQLREQ
           MOVE ZERO TO CA-COMPLAINT-COUNT

           EXEC SQL OPEN COMPLAINT-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             SET WS-SQL-FAILURE TO TRUE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CUSTOMER-COMPLAINTS-EXIT
           END-IF

           MOVE 1 TO WS-LIST-IX
           PERFORM FETCH-NEXT-COMPLAINT-ROW
           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-LIST-IX > 10
             MOVE DB2-LIST-CMPNUM TO CA-CMPL-NUM(WS-LIST-IX)
             MOVE DB2-LIST-POLNUM TO CA-CMPL-POLICY-NUM(WS-LIST-IX)
             MOVE DB2-LIST-CLMNUM TO CA-CMPL-CLAIM-NUM(WS-LIST-IX)
             MOVE DB2-LIST-CATEGORY TO CA-CMPL-CATEGORY(WS-LIST-IX)
             MOVE DB2-LIST-RECEIVED TO CA-CMPL-RECEIVED(WS-LIST-IX)
             MOVE DB2-LIST-DEADLINE TO CA-CMPL-DEADLINE(WS-LIST-IX)
             MOVE DB2-LIST-STATUS TO CA-CMPL-STATUS(WS-LIST-IX)
             MOVE DB2-LIST-OUTCOME TO CA-CMPL-OUTCOME(WS-LIST-IX)
             MOVE DB2-LIST-AGEFLAG TO CA-CMPL-AGE-FLAG(WS-LIST-IX)
             MOVE WS-LIST-IX TO CA-COMPLAINT-COUNT
             ADD 1 TO WS-LIST-IX
             PERFORM FETCH-NEXT-COMPLAINT-ROW
           END-PERFORM

           EVALUATE TRUE
             WHEN SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN CA-COMPLAINT-COUNT = 0
               MOVE '95' TO CA-RETURN-CODE
             WHEN SQLCODE = 0
      * An eleventh row was fetched and not returned - too many
      * complaints for the results area.
               MOVE '82' TO CA-RETURN-CODE
             WHEN CA-COMPLAINT-COUNT = 1
               MOVE '00' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '01' TO CA-RETURN-CODE
           END-EVALUATE

           EXEC SQL CLOSE COMPLAINT-CURSOR END-EXEC.

       CUSTOMER-COMPLAINTS-EXIT.
           EXIT.

      * Once the results area is full this is still performed one
      * more time - that last fetch decides between exactly ten
      * complaints (SQLCODE 100) and a genuine overflow (SQLCODE 0,
      * the row is discarded).
       FETCH-NEXT-COMPLAINT-ROW.
           EXEC SQL
             FETCH COMPLAINT-CURSOR
              INTO :DB2-LIST-CMPNUM,
                   :DB2-LIST-POLNUM,
                   :DB2-LIST-CLMNUM,
                   :DB2-LIST-CATEGORY,
                   :DB2-LIST-RECEIVED,
                   :DB2-LIST-DEADLINE,
                   :DB2-LIST-STATUS,
                   :DB2-LIST-OUTCOME,
                   :DB2-LIST-AGEFLAG
           END-EXEC.
           EXIT.

       GET-CURRENT-TIMESTAMP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           STRING WS-DATE(7:4) '-' WS-DATE(1:2) '-' WS-DATE(4:2)
             INTO WS-DATE-ISO
           END-STRING.
           EXIT.

       WRITE-ERROR-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
      * Write 90 bytes or as much as we have of commarea to TDQ
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             END-IF
           END-IF.
      * A failed SQL request also earns a permanent row in the DB2
      * error-audit table - gated on WS-SQL-FAILURE exactly as in
      * lgacdb01, not on whatever SQLCODE is left over.
           IF WS-SQL-FAILURE
             PERFORM WRITE-AUDIT-LOG
           END-IF.
           MOVE 'N' TO WS-SQL-FAILURE-SW.
           EXIT.
      ******************************************************************
      * Permanent DB2 audit trail of failed complaints SQL requests,   *
      * under the complaints request ids so lgacrpt3's monthly trend   *
      * report breaks them out from the rest of the suite's failures.  *
      ******************************************************************
       WRITE-AUDIT-LOG.
           STRING WS-DATE(7:4) '-' WS-DATE(1:2) '-' WS-DATE(4:2)
             INTO WS-DATE-ISO
           END-STRING

           EXEC SQL
             INSERT INTO CUSTOMERERRORLOG
                       ( ERRTRANID,
                         ERRTASKNUM,
                         ERRREQUESTID,
                         ERRSQLCODE,
                         ERRRETURNCODE,
                         ERRDATE,
                         ERRTIME )
                VALUES ( :WS-TRANSID,
                         :WS-TASKNUM,
                         :CA-REQUEST-ID,
                         :SQLCODE,
                         :CA-RETURN-CODE,
                         :WS-DATE-ISO,
                         :WS-TIME )
           END-EXEC.
           EXIT.
      ******************************************************************
           EXIT PROGRAM.
