       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacsnc1.
      ******************************************************************
      * Sanctions screening decisions - the compliance desk's way to   *
      * work the review queue the lgacbatd screening run fills. A      *
      * customer with a review awaiting a decision or confirmed as a   *
      * match is held from claim settlement, refunds and new policies  *
      * (CUSTOMER.CUSTSCREEN), and only a decision made here releases  *
      * the hold. Follows the lgacclm1/lgacpol1 mould: the caller      *
      * LINKs with the LGCMAREA commarea, CA-ACTION-CODE selects the   *
      * operation, the screening fields ride in CA-SCREEN-REQUEST,     *
      * and failed SQL requests are audited to CUSTOMERERRORLOG under  *
      * their own request ids:                                         *
      *   '1' inquire ('01QSNC') - return the review held under        *
      *       CA-SCR-REVIEW-NUM: the customer in CA-CUSTOMER-NUM, the  *
      *       listed person as published, the match score, the last    *
      *       decision and its note, and the customer's screening      *
      *       status in CA-SCR-CUST-SCREEN                             *
      *   '2' clear   ('02CSNC') - the customer is not the listed      *
      *       person; a review awaiting a decision or one confirmed    *
      *       in error may be cleared                                  *
      *   '3' confirm ('03XSNC') - the customer is the listed person;  *
      *       only a review awaiting a decision may be confirmed       *
      * Clear and confirm need the reason in CA-SCR-NOTE. Each one     *
      * stamps the review with the deciding user, re-derives the       *
      * customer's screening status from all of the customer's         *
      * reviews and appends the decision to SCREENDECISION - the       *
      * evidence of who decided what and when - in one unit of work.   *
      * Return codes follow lgacclm1: 00 ok, 89 review not in a state  *
      * this decision can be taken from, 90 SQL error (partial work    *
      * backed out), 91 reason missing, 95 review not found, 98        *
      * commarea too short, 99 unknown action code.                    *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY LGPOLICY.
       01 DFHCOMMAREA.
           COPY LGCMAREA.
       01 CA-ERROR-MSG.
           03 CA-DATA PIC X(90) VALUE SPACES.
       01 DB2-REVIEW-ROW.
           03 DB2-REV-CUSTNUM          PIC S9(10).
           03 DB2-REV-STATUS           PIC X(1).
           03 DB2-REV-SCORE            PIC S9(4) COMP.
           03 DB2-REV-LISTID           PIC X(12).
           03 DB2-REV-ENTRYREF         PIC X(12).
           03 DB2-REV-REGIME           PIC X(10).
           03 DB2-REV-WLNAME           PIC X(61).
           03 DB2-REV-WLDOB            PIC X(8).
           03 DB2-REV-WLPOSTCODE       PIC X(8).
           03 DB2-REV-WLCOUNTRY        PIC X(20).
           03 DB2-REV-QUEUED           PIC X(10).
           03 DB2-REV-DECIDED          PIC X(10).
           03 DB2-REV-DECUSER          PIC X(8).
           03 DB2-REV-NOTE             PIC X(60).
           03 DB2-REV-CUSTSCREEN       PIC X(1).
       01 DB2-HOLD-LEVEL PIC S9(4) COMP.
       01 WS-NEW-REVSTATUS PIC X(1) VALUE SPACE.
       01 WS-CUST-SCREEN PIC X(1) VALUE SPACE.
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
       01 WS-SQL-FAILURE-SW            PIC X(01) VALUE 'N'.
           88 WS-SQL-FAILURE                 VALUE 'Y'.
       01 WS-HEADER.
           03 WS-TRANSID PIC X(4).
           03 WS-TERMID PIC X(4).
           03 WS-TASKNUM PIC 9(7).
           03 WS-CALEN PIC S9(4).
           EXEC SQL
               INCLUDE SQLCA
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

      * Every action needs the header plus the screening fields.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-SCREEN-REQ-LEN TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * Today's date and time - what a decision is stamped with.
           PERFORM GET-CURRENT-TIMESTAMP.

           EVALUATE TRUE
             WHEN CA-ACTION-CODE = '1'
               MOVE '01QSNC' TO CA-REQUEST-ID
               PERFORM INQUIRE-REVIEW THRU INQUIRE-REVIEW-EXIT
             WHEN CA-ACTION-CODE = '2'
               MOVE '02CSNC' TO CA-REQUEST-ID
               MOVE 'C' TO WS-NEW-REVSTATUS
               PERFORM DECIDE-REVIEW THRU DECIDE-REVIEW-EXIT
             WHEN CA-ACTION-CODE = '3'
               MOVE '03XSNC' TO CA-REQUEST-ID
               MOVE 'X' TO WS-NEW-REVSTATUS
               PERFORM DECIDE-REVIEW THRU DECIDE-REVIEW-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * Return the review held under CA-SCR-REVIEW-NUM. A review never *
      * decided comes back with the decision date, user and note as    *
      * spaces.                                                        *
      ******************************************************************
       INQUIRE-REVIEW.
           PERFORM READ-REVIEW THRU READ-REVIEW-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO INQUIRE-REVIEW-EXIT
           END-IF

           PERFORM RETURN-REVIEW.

       INQUIRE-REVIEW-EXIT.
           EXIT.

      ******************************************************************
      * Clear (WS-NEW-REVSTATUS 'C') or confirm ('X') a review. A      *
      * cleared review stays cleared - lgacbatd only raises the same   *
      * listed person against the customer again if a later list makes *
      * the match stronger - and a confirmed one may only be cleared,  *
      * for a match confirmed in error. The review update only takes   *
      * the status read, so two officers deciding at once cannot both  *
      * succeed. The decision, the customer's new screening status and *
      * the evidence row stand or fall together: a failure after the   *
      * review was updated backs the lot out.                          *
      ******************************************************************
       DECIDE-REVIEW.
           IF CA-SCR-NOTE = SPACES OR LOW-VALUES
             MOVE '91' TO CA-RETURN-CODE
             GO TO DECIDE-REVIEW-EXIT
           END-IF

           PERFORM READ-REVIEW THRU READ-REVIEW-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO DECIDE-REVIEW-EXIT
           END-IF
           IF WS-NEW-REVSTATUS = 'C'
              AND DB2-REV-STATUS NOT EQUAL 'R'
              AND DB2-REV-STATUS NOT EQUAL 'X'
             MOVE '89' TO CA-RETURN-CODE
             GO TO DECIDE-REVIEW-EXIT
           END-IF
           IF WS-NEW-REVSTATUS = 'X'
              AND DB2-REV-STATUS NOT EQUAL 'R'
             MOVE '89' TO CA-RETURN-CODE
             GO TO DECIDE-REVIEW-EXIT
           END-IF

           MOVE ' DECIDE REVIEW' TO EM-SQLREQ
           EXEC SQL
             UPDATE SCREENREVIEW
                SET REVSTATUS  = :WS-NEW-REVSTATUS,
                    REVDECIDED = :WS-DATE-ISO,
                    REVDECTIME = :WS-TIME,
                    REVDECUSER = :WS-USERID
              WHERE REVIEWNUMBER = :CA-SCR-REVIEW-NUM
                AND REVSTATUS = :DB2-REV-STATUS
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE
               GO TO DECIDE-REVIEW-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO DECIDE-REVIEW-EXIT
           END-EVALUATE

      * The customer is held while any review is confirmed or still
      * awaiting a decision - confirmed outranks awaiting.
           MOVE ' CUSTOMER HOLD' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(CASE REVSTATUS
                                   WHEN 'X' THEN 2
                                   WHEN 'R' THEN 1
                                   ELSE 0 END), 0)
               INTO :DB2-HOLD-LEVEL
               FROM SCREENREVIEW
              WHERE CUSTOMERNUMBER = :DB2-REV-CUSTNUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO DECIDE-REVIEW-ABORT
           END-IF
           EVALUATE DB2-HOLD-LEVEL
             WHEN 2
               MOVE 'X' TO WS-CUST-SCREEN
             WHEN 1
               MOVE 'R' TO WS-CUST-SCREEN
             WHEN OTHER
               MOVE 'C' TO WS-CUST-SCREEN
           END-EVALUATE

           EXEC SQL
             UPDATE CUSTOMER
                SET CUSTSCREEN = :WS-CUST-SCREEN
              WHERE CUSTOMERNUMBER = :DB2-REV-CUSTNUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO DECIDE-REVIEW-ABORT
           END-IF

           MOVE ' INSERT DECISION' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO SCREENDECISION
                       ( DECSEQNUM,
                         REVIEWNUMBER,
                         CUSTOMERNUMBER,
                         DECISION,
                         DECPRIORSTATUS,
                         CUSTSCREEN,
                         DECNOTE,
                         DECUSER,
                         DECDATE,
                         DECTIME,
                         DECTRANID,
                         DECTERMID,
                         DECTASKNUM )
                VALUES ( DEFAULT,
                         :CA-SCR-REVIEW-NUM,
                         :DB2-REV-CUSTNUM,
                         :WS-NEW-REVSTATUS,
                         :DB2-REV-STATUS,
                         :WS-CUST-SCREEN,
                         :CA-SCR-NOTE,
                         :WS-USERID,
                         :WS-DATE-ISO,
                         :WS-TIME,
                         :WS-TRANSID,
                         :WS-TERMID,
                         :WS-TASKNUM )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO DECIDE-REVIEW-ABORT
           END-IF

           MOVE WS-NEW-REVSTATUS TO DB2-REV-STATUS
           MOVE WS-DATE-ISO TO DB2-REV-DECIDED
           MOVE WS-USERID TO DB2-REV-DECUSER
           MOVE CA-SCR-NOTE TO DB2-REV-NOTE
           MOVE WS-CUST-SCREEN TO DB2-REV-CUSTSCREEN
           PERFORM RETURN-REVIEW
           MOVE '00' TO CA-RETURN-CODE
           GO TO DECIDE-REVIEW-EXIT.

      * A SQL failure after the review was updated - back the decision
      * out so review, customer and evidence log stay in step. The
      * rollback runs first: the error-audit row is written after it,
      * or the rollback would take the audit trail with it.
       DECIDE-REVIEW-ABORT.
           MOVE '90' TO CA-RETURN-CODE
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           SET WS-SQL-FAILURE TO TRUE
           PERFORM WRITE-ERROR-MESSAGE.

       DECIDE-REVIEW-EXIT.
           EXIT.

      ******************************************************************
      * Read the review under CA-SCR-REVIEW-NUM into DB2-REVIEW-ROW,   *
      * with the note of its latest decision and the customer's        *
      * screening status. Not found gives 95, an SQL error 90.         *
      ******************************************************************
       READ-REVIEW.
           MOVE ' READ REVIEW' TO EM-SQLREQ
           IF CA-SCR-REVIEW-NUM NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE
             GO TO READ-REVIEW-EXIT
           END-IF
           EXEC SQL
             SELECT R.CUSTOMERNUMBER, R.REVSTATUS, R.MATCHSCORE,
                    R.WLLISTID, R.WLENTRYREF, R.WLREGIME,
                    R.WLNAME, R.WLDOB, R.WLPOSTCODE, R.WLCOUNTRY,
                    R.REVQUEUED,
                    COALESCE(R.REVDECIDED, ' '),
                    R.REVDECUSER,
                    COALESCE((SELECT D.DECNOTE
                                FROM SCREENDECISION D
                               WHERE D.DECSEQNUM =
                                     (SELECT MAX(D2.DECSEQNUM)
                                        FROM SCREENDECISION D2
                                       WHERE D2.REVIEWNUMBER =
                                             R.REVIEWNUMBER)), ' '),
                    U.CUSTSCREEN
               INTO :DB2-REV-CUSTNUM, :DB2-REV-STATUS,
                    :DB2-REV-SCORE,
                    :DB2-REV-LISTID, :DB2-REV-ENTRYREF,
                    :DB2-REV-REGIME,
                    :DB2-REV-WLNAME, :DB2-REV-WLDOB,
                    :DB2-REV-WLPOSTCODE, :DB2-REV-WLCOUNTRY,
                    :DB2-REV-QUEUED,
                    :DB2-REV-DECIDED,
                    :DB2-REV-DECUSER,
                    :DB2-REV-NOTE,
                    :DB2-REV-CUSTSCREEN
               FROM SCREENREVIEW R, CUSTOMER U
              WHERE R.REVIEWNUMBER = :CA-SCR-REVIEW-NUM
                AND U.CUSTOMERNUMBER = R.CUSTOMERNUMBER
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

       READ-REVIEW-EXIT.
           EXIT.

       RETURN-REVIEW.
           MOVE DB2-REV-CUSTNUM TO CA-CUSTOMER-NUM
           MOVE DB2-REV-STATUS TO CA-SCR-STATUS
           MOVE DB2-REV-SCORE TO CA-SCR-SCORE
           MOVE DB2-REV-LISTID TO CA-SCR-LIST-ID
           MOVE DB2-REV-ENTRYREF TO CA-SCR-ENTRY-REF
           MOVE DB2-REV-REGIME TO CA-SCR-REGIME
           MOVE DB2-REV-WLNAME TO CA-SCR-WL-NAME
           MOVE DB2-REV-WLDOB TO CA-SCR-WL-DOB
           MOVE DB2-REV-WLPOSTCODE TO CA-SCR-WL-POSTCODE
           MOVE DB2-REV-WLCOUNTRY TO CA-SCR-WL-COUNTRY
           MOVE DB2-REV-QUEUED TO CA-SCR-QUEUED
           MOVE DB2-REV-DECIDED TO CA-SCR-DECIDED
           MOVE DB2-REV-DECUSER TO CA-SCR-DEC-USER
           MOVE DB2-REV-NOTE TO CA-SCR-NOTE
           MOVE DB2-REV-CUSTSCREEN TO CA-SCR-CUST-SCREEN.
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
      * Permanent DB2 audit trail of failed screening SQL requests,    *
      * under the screening request ids so lgacrpt3's monthly trend    *
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
