      *   '3' reserve   ('03VCLM') - store CA-CLAIM-VALUE as the       *
      *       reserve held against the open claim                      *
      *   '4' settle    ('04SCLM') - pay CA-CLAIM-VALUE and close      *
      *       the claim as settled; above WS-SETTLE-AUTHORITY-LIMIT    *
      *       the settlement is held instead, status 'P', for another  *
      *       user to approve                                          *
      *   '5' repudiate ('05XCLM') - close the claim as repudiated;    *
      *       nothing is paid                                          *
      *   '6' approve   ('06ACLM') - pay the held settlement and close *
      *       the claim as settled; refused to the user who asked for  *
      *       the settlement                                           *
      *   '7' decline   ('07DCLM') - refuse the held settlement; the   *
      *       claim goes back to open with its reserve as it stood     *
      * Every change is written to CLAIMHISTORY with the signed-on     *
      * user, so the reserve and payment history of a claim is never   *
      * lost when the CLAIM row moves on.                              *
      * Settle and approve pay nothing to a policyholder held by       *
      * sanctions screening. Return codes follow lgacpol1: 00 ok, 80   *
      * settlement above the authority limit - held for approval, 81   *
      * approval refused - the approver asked for the settlement, 86   *
      * policy not in force, 88 policyholder held by sanctions         *
      * screening, 89 claim not open (or, on approve/decline, no       *
      * settlement held), 90 SQL error, 93 incident date missing or    *
      * outside the cover dates, 95 policy/claim not found, 96 amount  *
      * not greater than zero, 98 commarea too short, 99 unknown       *
      * action code.                                                   *
           03 DB2-CLAIM-RESERVE        PIC S9(6)V99.
           03 DB2-CLAIM-PAID           PIC S9(6)V99.
       01 DB2-CLAIM-VALUE PIC S9(6)V99.
       01 DB2-CLAIM-PENDING PIC S9(6)V99.
       01 DB2-CLAIM-REQUSER PIC X(8).
       01 DB2-CUSTSCREEN PIC X(1).
      * The most one claims handler may pay on their own say-so. A
      * settlement above it waits for a second user to approve it.
      * Change the value here to retune the whole estate.
       77 WS-SETTLE-AUTHORITY-LIMIT PIC 9(6)V99 VALUE 5000.00.
       01 WS-USERID PIC X(8) VALUE SPACES.
      * The CLAIMHISTORY row being written.
       01 WS-CLAIM-HISTORY.
           03 WS-HIST-ACTION           PIC X(1).
           03 WS-HIST-AMOUNT           PIC S9(6)V99.
           03 WS-HIST-RESERVE          PIC S9(6)V99.
       01 WS-ABSTIME PIC S9(8) VALUE 0.
       01 WS-TIME PIC X(8) VALUE SPACES.
       01 WS-DATE PIC X(10) VALUE SPACES.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
             WHEN CA-ACTION-CODE = '5'
               MOVE '05XCLM' TO CA-REQUEST-ID
               PERFORM REPUDIATE-CLAIM THRU REPUDIATE-CLAIM-EXIT
             WHEN CA-ACTION-CODE = '6'
               MOVE '06ACLM' TO CA-REQUEST-ID
               PERFORM APPROVE-SETTLEMENT THRU APPROVE-SETTLEMENT-EXIT
             WHEN CA-ACTION-CODE = '7'
               MOVE '07DCLM' TO CA-REQUEST-ID
               PERFORM DECLINE-SETTLEMENT THRU DECLINE-SETTLEMENT-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
             SET :DB2-CLAIMNUM-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-CLAIMNUM-INT TO CA-CLAIM-NUM

           MOVE 'O' TO WS-HIST-ACTION
           MOVE ZERO TO WS-HIST-AMOUNT
           MOVE ZERO TO WS-HIST-RESERVE
           PERFORM WRITE-CLAIM-HISTORY THRU WRITE-CLAIM-HISTORY-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             MOVE ZERO TO CA-CLAIM-NUM
             GO TO REGISTER-CLAIM-EXIT
           END-IF
           MOVE 'O' TO CA-CLAIM-STATUS.

       REGISTER-CLAIM-EXIT.
      ******************************************************************
      * Return the claim held under CA-CLAIM-NUM, including the        *
      * policy it was registered against. CA-CLAIM-VALUE carries the   *
      * reserve while the claim is open, the amount awaiting approval  *
      * while a settlement is held, and the amount paid once it is     *
      * settled.                                                       *
      ******************************************************************
       INQUIRE-CLAIM.
           MOVE ' INQUIRE CLAIM' TO EM-SQLREQ

           EXEC SQL
             SELECT POLICYNUMBER, INCIDENTDATE, CLAIMSTATUS,
                    CLAIMRESERVE, CLAIMPAID, CLAIMPENDING
               INTO :DB2-CLAIM-POLNUM, :DB2-CLAIM-INCIDENT,
                    :DB2-CLAIM-STATUS, :DB2-CLAIM-RESERVE,
                    :DB2-CLAIM-PAID, :DB2-CLAIM-PENDING
               FROM CLAIM
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
               MOVE DB2-CLAIM-POLNUM TO CA-CLAIM-POLICY-NUM
               MOVE DB2-CLAIM-INCIDENT TO CA-CLAIM-INCIDENT-DATE
               MOVE DB2-CLAIM-STATUS TO CA-CLAIM-STATUS
               EVALUATE DB2-CLAIM-STATUS
                 WHEN 'S'
                   MOVE DB2-CLAIM-PAID TO CA-CLAIM-VALUE
                 WHEN 'P'
                   MOVE DB2-CLAIM-PENDING TO CA-CLAIM-VALUE
                 WHEN OTHER
                   MOVE DB2-CLAIM-RESERVE TO CA-CLAIM-VALUE
               END-EVALUATE
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
             MOVE '90' TO CA-RETURN-CODE
             SET WS-SQL-FAILURE TO TRUE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RESERVE-CLAIM-EXIT
           END-IF

           MOVE 'V' TO WS-HIST-ACTION
           MOVE CA-CLAIM-VALUE TO WS-HIST-AMOUNT
           MOVE CA-CLAIM-VALUE TO WS-HIST-RESERVE
           PERFORM WRITE-CLAIM-HISTORY THRU WRITE-CLAIM-HISTORY-EXIT.

       RESERVE-CLAIM-EXIT.
           EXIT.
      ******************************************************************
      * Pay CA-CLAIM-VALUE and close the claim as settled. The         *
      * reserve is released - the paid amount is now the figure that   *
      * stands. A settlement above WS-SETTLE-AUTHORITY-LIMIT is not    *
      * paid: it is held at status 'P' with the amount and the user    *
      * who asked for it, and 80 goes back - the reserve stays as it   *
      * is until another user approves or declines it.                 *
      ******************************************************************
       SETTLE-CLAIM.
           IF CA-CLAIM-VALUE NOT NUMERIC OR CA-CLAIM-VALUE = ZERO
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO SETTLE-CLAIM-EXIT
           END-IF
           PERFORM CHECK-SCREENING-HOLD THRU CHECK-SCREENING-HOLD-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO SETTLE-CLAIM-EXIT
           END-IF

           MOVE CA-CLAIM-VALUE TO DB2-CLAIM-VALUE
           IF CA-CLAIM-VALUE > WS-SETTLE-AUTHORITY-LIMIT
             PERFORM HOLD-SETTLEMENT THRU HOLD-SETTLEMENT-EXIT
             GO TO SETTLE-CLAIM-EXIT
           END-IF

           MOVE ' SETTLE CLAIM' TO EM-SQLREQ
      * CLAIMSETTLED dates the payment for lgacbat8's nightly
      * general-ledger feed.
           EXEC SQL
             UPDATE CLAIM
                SET CLAIMSTATUS   = 'S',
                    CLAIMPAID     = :DB2-CLAIM-VALUE,
                    CLAIMRESERVE  = 0,
                    CLAIMSETTLED  = CURRENT DATE,
                    CLAIMREQUSER  = :WS-USERID,
                    CLAIMAPPRUSER = :WS-USERID
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SETTLE-CLAIM-EXIT
           END-IF

           MOVE 'S' TO WS-HIST-ACTION
           MOVE CA-CLAIM-VALUE TO WS-HIST-AMOUNT
           MOVE ZERO TO WS-HIST-RESERVE
           PERFORM WRITE-CLAIM-HISTORY THRU WRITE-CLAIM-HISTORY-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO SETTLE-CLAIM-EXIT
           END-IF
           MOVE 'S' TO CA-CLAIM-STATUS.

       SETTLE-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * Park a settlement above the authority limit for approval. The  *
      * update only takes a claim still open, so two handlers settling *
      * the same claim at once cannot both succeed.                    *
      ******************************************************************
       HOLD-SETTLEMENT.
           MOVE ' HOLD SETTLEMENT' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET CLAIMSTATUS  = 'P',
                    CLAIMPENDING = :DB2-CLAIM-VALUE,
                    CLAIMREQUSER = :WS-USERID
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMSTATUS = 'O'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE
               GO TO HOLD-SETTLEMENT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO HOLD-SETTLEMENT-EXIT
           END-EVALUATE

           MOVE 'H' TO WS-HIST-ACTION
           MOVE CA-CLAIM-VALUE TO WS-HIST-AMOUNT
           MOVE DB2-CLAIM-RESERVE TO WS-HIST-RESERVE
           PERFORM WRITE-CLAIM-HISTORY THRU WRITE-CLAIM-HISTORY-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO HOLD-SETTLEMENT-EXIT
           END-IF
           MOVE 'P' TO CA-CLAIM-STATUS
           MOVE '80' TO CA-RETURN-CODE.

       HOLD-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * Approve a held settlement: the amount asked for is paid and    *
      * the claim closed as settled, exactly as a settlement within    *
      * authority would have been, but only by a user other than the   *
      * one who asked for it - 81 otherwise. CA-CLAIM-VALUE comes back *
      * as the amount paid.                                            *
      ******************************************************************
       APPROVE-SETTLEMENT.
           PERFORM CHECK-SETTLEMENT-HELD
              THRU CHECK-SETTLEMENT-HELD-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO APPROVE-SETTLEMENT-EXIT
           END-IF
           IF DB2-CLAIM-REQUSER = WS-USERID
             MOVE '81' TO CA-RETURN-CODE
             GO TO APPROVE-SETTLEMENT-EXIT
           END-IF
           PERFORM CHECK-SCREENING-HOLD THRU CHECK-SCREENING-HOLD-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO APPROVE-SETTLEMENT-EXIT
           END-IF

           MOVE ' APPROVE SETTLE' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET CLAIMSTATUS   = 'S',
                    CLAIMPAID     = CLAIMPENDING,
                    CLAIMPENDING  = 0,
                    CLAIMRESERVE  = 0,
                    CLAIMSETTLED  = CURRENT DATE,
                    CLAIMAPPRUSER = :WS-USERID
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMSTATUS = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE
               GO TO APPROVE-SETTLEMENT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO APPROVE-SETTLEMENT-EXIT
           END-EVALUATE

           MOVE 'A' TO WS-HIST-ACTION
           MOVE DB2-CLAIM-PENDING TO WS-HIST-AMOUNT
           MOVE ZERO TO WS-HIST-RESERVE
           PERFORM WRITE-CLAIM-HISTORY THRU WRITE-CLAIM-HISTORY-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO APPROVE-SETTLEMENT-EXIT
           END-IF
           MOVE DB2-CLAIM-PENDING TO CA-CLAIM-VALUE
           MOVE 'S' TO CA-CLAIM-STATUS.

       APPROVE-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * Decline a held settlement: nothing is paid and the claim goes  *
      * back to open with its reserve untouched, for the handler to    *
      * settle at a figure within authority, ask again or repudiate.   *
      * Anyone may decline - including the handler withdrawing their   *
      * own request.                                                   *
      ******************************************************************
       DECLINE-SETTLEMENT.
           PERFORM CHECK-SETTLEMENT-HELD
              THRU CHECK-SETTLEMENT-HELD-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO DECLINE-SETTLEMENT-EXIT
           END-IF

           MOVE ' DECLINE SETTLE' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET CLAIMSTATUS  = 'O',
                    CLAIMPENDING = 0,
                    CLAIMREQUSER = ' '
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMSTATUS = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE
               GO TO DECLINE-SETTLEMENT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO DECLINE-SETTLEMENT-EXIT
           END-EVALUATE

           MOVE 'D' TO WS-HIST-ACTION
           MOVE DB2-CLAIM-PENDING TO WS-HIST-AMOUNT
           MOVE DB2-CLAIM-RESERVE TO WS-HIST-RESERVE
           PERFORM WRITE-CLAIM-HISTORY THRU WRITE-CLAIM-HISTORY-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO DECLINE-SETTLEMENT-EXIT
           END-IF
           MOVE DB2-CLAIM-RESERVE TO CA-CLAIM-VALUE
           MOVE 'O' TO CA-CLAIM-STATUS.

       DECLINE-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * The claim under CA-CLAIM-NUM must exist and have a settlement  *
      * held for approval - anything else gets 89. Leaves the amount   *
      * held, the reserve and the requesting user in DB2-.             *
      ******************************************************************
       CHECK-SETTLEMENT-HELD.
           MOVE ' READ CLAIM' TO EM-SQLREQ
           EXEC SQL
             SELECT CLAIMSTATUS, CLAIMPENDING, CLAIMRESERVE,
                    CLAIMREQUSER
               INTO :DB2-CLAIM-STATUS, :DB2-CLAIM-PENDING,
                    :DB2-CLAIM-RESERVE, :DB2-CLAIM-REQUSER
               FROM CLAIM
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               GO TO CHECK-SETTLEMENT-HELD-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-SETTLEMENT-HELD-EXIT
           END-EVALUATE
           IF DB2-CLAIM-STATUS NOT EQUAL 'P'
             MOVE '89' TO CA-RETURN-CODE
           END-IF.

       CHECK-SETTLEMENT-HELD-EXIT.
           EXIT.

      ******************************************************************
      * Close the claim as repudiated - nothing is paid and the        *
      * reserve is released. The row is retained as the record of the  *
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REPUDIATE-CLAIM-EXIT
           END-IF

           MOVE 'X' TO WS-HIST-ACTION
           MOVE ZERO TO WS-HIST-AMOUNT
           MOVE ZERO TO WS-HIST-RESERVE
           PERFORM WRITE-CLAIM-HISTORY THRU WRITE-CLAIM-HISTORY-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO REPUDIATE-CLAIM-EXIT
           END-IF
           MOVE 'R' TO CA-CLAIM-STATUS.

       REPUDIATE-CLAIM-EXIT.
      ******************************************************************
      * The claim under CA-CLAIM-NUM must exist and still be open for  *
      * any of the reserve/settle/repudiate actions to proceed - a     *
      * claim already settled or repudiated, or with a settlement held *
      * for approval, gets 89. Leaves the reserve in                   *
      * DB2-CLAIM-RESERVE.                                             *
      ******************************************************************
       CHECK-CLAIM-OPEN.
           MOVE ' READ CLAIM' TO EM-SQLREQ
           EXEC SQL
             SELECT CLAIMSTATUS, CLAIMRESERVE
               INTO :DB2-CLAIM-STATUS, :DB2-CLAIM-RESERVE
               FROM CLAIM
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
       CHECK-CLAIM-OPEN-EXIT.
           EXIT.

      ******************************************************************
      * Nothing is paid to a policyholder under sanctions review or    *
      * confirmed as a listed person - CUSTSCREEN 'R' or 'X' gets 88   *
      * until compliance clears the customer through lgacsnc1. The     *
      * claim itself is left exactly as it was.                        *
      ******************************************************************
       CHECK-SCREENING-HOLD.
           MOVE ' CHECK SCREENING' TO EM-SQLREQ
           EXEC SQL
             SELECT U.CUSTSCREEN
               INTO :DB2-CUSTSCREEN
               FROM CLAIM C, POLICY P, CUSTOMER U
              WHERE C.CLAIMNUMBER = :CA-CLAIM-NUM
                AND P.POLICYNUMBER = C.POLICYNUMBER
                AND U.CUSTOMERNUMBER = P.CUSTOMERNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               GO TO CHECK-SCREENING-HOLD-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-SCREENING-HOLD-EXIT
           END-EVALUATE
           IF DB2-CUSTSCREEN = 'R' OR DB2-CUSTSCREEN = 'X'
             MOVE '88' TO CA-RETURN-CODE
           END-IF.

       CHECK-SCREENING-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * Record the change just made to CA-CLAIM-NUM on CLAIMHISTORY.   *
      * A claim change without its history row must not stand: if the  *
      * row cannot be written the change is rolled back with it and    *
      * 90 goes back. Rollback first, then the audit row, as in        *
      * lgacmrg1.                                                      *
      ******************************************************************
       WRITE-CLAIM-HISTORY.
           PERFORM GET-CURRENT-TIMESTAMP.

           MOVE ' INSERT CLMHIST' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMHISTORY
                       ( CLAIMNUMBER,
                         CLMHISTACTION,
                         CLMHISTAMOUNT,
                         CLMHISTRESERVE,
                         CLMHISTUSER,
                         CLMHISTTRANID,
                         CLMHISTTERMID,
                         CLMHISTTASKNUM,
                         CLMHISTDATE,
                         CLMHISTTIME )
                VALUES ( :CA-CLAIM-NUM,
                         :WS-HIST-ACTION,
                         :WS-HIST-AMOUNT,
                         :WS-HIST-RESERVE,
                         :WS-USERID,
                         :WS-TRANSID,
                         :WS-TERMID,
                         :WS-TASKNUM,
                         :WS-DATE-ISO,
                         :WS-TIME )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             SET WS-SQL-FAILURE TO TRUE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       WRITE-CLAIM-HISTORY-EXIT.
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
