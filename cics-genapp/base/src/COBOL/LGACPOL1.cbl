      *       merged-away customer number is redirected through        *
      *       CUSTOMERMERGE to the surviving record, whose number      *
      *       comes back in CA-CUSTOMER-NUM                            *
      *   '5' cancel  ('05CPOL') - cancel in-force policy              *
      *       CA-POLICY-NUM mid-term from CA-CANCEL-DATE for           *
      *       CA-CANCEL-REASON; the return premium comes back in       *
      *       CA-CANCEL-RETURN-PREM, the refund due after payments     *
      *       received and claims paid in CA-CANCEL-REFUND, and the    *
      *       PREMIUMPAYMENT row the refund was recorded under in      *
      *       CA-CANCEL-REFUND-NUM (zero when nothing is due)          *
      * Return codes follow lgacdb01: 00 ok, 81 cancellation refused   *
      * while a claim on the policy is open, 83 agent code not on file *
      * or not active, 85 customer not active, 86 policy not in force, *
      * 87 policy already cancelled, 88 customer held by sanctions     *
      * screening - no new policy, and no cancellation that would      *
      * refund premium, 89 quoted premium disagrees with the rated     *
      * premium beyond tolerance (the rated figure is returned in      *
      * CA-POLICY-PREMIUM), 90 SQL error, 91 bad cancellation reason,  *
      * 92 bad policy type, 93 bad start date or a cancellation date   *
      * outside the cover dates, 94 bad policy status, 95 not found,   *
      * 96 no rate on file for this type/area/age band, 98 commarea    *
      * too short, 99 unknown action code.                             *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           03 DB2-POLICYNUM-INT PIC S9(9).
           03 DB2-POLICY-CUSTNUM PIC S9(9).
       01 DB2-CUSTSTATUS PIC X(1).
       01 DB2-CUSTSCREEN PIC X(1).
       01 DB2-AGENT-STATUS PIC X(1).
       01 DB2-CUST-AGENT PIC X(6).
       01 DB2-POLICY-PREMIUM PIC S9(6)V99.
           03 DB2-PORT-STATUS          PIC X(1).
       01 DB2-PORT-CUSTSTATUS PIC X(1).
       01 WS-PORT-IX PIC S9(4) COMP VALUE 0.
       01 DB2-CANCEL-ROW.
           03 DB2-CANCEL-STATUS        PIC X(1).
           03 DB2-CANCEL-PREMIUM       PIC S9(6)V99.
           03 DB2-TERM-DAYS            PIC S9(9).
           03 DB2-DAYS-ON-COVER        PIC S9(9).
           03 DB2-TERM-START           PIC X(10).
       01 DB2-OPEN-CLAIMS PIC S9(9).
       01 DB2-PREMIUM-RECEIVED PIC S9(9)V99.
       01 DB2-CLAIMS-PAID PIC S9(9)V99.
       01 DB2-REFUND-AMOUNT PIC S9(6)V99.
       01 DB2-REFUNDNUM-INT PIC S9(9).
       01 WS-CANCEL-REASON PIC X(2).
      * A customer who simply changes their mind pays the short-period
      * rate; every other reason returns the unused premium pro-rata.
           88 WS-SHORT-PERIOD-REASON         VALUE 'CR'.
           88 WS-PRO-RATA-REASON             VALUE 'IC' 'NP' 'SD'.
       01 WS-CANCEL-WORK.
           03 WS-MONTHS-ON-COVER       PIC S9(4) COMP.
           03 WS-PRO-RATA-RETURN       PIC S9(7)V99.
           03 WS-SHORT-PERIOD-RETURN   PIC S9(7)V99.
           03 WS-RETURN-PREMIUM        PIC S9(7)V99.
           03 WS-REFUND-DUE            PIC S9(9)V99.
      * The short-period scale printed on the proposal form: the
      * percentage of the premium kept when the customer cancels,
      * by months (or part month) the policy has been on cover.
       01 WS-SHORT-PERIOD-VALUES.
           03 FILLER PIC X(36) VALUE
              '020030040050060070075080085090095100'.
       01 WS-SHORT-PERIOD-TABLE REDEFINES WS-SHORT-PERIOD-VALUES.
           03 WS-SHORT-PERIOD-PCT PIC 9(3) OCCURS 12 TIMES.
       01 WS-HEADER.
           03 WS-TRANSID PIC X(4).
           03 WS-TERMID PIC X(4).
             WHEN CA-ACTION-CODE = '4'
               MOVE '04LPOL' TO CA-REQUEST-ID
               PERFORM PORTFOLIO-INQUIRY THRU PORTFOLIO-INQUIRY-EXIT
             WHEN CA-ACTION-CODE = '5'
               MOVE '05CPOL' TO CA-REQUEST-ID
               PERFORM CANCEL-POLICY THRU CANCEL-POLICY-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
      ******************************************************************
      * Insert a policy for CA-CUSTOMER-NUM. The customer must exist   *
      * and still be active - a policy can never be written against a  *
      * closed or merged-away customer record - and must not be held   *
      * by sanctions screening. POLICYNUMBER is identity-assigned and  *
      * returned in CA-POLICY-NUM.                                     *
      ******************************************************************
       ADD-POLICY.
           PERFORM VALIDATE-POLICY-DATA

           MOVE ' CHECK CUSTOMER' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTSTATUS, CUSTSCREEN
               INTO :DB2-CUSTSTATUS, :DB2-CUSTSCREEN
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
             MOVE '85' TO CA-RETURN-CODE
             GO TO ADD-POLICY-EXIT
           END-IF
           IF DB2-CUSTSCREEN = 'R' OR DB2-CUSTSCREEN = 'X'
             MOVE '88' TO CA-RETURN-CODE
             GO TO ADD-POLICY-EXIT
           END-IF

           PERFORM CHECK-POLICY-AGENT THRU CHECK-POLICY-AGENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
       UPDATE-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * Cancel an in-force policy part way through its term. The       *
      * premium for the unused part of the cover is returned - pro-    *
      * rata on the days left, or on the short-period scale when the   *
      * customer cancels at their own request, whichever is less. What *
      * the customer actually gets back is what they paid less the     *
      * premium earned, less any claims already paid on the policy,    *
      * never below nothing. A refund due is written to the            *
      * PREMIUMPAYMENT ledger as a status 'F' row, so the payment      *
      * history shows it and the general-ledger feed pays it out.      *
      * A policy with a claim still open, or with its settlement held  *
      * for approval, cannot be cancelled until the claim is settled   *
      * or repudiated - 81, the same refusal                           *
      * lgacdb01 gives a close while a policy is still in force.       *
      * A cancellation with a refund due is refused with 88 while the  *
      * customer is held by sanctions screening.                       *
      ******************************************************************
       CANCEL-POLICY.
           IF EIBCALEN IS LESS THAN WS-CA-HEADER-LEN + WS-CANCEL-REQ-LEN
             MOVE '98' TO CA-RETURN-CODE
             GO TO CANCEL-POLICY-EXIT
           END-IF

           MOVE ZERO TO CA-CANCEL-RETURN-PREM
           MOVE ZERO TO CA-CANCEL-REFUND
           MOVE ZERO TO CA-CANCEL-REFUND-NUM
           MOVE CA-CANCEL-REASON TO WS-CANCEL-REASON
           IF NOT WS-SHORT-PERIOD-REASON AND NOT WS-PRO-RATA-REASON
             MOVE '91' TO CA-RETURN-CODE
             GO TO CANCEL-POLICY-EXIT
           END-IF
           IF CA-CANCEL-DATE = SPACES OR LOW-VALUES
             MOVE '93' TO CA-RETURN-CODE
             GO TO CANCEL-POLICY-EXIT
           END-IF

      * The premium buys the current term, which runs to POLICYEND;
      * an open-ended policy's premium buys a year from its start.
      * lgacbat3 renews by moving POLICYEND on a year and leaves
      * POLICYSTART alone, so a renewed policy's current term began a
      * year before POLICYEND - never before POLICYSTART.
           MOVE ' READ POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT T.POLICYSTATUS, T.PREMIUMAMOUNT,
                    DAYS(COALESCE(DATE(NULLIF(T.POLICYEND, ' ')),
                                  T.TERMSTART + 1 YEAR))
                      - DAYS(T.TERMSTART),
                    DAYS(DATE(:CA-CANCEL-DATE))
                      - DAYS(T.TERMSTART),
                    CHAR(T.TERMSTART, ISO)
               INTO :DB2-CANCEL-STATUS, :DB2-CANCEL-PREMIUM,
                    :DB2-TERM-DAYS, :DB2-DAYS-ON-COVER,
                    :DB2-TERM-START
               FROM ( SELECT POLICYSTATUS, PREMIUMAMOUNT, POLICYEND,
                             CASE
                               WHEN POLICYRENEWED IS NULL
                                 OR NULLIF(POLICYEND, ' ') IS NULL
                               THEN DATE(POLICYSTART)
                               WHEN DATE(POLICYEND) - 1 YEAR
                                      > DATE(POLICYSTART)
                               THEN DATE(POLICYEND) - 1 YEAR
                               ELSE DATE(POLICYSTART)
                             END AS TERMSTART
                        FROM POLICY
                       WHERE POLICYNUMBER = :CA-POLICY-NUM ) AS T
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               GO TO CANCEL-POLICY-EXIT
      * Not a date DB2 recognises.
             WHEN -180
             WHEN -181
               MOVE '93' TO CA-RETURN-CODE
               GO TO CANCEL-POLICY-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CANCEL-POLICY-EXIT
           END-EVALUATE
           IF DB2-CANCEL-STATUS = 'X'
             MOVE '87' TO CA-RETURN-CODE
             GO TO CANCEL-POLICY-EXIT
           END-IF
           IF DB2-CANCEL-STATUS NOT EQUAL 'I'
             MOVE '86' TO CA-RETURN-CODE
             GO TO CANCEL-POLICY-EXIT
           END-IF
           IF DB2-TERM-DAYS NOT > 0
              OR DB2-DAYS-ON-COVER < 0
              OR DB2-DAYS-ON-COVER NOT < DB2-TERM-DAYS
             MOVE '93' TO CA-RETURN-CODE
             GO TO CANCEL-POLICY-EXIT
           END-IF

           MOVE ' CHECK CLAIMS' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-OPEN-CLAIMS
               FROM CLAIM
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND CLAIMSTATUS IN ('O', 'P')
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             SET WS-SQL-FAILURE TO TRUE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CANCEL-POLICY-EXIT
           END-IF
           IF DB2-OPEN-CLAIMS > 0
             MOVE '81' TO CA-RETURN-CODE
             GO TO CANCEL-POLICY-EXIT
           END-IF

           PERFORM CALCULATE-RETURN-PREMIUM
              THRU CALCULATE-RETURN-PREMIUM-EXIT.
           IF CA-RETURN-CODE NOT EQUAL 0
             GO TO CANCEL-POLICY-EXIT
           END-IF

      * A refund is money out - none to a customer held by sanctions
      * screening. A cancellation that refunds nothing goes ahead.
           IF WS-REFUND-DUE > ZERO
             MOVE ' CHECK SCREENING' TO EM-SQLREQ
             EXEC SQL
               SELECT U.CUSTSCREEN
                 INTO :DB2-CUSTSCREEN
                 FROM POLICY P, CUSTOMER U
                WHERE P.POLICYNUMBER = :CA-POLICY-NUM
                  AND U.CUSTOMERNUMBER = P.CUSTOMERNUMBER
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               MOVE ZERO TO CA-CANCEL-RETURN-PREM
               MOVE ZERO TO CA-CANCEL-REFUND
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CANCEL-POLICY-EXIT
             END-IF
             IF DB2-CUSTSCREEN = 'R' OR DB2-CUSTSCREEN = 'X'
               MOVE '88' TO CA-RETURN-CODE
               MOVE ZERO TO CA-CANCEL-RETURN-PREM
               MOVE ZERO TO CA-CANCEL-REFUND
               GO TO CANCEL-POLICY-EXIT
             END-IF
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP.

      * Only a policy still in force is taken to cancelled - anything
      * that changed it since it was read above leaves it alone.
           MOVE ' CANCEL POLICY' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET POLICYSTATUS = 'X',
                    CANCELDATE   = :CA-CANCEL-DATE,
                    CANCELREASON = :CA-CANCEL-REASON
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND POLICYSTATUS = 'I'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '86' TO CA-RETURN-CODE
               GO TO CANCEL-POLICY-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               SET WS-SQL-FAILURE TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CANCEL-POLICY-EXIT
           END-EVALUATE

           IF WS-REFUND-DUE > ZERO
             MOVE ' INSERT REFUND' TO EM-SQLREQ
             MOVE WS-REFUND-DUE TO DB2-REFUND-AMOUNT
             EXEC SQL
               INSERT INTO PREMIUMPAYMENT
                         ( PAYMENTNUMBER,
                           POLICYNUMBER,
                           PAYMENTAMOUNT,
                           PAYMENTDATE,
                           PAYMENTTIME,
                           PAYMENTSTATUS,
                           PAYTRANID,
                           PAYTASKNUM )
                  VALUES ( DEFAULT,
                           :CA-POLICY-NUM,
                           :DB2-REFUND-AMOUNT,
                           :WS-DATE-ISO,
                           :WS-TIME,
                           'F',
                           :WS-TRANSID,
                           :WS-TASKNUM )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               GO TO CANCEL-POLICY-ABORT
             END-IF
      * get value of assigned payment number
             EXEC SQL
               SET :DB2-REFUNDNUM-INT = IDENTITY_VAL_LOCAL()
             END-EXEC
             MOVE DB2-REFUNDNUM-INT TO CA-CANCEL-REFUND-NUM
           END-IF

           MOVE 'X' TO CA-POLICY-STATUS
           MOVE '00' TO CA-RETURN-CODE
           GO TO CANCEL-POLICY-EXIT.

      * The refund could not be recorded - back the cancellation out
      * too, so the policy is never left cancelled with its refund
      * lost. Rollback first, then the audit row, as in lgacmrg1.
       CANCEL-POLICY-ABORT.
           MOVE '90' TO CA-RETURN-CODE
           MOVE ZERO TO CA-CANCEL-RETURN-PREM
           MOVE ZERO TO CA-CANCEL-REFUND
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           SET WS-SQL-FAILURE TO TRUE
           PERFORM WRITE-ERROR-MESSAGE.

       CANCEL-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * Return premium and refund for the cancellation read above.     *
      * Pro-rata returns the premium for the days not used. The short- *
      * period scale keeps a percentage of the premium by months on    *
      * cover, a part month counting as a whole one; it is applied     *
      * only where it leaves the customer no better off than pro-rata. *
      * Payments received count 'P' rows only - reversed payments      *
      * were never received. Only the current term's money counts:     *
      * payments dated, and claims incurred, on or after its start.    *
      * Earlier years' premium was earned, and their claims paid, in   *
      * full.                                                          *
      ******************************************************************
       CALCULATE-RETURN-PREMIUM.
           COMPUTE WS-PRO-RATA-RETURN ROUNDED =
                   DB2-CANCEL-PREMIUM
                   * (DB2-TERM-DAYS - DB2-DAYS-ON-COVER)
                   / DB2-TERM-DAYS
           MOVE WS-PRO-RATA-RETURN TO WS-RETURN-PREMIUM

           IF WS-SHORT-PERIOD-REASON
             COMPUTE WS-MONTHS-ON-COVER =
                     (DB2-DAYS-ON-COVER + 30) / 30
             IF WS-MONTHS-ON-COVER > 12
               MOVE 12 TO WS-MONTHS-ON-COVER
             END-IF
             COMPUTE WS-SHORT-PERIOD-RETURN ROUNDED =
                     DB2-CANCEL-PREMIUM
                     * (100 - WS-SHORT-PERIOD-PCT(WS-MONTHS-ON-COVER))
                     / 100
             IF WS-SHORT-PERIOD-RETURN < WS-RETURN-PREMIUM
               MOVE WS-SHORT-PERIOD-RETURN TO WS-RETURN-PREMIUM
             END-IF
           END-IF

           MOVE ' SUM PAYMENTS' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(PAYMENTAMOUNT), 0)
               INTO :DB2-PREMIUM-RECEIVED
               FROM PREMIUMPAYMENT
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND PAYMENTSTATUS = 'P'
                AND PAYMENTDATE >= :DB2-TERM-START
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             SET WS-SQL-FAILURE TO TRUE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CALCULATE-RETURN-PREMIUM-EXIT
           END-IF

           MOVE ' SUM CLAIMS PAID' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(CLAIMPAID), 0)
               INTO :DB2-CLAIMS-PAID
               FROM CLAIM
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND CLAIMSTATUS = 'S'
                AND INCIDENTDATE >= :DB2-TERM-START
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             SET WS-SQL-FAILURE TO TRUE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CALCULATE-RETURN-PREMIUM-EXIT
           END-IF

      * Received less earned (premium less return premium), less
      * claims paid.
           COMPUTE WS-REFUND-DUE =
                   DB2-PREMIUM-RECEIVED
                   - (DB2-CANCEL-PREMIUM - WS-RETURN-PREMIUM)
                   - DB2-CLAIMS-PAID
           IF WS-REFUND-DUE < ZERO
             MOVE ZERO TO WS-REFUND-DUE
           END-IF
           MOVE WS-RETURN-PREMIUM TO CA-CANCEL-RETURN-PREM
           MOVE WS-REFUND-DUE TO CA-CANCEL-REFUND.

       CALCULATE-RETURN-PREMIUM-EXIT.
           EXIT.

      ******************************************************************
      * Return every policy CA-CUSTOMER-NUM holds - number, type,      *
      * start/end, premium, status - for the service desk case where   *
       REDIRECT-MERGED-PORTFOLIO-EXIT.
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
