       PROGRAM-ID. lgacbat4.
      ******************************************************************
      * Overnight premium arrears batch.                               *
      * Compares the payments posted to PREMIUMPAYMENT by lgacpay1,    *
      * and by lgacbat9 from the bank's collection file, against the   *
      * premium due on each in-force policy, writes an                 *
      * arrears report to ARRSOUT, and lapses to 'L' every policy      *
      * still unpaid beyond the grace period - the same status         *
      * lgacpol1's UPDATE-POLICY stores, so a lapsed policy stops      *
      * blocking lgacdb01's close-customer path. The report line for   *
      * a lapsed policy (premium due, amount received, shortfall) is   *
      * the evidence the regulator asks for of why that policy         *
      * lapsed. The lapse itself is stamped 'AR' - arrears - with the  *
      * date, so the month-end movement report can tell it from a      *
      * renewal that was never confirmed.                              *
      *                                                                 *
      * A policy whose holder has been recorded as deceased is not     *
      * lapsed while the estate's hold period runs (ESTATEHOLDUNTIL on *
      * CUSTOMERESTATE, on or after the due date) - the executor needs *
      * time to take the premiums on. It is still reported, as ESTATE  *
      * HOLD, and lapses as normal on the first run after the hold.    *
      *                                                                 *
      * Only PAYMENTSTATUS 'P' rows count towards the premium due -    *
      * a payment lgacpay1 reversed is, for arrears purposes, a        *
      *           grace period and is lapsed; unpaid policies          *
      *           started between the two dates are reported as       *
      *           within grace and left in force                       *
      *                                                                 *
      * The due date is the run's business date on the lgacrun1 run    *
      * register. The run is refused until lgacbat9 has completed for  *
      * the same date - arrears worked before the bank's collections   *
      * are posted would lapse policies that have in fact paid - and   *
      * refused a second time once it has completed.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ARREARS-CNT              PIC 9(7) VALUE 0.
       01  WS-LAPSED-CNT               PIC 9(7) VALUE 0.
       01  WS-IN-GRACE-CNT             PIC 9(7) VALUE 0.
       01  WS-ESTATE-HELD-CNT          PIC 9(7) VALUE 0.
       01  WS-POLICY-CNT               PIC 9(7) VALUE 0.
       01  WS-SHORTFALL                PIC S9(7)V99 VALUE 0.
       01  DB2-ARREARS-ROW.
           03 DB2-POLICYNUM-INT       PIC S9(9).
           03 DB2-POLICYSTART         PIC X(10).
           03 DB2-PREMIUM-DUE         PIC S9(6)V99.
           03 DB2-AMOUNT-PAID         PIC S9(7)V99.
           03 DB2-HOLD-UNTIL          PIC X(10).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(30) VALUE
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-SHORTFALL            PIC ZZZ,ZZ9.99.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-DISPOSITION          PIC X(12).
       01  HL-ARREARS-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'POLICIES IN ARREARS         : '.
           03 FILLER                  PIC X(30) VALUE
              'POLICIES WITHIN GRACE       : '.
           03 HL-GRACE-CNT            PIC ZZZ,ZZ9.
       01  HL-ESTATE-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'POLICIES HELD FOR AN ESTATE : '.
           03 HL-ESTATE-CNT           PIC ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every in-force policy due in full, with what has actually
      * been received against it - reversed payments excluded - and,
      * for a deceased policyholder, the end of the estate's hold.
           EXEC SQL
               DECLARE ARREARS-CURSOR CURSOR FOR
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                            ( SELECT SUM(Y.PAYMENTAMOUNT)
                                FROM PREMIUMPAYMENT Y
                               WHERE Y.POLICYNUMBER = P.POLICYNUMBER
                                 AND Y.PAYMENTSTATUS = 'P' ), 0),
                          COALESCE(E.ESTATEHOLDUNTIL, ' ')
                     FROM POLICY P
                          LEFT OUTER JOIN CUSTOMERESTATE E
                            ON E.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                    WHERE P.POLICYSTATUS = 'I'
                      AND P.POLICYSTART <= :WS-DUE-DATE-ISO
                    ORDER BY P.POLICYNUMBER

           PERFORM FETCH-NEXT-ARREARS-ROW
           PERFORM UNTIL WS-END-OF-CURSOR
             ADD 1 TO WS-POLICY-CNT
             PERFORM PROCESS-ONE-POLICY
                THRU PROCESS-ONE-POLICY-EXIT
             PERFORM FETCH-NEXT-ARREARS-ROW
      * report line to evidence why.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM TERMINATE-ARREARS-RUN
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM PRINT-TOTALS.
           PERFORM TERMINATE-ARREARS-RUN.
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-ARREARS-RUN.
                  WS-GRACE-CUTOFF(7:2)
             INTO WS-GRACE-CUTOFF-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-DUE-DATE-ISO TO HL-DUE-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
               FETCH ARREARS-CURSOR
                INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                     :DB2-POLICYSTART, :DB2-PREMIUM-DUE,
                     :DB2-AMOUNT-PAID, :DB2-HOLD-UNTIL
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
      ******************************************************************
      * One policy: paid in full is no business of this report; an     *
      * unpaid policy is reported, and lapsed too once its             *
      * POLICYSTART has passed the grace cutoff - unless the holder    *
      * has died and the estate's hold has not yet run out.            *
      ******************************************************************
       PROCESS-ONE-POLICY.
           IF DB2-AMOUNT-PAID NOT LESS THAN DB2-PREMIUM-DUE
           MOVE DB2-AMOUNT-PAID TO DL-PAID
           MOVE WS-SHORTFALL TO DL-SHORTFALL

           IF DB2-POLICYSTART < WS-GRACE-CUTOFF-ISO
              AND DB2-HOLD-UNTIL NOT = SPACES
              AND DB2-HOLD-UNTIL NOT < WS-DUE-DATE-ISO
             ADD 1 TO WS-ESTATE-HELD-CNT
             MOVE 'ESTATE HOLD' TO DL-DISPOSITION
             MOVE DL-ARREARS-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             GO TO PROCESS-ONE-POLICY-EXIT
           END-IF

           IF DB2-POLICYSTART < WS-GRACE-CUTOFF-ISO
             PERFORM LAPSE-UNPAID-POLICY
                THRU LAPSE-UNPAID-POLICY-EXIT
       LAPSE-UNPAID-POLICY.
           EXEC SQL
             UPDATE POLICY
                SET POLICYSTATUS = 'L',
                    LAPSEDATE    = CURRENT DATE,
                    LAPSEREASON  = 'AR'
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND POLICYSTATUS = 'I'
           END-EXEC
           WRITE REPORT-LINE
           MOVE WS-IN-GRACE-CNT TO HL-GRACE-CNT
           MOVE HL-GRACE-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ESTATE-HELD-CNT TO HL-ESTATE-CNT
           MOVE HL-ESTATE-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

           DISPLAY 'LGACBAT4 POLICIES IN ARREARS : ' WS-ARREARS-CNT.
           DISPLAY 'LGACBAT4 POLICIES LAPSED     : ' WS-LAPSED-CNT.
           DISPLAY 'LGACBAT4 POLICIES IN GRACE   : ' WS-IN-GRACE-CNT.
           DISPLAY 'LGACBAT4 HELD FOR AN ESTATE  : '
                   WS-ESTATE-HELD-CNT.
           MOVE WS-POLICY-CNT TO RUN-INPUT-CNT.
           MOVE WS-ARREARS-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the report is opened. A  *
      * refused run stops here having done nothing.                    *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBAT4' TO RUN-PROGRAM
           MOVE WS-DUE-DATE-ISO TO RUN-BUSINESS-DATE
           STRING WS-DUE-DATE ' ' WS-GRACE-CUTOFF
             DELIMITED BY SIZE INTO RUN-CONTROL-CARDS
           END-STRING
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBAT4: RUN REFUSED - ' RUN-REFUSE-REASON
             MOVE RUN-END-RC TO RETURN-CODE
             STOP RUN
           END-IF
           EXIT.

      ******************************************************************
      * Record the end of the run on the register, with RUN-END-RC     *
      * set to the return code the run ends with.                      *
      ******************************************************************
       REGISTER-RUN-END.
           SET RUN-REQ-END TO TRUE
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           MOVE RUN-END-RC TO RETURN-CODE.
           EXIT.
