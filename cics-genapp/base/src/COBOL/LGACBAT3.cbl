      *     the SYSIN window and writes one renewal-notice extract     *
      *     record per policy to RENLOUT, joined with the CUSTOMER     *
      *     name and address the way lgacwel1 builds its LGWL          *
      *     welcome-letter records, for the print room. A customer     *
      *     recorded as deceased is not written to: the notice goes    *
      *     to the executor held on CUSTOMERESTATE, at the executor's  *
      *     address, with RN-SEND-TO 'E' and the executor's name in    *
      *     RN-EXECUTOR-NAME (RN-SEND-TO is 'C' for the customer).     *
      *  3. lapses to 'L' every policy still 'I' whose POLICYEND is    *
      *     before the SYSIN lapse cutoff - renewal was offered and    *
      *     not confirmed, so the cover is dead and stops blocking     *
      * present) and the notice selection resumes past that number.    *
      * The cursor is WITH HOLD so the mid-run commits do not close    *
      * it. As with lgacbat1/lgacbat2, the checkpoint dataset belongs  *
      * to one run: delete it once a run completes cleanly. A          *
      * checkpoint the lgacrun1 run register shows was left behind by  *
      * a completed run is ignored as stale. A run that already        *
      * completed for the day is refused, so the confirmations are     *
      * never applied twice.                                           *
      * Confirmations precede the checkpointed extract, so a restart   *
      * reapplies them - the roll-forward is idempotent for the same   *
      * RENLCONF file.                                                 *
           03 RN-POLICY-TYPE          PIC X(1).
           03 RN-POLICY-END           PIC X(10).
           03 RN-PREMIUM              PIC 9(6).99.
           03 RN-SEND-TO              PIC X(1).
           03 RN-EXECUTOR-NAME        PIC X(30).

       FD  RENEWAL-CONF-FILE
           RECORDING MODE IS F.
       01  WS-CONFIRMED-CNT           PIC 9(9) VALUE 0.
       01  WS-CONF-REJECTED-CNT       PIC 9(9) VALUE 0.
       01  WS-NOTICES-CNT             PIC 9(9) VALUE 0.
       01  WS-EXECUTOR-CNT            PIC 9(9) VALUE 0.
       01  WS-LAPSED-CNT              PIC 9(9) VALUE 0.
       01  DB2-OUT-INTEGERS.
           03 DB2-POLICYNUM-INT      PIC S9(9).
           03 DB2-NOTICE-POSTCODE    PIC X(8).
           03 DB2-NOTICE-TOWN        PIC X(20).
           03 DB2-NOTICE-COUNTY      PIC X(20).
           03 DB2-NOTICE-DECEASED    PIC X(1).
           03 DB2-EXEC-NAME          PIC X(30).
           03 DB2-EXEC-HOUSE-NAME    PIC X(20).
           03 DB2-EXEC-HOUSE-NUM     PIC X(4).
           03 DB2-EXEC-POSTCODE      PIC X(8).
           03 DB2-EXEC-TOWN          PIC X(20).
           03 DB2-EXEC-COUNTY        PIC X(20).
       01  DB2-CONF-STATUS            PIC X(1).
       01  DB2-CONF-RATING.
           03 DB2-CONF-TYPE          PIC X(1).
           88 WS-RATE-FOUND                 VALUE 'Y'.
       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-DATE-ISO            PIC X(10).
       01  WS-RESTART-POLICYNUM       PIC 9(10) VALUE 0.
       01  WS-AGE-WORK.
           03 WS-TODAY-YYYY          PIC 9(4).
           03 WS-DOB-YYYY            PIC 9(4).
           03 WS-CUSTOMER-AGE        PIC S9(4).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * WITH HOLD keeps the cursor open over the checkpoint commits.
      * The estate row, when the customer is recorded as deceased,
      * supplies the executor the notice goes to instead.
           EXEC SQL
               DECLARE RENEWAL-CURSOR CURSOR WITH HOLD FOR
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          P.POLICYTYPE, P.POLICYEND, P.PREMIUMAMOUNT,
                          C.FIRSTNAME, C.LASTNAME,
                          C.HOUSENAME, C.HOUSENUMBER, C.POSTCODE,
                          C.TOWN, C.COUNTY,
                          CASE WHEN E.CUSTOMERNUMBER IS NULL
                               THEN 'N' ELSE 'Y' END,
                          COALESCE(E.EXECNAME, ' '),
                          COALESCE(E.EXECHOUSENAME, ' '),
                          COALESCE(E.EXECHOUSENUMBER, ' '),
                          COALESCE(E.EXECPOSTCODE, ' '),
                          COALESCE(E.EXECTOWN, ' '),
                          COALESCE(E.EXECCOUNTY, ' ')
                     FROM POLICY P
                          INNER JOIN CUSTOMER C
                            ON C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                          LEFT OUTER JOIN CUSTOMERESTATE E
                            ON E.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                           AND C.CUSTSTATUS = 'D'
                    WHERE P.POLICYSTATUS = 'I'
                      AND P.POLICYEND IS NOT NULL
                      AND P.POLICYEND >= :WS-WINDOW-START-ISO
                      AND P.POLICYEND <= :WS-WINDOW-END-ISO
      * picked up by the rerun.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM TERMINATE-RENEWAL-RUN
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM WRITE-CHECKPOINT.
           PERFORM TERMINATE-RENEWAL-RUN.
           SET RUN-CHECKPOINT-LEFT TO TRUE.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-RENEWAL-RUN.
             SET WS-CHECKPOINT-EXISTS TO TRUE
             READ CHECKPOINT-FILE INTO CK-LAST-POLICYNUM
             MOVE CK-LAST-POLICYNUM TO DB2-CHECKPOINT-INT
             MOVE CK-LAST-POLICYNUM TO WS-RESTART-POLICYNUM
             CLOSE CHECKPOINT-FILE
           END-IF.
           PERFORM REGISTER-RUN-START.
      * If this run extracts no notices, the closing checkpoint
      * rewrite must stand still, not fall back to zero.
           MOVE DB2-CHECKPOINT-INT TO DB2-POLICYNUM-INT.
                     :DB2-NOTICE-FIRST-NAME, :DB2-NOTICE-LAST-NAME,
                     :DB2-NOTICE-HOUSE-NAME, :DB2-NOTICE-HOUSE-NUM,
                     :DB2-NOTICE-POSTCODE, :DB2-NOTICE-TOWN,
                     :DB2-NOTICE-COUNTY, :DB2-NOTICE-DECEASED,
                     :DB2-EXEC-NAME, :DB2-EXEC-HOUSE-NAME,
                     :DB2-EXEC-HOUSE-NUM, :DB2-EXEC-POSTCODE,
                     :DB2-EXEC-TOWN, :DB2-EXEC-COUNTY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
           MOVE DB2-NOTICE-CUSTNUM     TO RN-CUSTOMER-NUM
           MOVE DB2-NOTICE-FIRST-NAME  TO RN-FIRST-NAME
           MOVE DB2-NOTICE-LAST-NAME   TO RN-LAST-NAME
      * The policy and the policyholder's name stay on the notice;
      * for a deceased customer only the addressee changes.
           IF DB2-NOTICE-DECEASED = 'Y'
             MOVE 'E'                  TO RN-SEND-TO
             MOVE DB2-EXEC-NAME        TO RN-EXECUTOR-NAME
             MOVE DB2-EXEC-HOUSE-NAME  TO RN-HOUSE-NAME
             MOVE DB2-EXEC-HOUSE-NUM   TO RN-HOUSE-NUM
             MOVE DB2-EXEC-POSTCODE    TO RN-POSTCODE
             MOVE DB2-EXEC-TOWN        TO RN-TOWN
             MOVE DB2-EXEC-COUNTY      TO RN-COUNTY
             ADD 1 TO WS-EXECUTOR-CNT
           ELSE
             MOVE 'C'                  TO RN-SEND-TO
             MOVE DB2-NOTICE-HOUSE-NAME TO RN-HOUSE-NAME
             MOVE DB2-NOTICE-HOUSE-NUM TO RN-HOUSE-NUM
             MOVE DB2-NOTICE-POSTCODE  TO RN-POSTCODE
             MOVE DB2-NOTICE-TOWN      TO RN-TOWN
             MOVE DB2-NOTICE-COUNTY    TO RN-COUNTY
           END-IF
           MOVE DB2-NOTICE-TYPE        TO RN-POLICY-TYPE
           MOVE DB2-NOTICE-END         TO RN-POLICY-END
           MOVE DB2-NOTICE-PREMIUM     TO RN-PREMIUM
      * Pass 3 - cover that expired before the cutoff with no          *
      * confirmed renewal is dead: lapse it to 'L', the same status    *
      * lgacpol1's UPDATE-POLICY stores, so it stops blocking          *
      * lgacdb01's close-customer path. The lapse is stamped 'NR' -    *
      * not renewed - so the month-end movement report can tell it     *
      * from an arrears lapse. The count is read first so the run      *
      * totals show how much cover this run retired.                   *
      ******************************************************************
       LAPSE-EXPIRED-POLICIES.
           EXEC SQL
           IF DB2-LAPSE-COUNT > 0
             EXEC SQL
               UPDATE POLICY
                  SET POLICYSTATUS = 'L',
                      LAPSEDATE    = CURRENT DATE,
                      LAPSEREASON  = 'NR'
                WHERE POLICYSTATUS = 'I'
                  AND POLICYEND IS NOT NULL
                  AND POLICYEND < :WS-LAPSE-CUTOFF-ISO
           DISPLAY 'LGACBAT3 CONFIRMS REJECTED   : '
                   WS-CONF-REJECTED-CNT.
           DISPLAY 'LGACBAT3 NOTICES EXTRACTED   : ' WS-NOTICES-CNT.
           DISPLAY 'LGACBAT3 SENT TO EXECUTORS   : ' WS-EXECUTOR-CNT.
           DISPLAY 'LGACBAT3 POLICIES LAPSED     : ' WS-LAPSED-CNT.
           ADD WS-CONFIRMED-CNT WS-CONF-REJECTED-CNT
             GIVING RUN-INPUT-CNT.
           MOVE WS-NOTICES-CNT TO RUN-OUTPUT-CNT.
           MOVE WS-CONF-REJECTED-CNT TO RUN-REJECT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before any output is opened. A  *
      * refused run stops here having done nothing; a checkpoint the   *
      * register shows a completed run left is ignored.                *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBAT3' TO RUN-PROGRAM
           MOVE WS-RUN-DATE-ISO TO RUN-BUSINESS-DATE
           STRING WS-WINDOW-START ' ' WS-WINDOW-END ' '
                  WS-LAPSE-CUTOFF
             DELIMITED BY SIZE INTO RUN-CONTROL-CARDS
           END-STRING
           IF WS-CHECKPOINT-EXISTS
             SET RUN-CHECKPOINT-FOUND TO TRUE
             STRING 'POLICY ' WS-RESTART-POLICYNUM
               DELIMITED BY SIZE INTO RUN-RESTART-FROM
             END-STRING
           END-IF
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBAT3: RUN REFUSED - ' RUN-REFUSE-REASON
             MOVE RUN-END-RC TO RETURN-CODE
             STOP RUN
           END-IF
           IF RUN-STALE-CHECKPOINT
             DISPLAY 'LGACBAT3: CHECKPOINT LEFT BY A COMPLETED RUN '
                     'IGNORED'
             MOVE 'N' TO WS-CHECKPOINT-EXISTS-SW
             MOVE 0 TO DB2-CHECKPOINT-INT
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
