      * WS-CHECKPOINT-FREQ customers the last CUSTOMERNUMBER written   *
      * is recorded on CHKPTFILE; on restart the extract resumes past  *
      * it and the output files are extended, not truncated. Delete    *
      * the checkpoint dataset once a run completes cleanly; one the   *
      * lgacrun1 run register shows a completed run left behind is     *
      * ignored as stale, and the extract starts from the beginning.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MASK-MM                 PIC 9(2) VALUE 0.
       01  WS-MASK-DD                 PIC 9(2) VALUE 0.
       01  WS-CUSTNUM-DISPLAY         PIC 9(10) VALUE 0.
       01  WS-RESTART-CUSTNUM         PIC 9(10) VALUE 0.
       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-DATE-ISO            PIC X(10).
      * Twenty stock surnames and first names - which one a customer
      * gets is decided by hashing the real value, so the same real
      * name always masks to the same fake one.
           03 DB2-POL-STATUS         PIC X(1).
           03 DB2-POL-AGENT          PIC X(6).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           IF WS-FATAL-ERROR
             DISPLAY 'LGACBAT7: RUN FAILED, SQLCODE=' SQLCODE
             PERFORM TERMINATE-EXTRACT
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM WRITE-CHECKPOINT.
           PERFORM TERMINATE-EXTRACT.
           EXEC SQL COMMIT END-EXEC.
           SET RUN-CHECKPOINT-LEFT TO TRUE.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-EXTRACT.
             SET WS-CHECKPOINT-EXISTS TO TRUE
             READ CHECKPOINT-FILE INTO CK-LAST-CUSTNUM
             MOVE CK-LAST-CUSTNUM TO DB2-CHECKPOINT-INT
             MOVE CK-LAST-CUSTNUM TO WS-RESTART-CUSTNUM
             CLOSE CHECKPOINT-FILE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-DATE(1:4) '-'
                  WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
             INTO WS-RUN-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
      * If this run extracts nobody, the closing checkpoint rewrite
      * must stand still, not fall back to zero.
           MOVE DB2-CHECKPOINT-INT TO DB2-CUSTOMERNUM-INT.
           CLOSE POLICY-MASK-FILE.
           DISPLAY 'LGACBAT7 CUSTOMERS EXTRACTED : ' WS-CUSTOMERS-CNT.
           DISPLAY 'LGACBAT7 POLICIES EXTRACTED  : ' WS-POLICIES-CNT.
           MOVE WS-CUSTOMERS-CNT TO RUN-INPUT-CNT.
           ADD WS-CUSTOMERS-CNT WS-POLICIES-CNT GIVING RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before any output is opened. A  *
      * refused run stops here having done nothing; a checkpoint the   *
      * register shows a completed run left is ignored.                *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBAT7' TO RUN-PROGRAM
           MOVE WS-RUN-DATE-ISO TO RUN-BUSINESS-DATE
           IF WS-CHECKPOINT-EXISTS
             SET RUN-CHECKPOINT-FOUND TO TRUE
             STRING 'CUSTOMER ' WS-RESTART-CUSTNUM
               DELIMITED BY SIZE INTO RUN-RESTART-FROM
             END-STRING
           END-IF
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBAT7: RUN REFUSED - ' RUN-REFUSE-REASON
             MOVE RUN-END-RC TO RETURN-CODE
             STOP RUN
           END-IF
           IF RUN-STALE-CHECKPOINT
             DISPLAY 'LGACBAT7: CHECKPOINT LEFT BY A COMPLETED RUN '
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
