      *     CUSTOMERNUMBER and the created/closed dates for           *
      *     statistical continuity;                                   *
      *   - deletes the CUSTOMERSECURITY row;                         *
      *   - deletes the CUSTOMERESTATE row of a deceased customer -   *
      *     it holds the executor's name, address, phone and email;   *
      *   - deletes the CUSTOMERHISTORY rows - the before-images      *
      *     hold the same personal data;                              *
      *   - writes a line to the DISPOUT disposal report, which ends  *
      * completed run - or next year's run over the same cutoff - is   *
      * harmless. As with lgacbat1, the checkpoint dataset belongs to  *
      * one run: delete it (JCL DISP or by hand) once a run completes  *
      * cleanly. Resuming past a finished run's final customer number  *
      * would miss lower-numbered customers closed since, so a         *
      * checkpoint the lgacrun1 run register shows a completed run     *
      * left behind is ignored as stale and the run starts afresh.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CHECKPOINT-FREQ         PIC 9(5) VALUE 100.
       01  WS-CUTOFF-DATE             PIC X(8).
       01  WS-CUTOFF-DATE-ISO         PIC X(10).
       01  WS-RESTART-CUSTNUM         PIC 9(10) VALUE 0.
       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-DATE-ISO            PIC X(10).
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR              VALUE 'Y'.
       01  WS-FATAL-SW                PIC X(01) VALUE 'N'.
           03 DB2-CHECKPOINT-INT     PIC S9(9).
       01  DB2-CLOSED-DATE            PIC X(10).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                 PIC X(30) VALUE
              'CUSTOMER DATA DISPOSAL REPORT '.
      * would then be excluded from the rerun forever.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM TERMINATE-PURGE
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM WRITE-CHECKPOINT.
           PERFORM PRINT-SIGNOFF.
           PERFORM TERMINATE-PURGE.
           SET RUN-CHECKPOINT-LEFT TO TRUE.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-PURGE.
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
      * If this run processes no customers, the closing checkpoint
      * rewrite must stand still, not fall back to zero.
           MOVE DB2-CHECKPOINT-INT TO DB2-CUSTOMERNUM-INT.

      ******************************************************************
      * One customer: overwrite the personal fields in place, delete   *
      * the credential, the estate row and the before-image history,  *
      * report the disposal. The customer number and the              *
      * created/closed dates survive for statistical continuity. A    *
      * failure on any of the four statements aborts the run -        *
      * nothing after the last checkpoint is committed, so the rerun  *
      * redoes this customer completely.                              *
      ******************************************************************
       ANONYMIZE-ONE-CUSTOMER.
           EXEC SQL
             GO TO ANONYMIZE-ONE-CUSTOMER-EXIT
           END-IF

           EXEC SQL
             DELETE FROM CUSTOMERESTATE
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             SET WS-FATAL-ERROR TO TRUE
             SET WS-END-OF-CURSOR TO TRUE
             GO TO ANONYMIZE-ONE-CUSTOMER-EXIT
           END-IF

           EXEC SQL
             DELETE FROM CUSTOMERHISTORY
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           CLOSE DISPOSAL-REPORT-FILE.
           DISPLAY 'LGACBAT2 CUSTOMERS ANONYMIZED: '
                   WS-ANONYMIZED-CNT.
           MOVE WS-ANONYMIZED-CNT TO RUN-INPUT-CNT.
           MOVE WS-ANONYMIZED-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the disposal report is   *
      * opened. A refused run stops here having done nothing; a        *
      * checkpoint the register shows a completed run left is ignored. *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBAT2' TO RUN-PROGRAM
           MOVE WS-RUN-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-CUTOFF-DATE TO RUN-CONTROL-CARDS
           IF WS-CHECKPOINT-EXISTS
             SET RUN-CHECKPOINT-FOUND TO TRUE
             STRING 'CUSTOMER ' WS-RESTART-CUSTNUM
               DELIMITED BY SIZE INTO RUN-RESTART-FROM
             END-STRING
           END-IF
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBAT2: RUN REFUSED - ' RUN-REFUSE-REASON
             MOVE RUN-END-RC TO RETURN-CODE
             STOP RUN
           END-IF
           IF RUN-STALE-CHECKPOINT
             DISPLAY 'LGACBAT2: CHECKPOINT LEFT BY A COMPLETED RUN '
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
