      * or the record is rejected; the code is stored on the CUSTOMER  *
      * row, where lgacpol1 picks it up as the default attribution     *
      * for policies later written without an explicit agent.          *
      *                                                                 *
      * Each run is registered with lgacrun1 for the day it runs. A    *
      * checkpoint is only resumed from if the register shows the last *
      * run did not complete - the checkpoint a completed load leaves  *
      * behind is ignored as stale, so the next file starts from its   *
      * first record.                                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CHECKPOINT-EXISTS-SW    PIC X(01) VALUE 'N'.
           88 WS-CHECKPOINT-EXISTS          VALUE 'Y'.
       01  WS-CHECKPOINT-FREQ         PIC 9(5) VALUE 500.
       01  WS-RESTART-RECORDS         PIC 9(9) VALUE 0.
       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-DATE-ISO            PIC X(10).
       01  WS-RECORDS-READ            PIC 9(9) VALUE 0.
       01  WS-RECORDS-SKIPPED         PIC 9(9) VALUE 0.
       01  WS-RECORDS-LOADED          PIC 9(9) VALUE 0.
           03 DB2-CUSTOMERNUM-INT     PIC S9(9).
       01  DB2-AGENT-STATUS           PIC X(1).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           END-PERFORM.

           PERFORM TERMINATE-LOAD.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-LOAD.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
             SET WS-CHECKPOINT-EXISTS TO TRUE
             READ CHECKPOINT-FILE
             MOVE CK-RECORDS-LOADED TO WS-RESTART-RECORDS
             CLOSE CHECKPOINT-FILE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-DATE(1:4) '-'
                  WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
             INTO WS-RUN-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.

           IF WS-CHECKPOINT-EXISTS
             OPEN EXTEND REJECT-FILE
           ELSE
           EXIT.

      ******************************************************************
      * Restart support - skip as many records from the front of the   *
      * input file as the last checkpoint (if any) recorded, so a      *
      * rerun does not reprocess records already committed.            *
      ******************************************************************
       SKIP-ALREADY-LOADED-RECORDS.
           PERFORM UNTIL WS-RECORDS-SKIPPED >= WS-RESTART-RECORDS
                    OR NOT WS-CHECKPOINT-EXISTS
             READ CUSTOMER-LOAD-FILE
               AT END
           DISPLAY 'LGACBAT1 RECORDS READ     : ' WS-RECORDS-READ.
           DISPLAY 'LGACBAT1 RECORDS LOADED   : ' WS-RECORDS-LOADED.
           DISPLAY 'LGACBAT1 RECORDS REJECTED : ' WS-RECORDS-REJECTED.
           MOVE WS-RECORDS-READ TO RUN-INPUT-CNT.
           MOVE WS-RECORDS-LOADED TO RUN-OUTPUT-CNT.
           MOVE WS-RECORDS-REJECTED TO RUN-REJECT-CNT.
           SET RUN-CHECKPOINT-LEFT TO TRUE.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before any output is opened. A  *
      * refused run stops here having done nothing; a checkpoint the   *
      * register shows a completed run left is ignored.                *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBAT1' TO RUN-PROGRAM
           MOVE WS-RUN-DATE-ISO TO RUN-BUSINESS-DATE
           IF WS-CHECKPOINT-EXISTS
             SET RUN-CHECKPOINT-FOUND TO TRUE
             STRING 'RECORD ' WS-RESTART-RECORDS
               DELIMITED BY SIZE INTO RUN-RESTART-FROM
             END-STRING
           END-IF
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBAT1: RUN REFUSED - ' RUN-REFUSE-REASON
             MOVE RUN-END-RC TO RETURN-CODE
             STOP RUN
           END-IF
           IF RUN-STALE-CHECKPOINT
             DISPLAY 'LGACBAT1: CHECKPOINT LEFT BY A COMPLETED RUN '
                     'IGNORED'
             MOVE 'N' TO WS-CHECKPOINT-EXISTS-SW
             MOVE 0 TO WS-RESTART-RECORDS
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
