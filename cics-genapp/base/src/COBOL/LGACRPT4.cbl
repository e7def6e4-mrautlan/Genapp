              'BURST HOURS FLAGGED         : '.
           03 HL-BURST-CNT            PIC ZZZ,ZZ9.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
             DISPLAY 'LGACRPT4: CURSOR FETCH FAILED, SQLCODE='
                     SQLCODE
             PERFORM TERMINATE-REPORT
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF
           PERFORM PRINT-TOTALS.
           PERFORM TERMINATE-REPORT.
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-REPORT.
                  WS-REPORT-DATE(7:2)
             INTO WS-REPORT-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-DATE-ISO TO HL-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           DISPLAY 'LGACRPT4 LOCKED TODAY        : ' WS-LOCKED-CNT.
           DISPLAY 'LGACRPT4 REPEAT FAILERS      : ' WS-REPEAT-CNT.
           DISPLAY 'LGACRPT4 BURST HOURS         : ' WS-BURST-CNT.
           ADD WS-LOCKED-CNT WS-REPEAT-CNT WS-BURST-CNT
             GIVING RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the report is opened.    *
      * A read-only report may be rerun for the same date, so it       *
      * registers as a repeatable run.                                 *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACRPT4' TO RUN-PROGRAM
           MOVE WS-REPORT-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-REPORT-DATE TO RUN-CONTROL-CARDS
           MOVE 'Y' TO RUN-REPEAT-SW
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACRPT4: RUN REFUSED - ' RUN-REFUSE-REASON
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
