      * inserts in the online path stop slowing down as the table      *
      * grows. The delete only runs after the archive file is          *
      * complete and closed - a failed run leaves the table intact.    *
      * The run registers with lgacrun1 under the first day of the     *
      * report month, and a month already completed is refused.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              'ROWS ARCHIVED TO HISTORY    : '.
           03 HL-ARCHIVED-CNT         PIC ZZZ,ZZZ,ZZ9.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           IF WS-FATAL-ERROR
             DISPLAY 'LGACRPT3: RUN FAILED, SQLCODE=' SQLCODE
             PERFORM TERMINATE-RUN
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF
           PERFORM PRINT-TOTALS.
           PERFORM PURGE-ARCHIVED-ROWS.
           IF WS-FATAL-ERROR
             DISPLAY 'LGACRPT3: PURGE FAILED, SQLCODE=' SQLCODE
             MOVE 16 TO RUN-END-RC
           ELSE
             MOVE 0 TO RUN-END-RC
           END-IF
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-RUN.
                  WS-CUTOFF-DATE(7:2)
             INTO WS-CUTOFF-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT HISTORY-FILE.
           EXIT.
           DISPLAY 'LGACRPT3 TREND LINES WRITTEN : '
                   WS-TREND-LINE-CNT.
           DISPLAY 'LGACRPT3 ROWS ARCHIVED       : ' WS-ARCHIVED-CNT.
           MOVE WS-MONTH-TOTAL-CNT TO RUN-INPUT-CNT.
           MOVE WS-ARCHIVED-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before either file is opened.   *
      * A month already archived is refused: a repeat would replace    *
      * its ERRHIST history file with an empty one.                    *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACRPT3' TO RUN-PROGRAM
           MOVE WS-MONTH-START TO RUN-BUSINESS-DATE
           STRING WS-REPORT-MONTH ' ' WS-CUTOFF-DATE
             DELIMITED BY SIZE INTO RUN-CONTROL-CARDS
           END-STRING
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACRPT3: RUN REFUSED - ' RUN-REFUSE-REASON
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
