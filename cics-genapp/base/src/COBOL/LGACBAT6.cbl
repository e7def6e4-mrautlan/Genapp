      * An agent retired ('I') during the month is still paid for the  *
      * business written while the code was usable - attribution       *
      * stands, only new business stops.                               *
      * The run is registered with lgacrun1 under the first day of the *
      * report month as its business date, so a second run for a month *
      * already completed is refused rather than paying it twice.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 DB2-COMM-PREMIUM        PIC S9(6)V99.
           03 DB2-COMM-CREATED        PIC X(10).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(34) VALUE
              'AGENT COMMISSION STATEMENTS FOR   '.
           IF WS-FATAL-ERROR
             DISPLAY 'LGACBAT6: RUN FAILED, SQLCODE=' SQLCODE
             PERFORM TERMINATE-STATEMENTS
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM PRINT-GRAND-TOTAL.
           PERFORM TERMINATE-STATEMENTS.
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-STATEMENTS.
           STRING WS-MONTH-YYYY '-' WS-MONTH-MM '-01'
             INTO WS-NEXT-MONTH-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE WS-REPORT-MONTH TO HL-MONTH.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           DISPLAY 'LGACBAT6 AGENTS PAID         : ' WS-AGENT-CNT.
           DISPLAY 'LGACBAT6 POLICIES            : '
                   WS-TOTAL-POLICY-CNT.
           MOVE WS-TOTAL-POLICY-CNT TO RUN-INPUT-CNT.
           MOVE WS-AGENT-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the statements are       *
      * opened. A refused run stops here having done nothing.          *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBAT6' TO RUN-PROGRAM
           MOVE WS-MONTH-START-ISO TO RUN-BUSINESS-DATE
           MOVE WS-REPORT-MONTH TO RUN-CONTROL-CARDS
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBAT6: RUN REFUSED - ' RUN-REFUSE-REASON
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
