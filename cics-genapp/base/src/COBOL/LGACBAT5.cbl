      * Subject-access report - one customer's complete data on        *
      * demand. Data-protection law gives a customer the right to a    *
      * copy of everything held on them; until now answering one       *
      * request meant hand-querying seven tables. This batch takes a   *
      * CUSTOMERNUMBER on SYSIN and writes a formatted report to       *
      * SAROUT pulling together:                                       *
      *   - the CUSTOMER row;                                          *
      *   - the CUSTOMERLETTER welcome-letter dispatch record;         *
      *   - any CUSTOMERMERGE cross-reference, in either direction;    *
      *   - the POLICY rows;                                           *
      *   - the COMPLAINT rows - what the customer complained of, and  *
      *     how and when it was answered;                              *
      *   - the CUSTOMERSECURITY state and failure count ONLY - the    *
      *     credential itself is never read, let alone printed.        *
      * Every section prints a clear NO DATA HELD line when empty, so  *
      * disposal batch. A SQL failure abandons the run with a          *
      * non-zero return code rather than sending the customer an       *
      * incomplete answer.                                             *
      *                                                                 *
      * Each run is registered with lgacrun1 for the day it runs. As   *
      * an on-demand report, several customers may be answered in one  *
      * day, so it registers as a repeatable run.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 DB2-POL-END             PIC X(10).
           03 DB2-POL-PREMIUM         PIC S9(6)V99.
           03 DB2-POL-STATUS          PIC X(1).
       01  DB2-COMPLAINT-ROW.
           03 DB2-CMP-NUM             PIC S9(9).
           03 DB2-CMP-CATEGORY        PIC X(2).
           03 DB2-CMP-RECEIVED        PIC X(10).
           03 DB2-CMP-ACKNOWLEDGED    PIC X(10).
           03 DB2-CMP-RESPONDED       PIC X(10).
           03 DB2-CMP-STATUS          PIC X(1).
           03 DB2-CMP-OUTCOME         PIC X(1).
           03 DB2-CMP-REDRESS         PIC S9(6)V99.
           03 DB2-CMP-POLNUM          PIC S9(9).
           03 DB2-CMP-CLMNUM          PIC S9(9).
       01  DB2-SECURITY-ROW.
           03 DB2-SECR-COUNT          PIC X(4).
           03 DB2-SECR-STATE          PIC X(1).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(36) VALUE
              'SUBJECT ACCESS REPORT FOR CUSTOMER  '.
           03 DL-POL-PREMIUM          PIC ZZZ,ZZ9.99.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-POL-STATUS           PIC X(1).
       01  DL-COMPLAINT-LINE.
           03 FILLER                  PIC X(3) VALUE SPACES.
           03 DL-CMP-NUM              PIC 9(10).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-CMP-CATEGORY         PIC X(2).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-CMP-RECEIVED         PIC X(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-CMP-ACKNOWLEDGED     PIC X(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-CMP-RESPONDED        PIC X(10).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-CMP-STATUS           PIC X(1).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-CMP-OUTCOME          PIC X(1).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-CMP-REDRESS          PIC ZZZ,ZZ9.99.
           03 FILLER                  PIC X(9) VALUE ' POLICY '.
           03 DL-CMP-POLNUM           PIC Z(10).
           03 FILLER                  PIC X(8) VALUE ' CLAIM '.
           03 DL-CMP-CLMNUM           PIC Z(10).
       01  HL-SIGNOFF-1               PIC X(80) VALUE
              'PRODUCED UNDER THE SUBJECT-ACCESS PROCEDURE.'.
       01  HL-SIGNOFF-2               PIC X(80) VALUE
                    ORDER BY POLICYNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE SAR-COMPLAINT-CURSOR CURSOR FOR
                   SELECT COMPLAINTNUMBER, CMPCATEGORY, CMPRECEIVED,
                          COALESCE(CMPACKNOWLEDGED, ' '),
                          COALESCE(CMPRESPONDED, ' '),
                          CMPSTATUS, CMPOUTCOME, CMPREDRESS,
                          COALESCE(POLICYNUMBER, 0),
                          COALESCE(CLAIMNUMBER, 0)
                     FROM COMPLAINT
                    WHERE CUSTOMERNUMBER = :WS-SUBJECT-CUSTNUM
                    ORDER BY COMPLAINTNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-REPORT.
           IF NOT WS-FATAL-ERROR
             PERFORM REPORT-POLICIES
           END-IF
           IF NOT WS-FATAL-ERROR
             PERFORM REPORT-COMPLAINTS
           END-IF
           IF NOT WS-FATAL-ERROR
             PERFORM REPORT-SECURITY-STATE
           END-IF
           IF WS-FATAL-ERROR
             DISPLAY 'LGACBAT5: RUN FAILED, SQLCODE=' SQLCODE
             PERFORM TERMINATE-REPORT
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM PRINT-SIGNOFF.
           PERFORM TERMINATE-REPORT.
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-REPORT.
                  WS-RUN-DATE(7:2)
             INTO WS-RUN-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-SUBJECT-CUSTNUM TO HL-CUSTNUM.
           MOVE WS-RUN-DATE-ISO TO HL-RUN-DATE.
           EXIT.

      ******************************************************************
      * Section 6 - the complaints made, with the dates they were      *
      * received, acknowledged and answered, the outcome and any       *
      * redress paid.                                                  *
      ******************************************************************
       REPORT-COMPLAINTS.
           MOVE 'COMPLAINTS' TO HL-SECTION-LINE
           PERFORM PRINT-SECTION-HEADING

           MOVE 'N' TO WS-EOF-SW
           MOVE ZERO TO WS-SECTION-ROWS
           EXEC SQL OPEN SAR-COMPLAINT-CURSOR END-EXEC

           PERFORM FETCH-NEXT-SAR-COMPLAINT-ROW
           PERFORM UNTIL WS-END-OF-CURSOR
             ADD 1 TO WS-SECTION-ROWS
             MOVE DB2-CMP-NUM TO DL-CMP-NUM
             MOVE DB2-CMP-CATEGORY TO DL-CMP-CATEGORY
             MOVE DB2-CMP-RECEIVED TO DL-CMP-RECEIVED
             MOVE DB2-CMP-ACKNOWLEDGED TO DL-CMP-ACKNOWLEDGED
             MOVE DB2-CMP-RESPONDED TO DL-CMP-RESPONDED
             MOVE DB2-CMP-STATUS TO DL-CMP-STATUS
             MOVE DB2-CMP-OUTCOME TO DL-CMP-OUTCOME
             MOVE DB2-CMP-REDRESS TO DL-CMP-REDRESS
             MOVE DB2-CMP-POLNUM TO DL-CMP-POLNUM
             MOVE DB2-CMP-CLMNUM TO DL-CMP-CLMNUM
             MOVE DL-COMPLAINT-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             PERFORM FETCH-NEXT-SAR-COMPLAINT-ROW
           END-PERFORM

           EXEC SQL CLOSE SAR-COMPLAINT-CURSOR END-EXEC
           IF WS-SECTION-ROWS = ZERO AND NOT WS-FATAL-ERROR
             PERFORM PRINT-NO-DATA
           END-IF
           PERFORM PRINT-SECTION-END.
           EXIT.

       FETCH-NEXT-SAR-COMPLAINT-ROW.
           EXEC SQL
               FETCH SAR-COMPLAINT-CURSOR
                INTO :DB2-CMP-NUM, :DB2-CMP-CATEGORY,
                     :DB2-CMP-RECEIVED, :DB2-CMP-ACKNOWLEDGED,
                     :DB2-CMP-RESPONDED, :DB2-CMP-STATUS,
                     :DB2-CMP-OUTCOME, :DB2-CMP-REDRESS,
                     :DB2-CMP-POLNUM, :DB2-CMP-CLMNUM
           END-EXEC
           PERFORM CHECK-FETCH-SQLCODE.
           EXIT.

      ******************************************************************
      * Section 7 - the sign-on credential record: state and failure   *
      * count only. CUSTSECRPASS is deliberately not in the SELECT -   *
      * the credential is the one thing the subject-access right does  *
      * not cover, and it must never reach a printed report.           *
           CLOSE REPORT-FILE.
           DISPLAY 'LGACBAT5 SUBJECT CUSTOMER    : '
                   WS-SUBJECT-CUSTNUM.
           MOVE 1 TO RUN-INPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the report is opened.    *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBAT5' TO RUN-PROGRAM
           MOVE WS-RUN-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-SUBJECT-CUSTNUM TO RUN-CONTROL-CARDS
           MOVE 'Y' TO RUN-REPEAT-SW
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBAT5: RUN REFUSED - ' RUN-REFUSE-REASON
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
