      *   - every CUSTOMERSECURITY row whose customer number no longer *
      *     matches a CUSTOMER row;                                    *
      *   - every closed customer (CUSTSTATUS 'C') whose credential    *
      *     state is still active, and every deceased customer         *
      *     (CUSTSTATUS 'D') whose suspended credential has since been *
      *     reactivated, say by a lgacdb03 reset.                      *
      * A single SYSIN control card of 'Y' additionally repairs the    *
      * first class for customers still active, by generating and      *
      * inserting the same style of temporary (state 'N') credential   *
       01  WS-REPAIR-FLAG              PIC X(01) VALUE 'N'.
           88 WS-REPAIR-REQUESTED            VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-ISO             PIC X(10).
       01  WS-RUN-TIME                 PIC X(8).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR               VALUE 'Y'.
              'CREDENTIALS REPAIRED        : '.
           03 HL-REPAIRED-CNT         PIC ZZZ,ZZ9.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               DECLARE CLOSED-ACTIVE-CURSOR CURSOR FOR
                   SELECT C.CUSTOMERNUMBER, C.CUSTSTATUS,
                          S.CUSTSECRSTATE
                     FROM CUSTOMER C, CUSTOMERSECURITY S
                    WHERE S.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND C.CUSTSTATUS IN ('C', 'D')
                      AND S.CUSTSECRSTATE NOT IN ('L', 'R', 'S')
                    ORDER BY C.CUSTOMERNUMBER
           END-EXEC.

             DISPLAY 'LGACRPT2: CURSOR FETCH FAILED, SQLCODE='
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
           ACCEPT WS-REPAIR-FLAG FROM SYSIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-DATE(1:4) '-'
                  WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
             INTO WS-RUN-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO HL-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
      ******************************************************************
      * Closed customers whose credential still verifies - the close   *
      * path does not touch CUSTOMERSECURITY, so until these are       *
      * locked by hand a closed customer can keep signing on. A        *
      * deceased customer's credential is suspended when the death is  *
      * recorded, so one that verifies again has been reset since.     *
      * A closed customer who died keeps the suspended state 'S'.      *
      ******************************************************************
       REPORT-CLOSED-STILL-ACTIVE.
           MOVE 'CLOSED OR DECEASED CUSTOMERS WITH ACTIVE CREDENTIAL'
             TO HL-SECTION-LINE
           MOVE HL-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL WS-END-OF-CURSOR
             ADD 1 TO WS-CLOSED-ACTIVE-CNT
             MOVE DB2-CUSTOMERNUM-INT TO DL-CUSTNUM
             IF DB2-CUSTSTATUS = 'D'
               MOVE 'DECEASED BUT CREDENTIAL STATE ' TO DL-DETAIL
               MOVE DB2-SECRSTATE TO DL-DETAIL(31:1)
             ELSE
               MOVE 'CLOSED BUT CREDENTIAL STATE ' TO DL-DETAIL
               MOVE DB2-SECRSTATE TO DL-DETAIL(29:1)
             END-IF
             MOVE DL-EXCEPTION-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             PERFORM FETCH-NEXT-CLOSED-ROW
       FETCH-NEXT-CLOSED-ROW.
           EXEC SQL
               FETCH CLOSED-ACTIVE-CURSOR
                INTO :DB2-CUSTOMERNUM-INT, :DB2-CUSTSTATUS,
                     :DB2-SECRSTATE
           END-EXEC
           PERFORM CHECK-FETCH-SQLCODE.
           EXIT.
           DISPLAY 'LGACRPT2 REPAIRED            : ' WS-REPAIRED-CNT.
           DISPLAY 'LGACRPT2 REPAIR FAILURES     : '
                   WS-REPAIR-FAILED-CNT.
           ADD WS-MISSING-SEC-CNT WS-ORPHAN-SEC-CNT WS-CLOSED-ACTIVE-CNT
             GIVING RUN-INPUT-CNT.
           MOVE WS-REPAIRED-CNT TO RUN-OUTPUT-CNT.
           MOVE WS-REPAIR-FAILED-CNT TO RUN-REJECT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the report is opened.    *
      * It may be rerun for the same date - typically to repair after  *
      * reviewing a report-only run, and a repair only ever touches    *
      * customers still without a credential - so it registers as a    *
      * repeatable run.                                                *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACRPT2' TO RUN-PROGRAM
           MOVE WS-RUN-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-REPAIR-FLAG TO RUN-CONTROL-CARDS
           MOVE 'Y' TO RUN-REPEAT-SW
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACRPT2: RUN REFUSED - ' RUN-REFUSE-REASON
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
