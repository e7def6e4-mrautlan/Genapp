       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacbatc.
      ******************************************************************
      * Weekly complaints ageing batch.                                *
      * Ages every complaint still awaiting its final response on the  *
      * COMPLAINT register lgaccmp1 maintains against the regulatory   *
      * final-response deadline fixed when it was registered, and      *
      * writes the ageing report to AGEOUT for the complaints desk:    *
      *   - a complaint whose deadline has passed is flagged 'B'       *
      *     (breached) - OVERDUE on the report;                        *
      *   - one whose deadline falls within WS-WARNING-DAYS of the     *
      *     business date is flagged 'N' (near) - DUE SOON;            *
      *   - anything else has its flag cleared.                        *
      * Every open complaint has CMPAGEFLAG and CMPAGEDATE rewritten,  *
      * so lgaccmp1's inquiries show the desk the latest ageing. Only  *
      * flagged complaints are printed, soonest deadline first, with   *
      * an UNACKNOWLEDGED marker on any the customer has not yet       *
      * heard back on at all. Closed complaints are finished business  *
      * and keep the flag the last run gave them.                      *
      *                                                                 *
      * One SYSIN control card drives a run:                           *
      *   card 1: business date, CCYYMMDD - the date the complaints    *
      *           are aged to                                          *
      *                                                                 *
      * The business date is the run's business date on the lgacrun1   *
      * run register, and a second run for the same date is refused.   *
      * A run that found any complaint past its deadline ends with     *
      * return code 4, so the breach is seen in the morning run-status *
      * report as well as on the ageing report. A SQL failure rolls    *
      * the flags back and ends the run with return code 16.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO AGEOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AGE-DATE                 PIC X(8).
       01  WS-AGE-DATE-ISO             PIC X(10).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR               VALUE 'Y'.
       01  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
           88 WS-FATAL-ERROR                 VALUE 'Y'.
      * How close to its deadline an open complaint must be before
      * the desk is warned about it. Change the value here to retune
      * the whole estate.
       77  WS-WARNING-DAYS             PIC S9(4) COMP VALUE 14.
       01  WS-OPEN-CNT                 PIC 9(7) VALUE 0.
       01  WS-NEAR-CNT                 PIC 9(7) VALUE 0.
       01  WS-BREACHED-CNT             PIC 9(7) VALUE 0.
       01  WS-UNACKED-CNT              PIC 9(7) VALUE 0.
       01  WS-NEW-AGEFLAG              PIC X(1).
       01  DB2-AGEING-ROW.
           03 DB2-CMPNUM-INT          PIC S9(9).
           03 DB2-CUSTOMERNUM-INT     PIC S9(9).
           03 DB2-CMP-CATEGORY        PIC X(2).
           03 DB2-CMP-STATUS          PIC X(1).
           03 DB2-CMP-RECEIVED        PIC X(10).
           03 DB2-CMP-DEADLINE        PIC X(10).
           03 DB2-DAYS-LEFT           PIC S9(9).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(33) VALUE
              'COMPLAINTS AGEING REPORT - AS AT '.
           03 HL-AGE-DATE             PIC X(10).
       01  HL-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  HL-COLUMN-HEADS.
           03 FILLER                  PIC X(38) VALUE
              'COMPLAINT  CUSTOMER    CAT RECEIVED   '.
           03 FILLER                  PIC X(22) VALUE
              'DEADLINE    DAYS  FLAG'.
       01  DL-AGEING-LINE.
           03 DL-CMPNUM               PIC 9(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-CUSTNUM              PIC 9(10).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-CATEGORY             PIC X(2).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-RECEIVED             PIC X(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-DEADLINE             PIC X(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-DAYS-LEFT            PIC -ZZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-FLAG                 PIC X(8).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-ACK-MARKER           PIC X(14).
       01  HL-OPEN-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'OPEN COMPLAINTS AGED        : '.
           03 HL-OPEN-CNT             PIC ZZZ,ZZ9.
       01  HL-NEAR-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'FINAL RESPONSE DUE SOON     : '.
           03 HL-NEAR-CNT             PIC ZZZ,ZZ9.
       01  HL-BREACHED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'PAST FINAL-RESPONSE DEADLINE: '.
           03 HL-BREACHED-CNT         PIC ZZZ,ZZ9.
       01  HL-UNACKED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'NOT YET ACKNOWLEDGED        : '.
           03 HL-UNACKED-CNT          PIC ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every complaint still awaiting its final response, with the
      * days left to its deadline - negative once it has passed.
           EXEC SQL
               DECLARE AGEING-CURSOR CURSOR FOR
                   SELECT COMPLAINTNUMBER, CUSTOMERNUMBER,
                          CMPCATEGORY, CMPSTATUS,
                          CMPRECEIVED, CMPDEADLINE,
                          DAYS(DATE(CMPDEADLINE))
                            - DAYS(DATE(:WS-AGE-DATE-ISO))
                     FROM COMPLAINT
                    WHERE CMPSTATUS IN ('O', 'A')
                    ORDER BY CMPDEADLINE, COMPLAINTNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-AGEING-RUN.

           EXEC SQL OPEN AGEING-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             SET WS-END-OF-CURSOR TO TRUE
           END-IF

           IF NOT WS-FATAL-ERROR
             PERFORM FETCH-NEXT-AGEING-ROW
           END-IF
           PERFORM UNTIL WS-END-OF-CURSOR
             ADD 1 TO WS-OPEN-CNT
             PERFORM AGE-ONE-COMPLAINT
                THRU AGE-ONE-COMPLAINT-EXIT
             PERFORM FETCH-NEXT-AGEING-ROW
           END-PERFORM

           EXEC SQL CLOSE AGEING-CURSOR END-EXEC

           IF WS-FATAL-ERROR
             DISPLAY 'LGACBATC: RUN FAILED, SQLCODE=' SQLCODE
      * Throw the in-flight flags away - the register must show the
      * same ageing the printed report does, or none at all.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM TERMINATE-AGEING-RUN
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM PRINT-TOTALS.
           PERFORM TERMINATE-AGEING-RUN.
           EXEC SQL COMMIT END-EXEC.
           IF WS-BREACHED-CNT > ZERO
             MOVE 4 TO RUN-END-RC
           ELSE
             MOVE 0 TO RUN-END-RC
           END-IF
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-AGEING-RUN.
           ACCEPT WS-AGE-DATE FROM SYSIN.
           STRING WS-AGE-DATE(1:4) '-'
                  WS-AGE-DATE(5:2) '-'
                  WS-AGE-DATE(7:2)
             INTO WS-AGE-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-AGE-DATE-ISO TO HL-AGE-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-COLUMN-HEADS TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.

       FETCH-NEXT-AGEING-ROW.
           EXEC SQL
               FETCH AGEING-CURSOR
                INTO :DB2-CMPNUM-INT, :DB2-CUSTOMERNUM-INT,
                     :DB2-CMP-CATEGORY, :DB2-CMP-STATUS,
                     :DB2-CMP-RECEIVED, :DB2-CMP-DEADLINE,
                     :DB2-DAYS-LEFT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-END-OF-CURSOR TO TRUE
             WHEN OTHER
      * A real DB2 error - stop the loop the same as end-of-data
      * would, but flag it so MAINLINE rolls the flags back instead
      * of committing work with an incomplete report behind it.
               SET WS-END-OF-CURSOR TO TRUE
               SET WS-FATAL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      ******************************************************************
      * One open complaint: work out its flag from the days left,      *
      * store it, and print the complaint if it is due soon or past    *
      * its deadline.                                                  *
      ******************************************************************
       AGE-ONE-COMPLAINT.
           IF DB2-CMP-STATUS = 'O'
             ADD 1 TO WS-UNACKED-CNT
           END-IF

           EVALUATE TRUE
             WHEN DB2-DAYS-LEFT < ZERO
               MOVE 'B' TO WS-NEW-AGEFLAG
             WHEN DB2-DAYS-LEFT NOT > WS-WARNING-DAYS
               MOVE 'N' TO WS-NEW-AGEFLAG
             WHEN OTHER
               MOVE SPACE TO WS-NEW-AGEFLAG
           END-EVALUATE

           EXEC SQL
             UPDATE COMPLAINT
                SET CMPAGEFLAG = :WS-NEW-AGEFLAG,
                    CMPAGEDATE = :WS-AGE-DATE-ISO
              WHERE COMPLAINTNUMBER = :DB2-CMPNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             SET WS-FATAL-ERROR TO TRUE
             SET WS-END-OF-CURSOR TO TRUE
             GO TO AGE-ONE-COMPLAINT-EXIT
           END-IF

           IF WS-NEW-AGEFLAG = SPACE
             GO TO AGE-ONE-COMPLAINT-EXIT
           END-IF

           IF WS-NEW-AGEFLAG = 'B'
             ADD 1 TO WS-BREACHED-CNT
             MOVE 'OVERDUE' TO DL-FLAG
           ELSE
             ADD 1 TO WS-NEAR-CNT
             MOVE 'DUE SOON' TO DL-FLAG
           END-IF
           IF DB2-CMP-STATUS = 'O'
             MOVE 'UNACKNOWLEDGED' TO DL-ACK-MARKER
           ELSE
             MOVE SPACES TO DL-ACK-MARKER
           END-IF
           MOVE DB2-CMPNUM-INT TO DL-CMPNUM
           MOVE DB2-CUSTOMERNUM-INT TO DL-CUSTNUM
           MOVE DB2-CMP-CATEGORY TO DL-CATEGORY
           MOVE DB2-CMP-RECEIVED TO DL-RECEIVED
           MOVE DB2-CMP-DEADLINE TO DL-DEADLINE
           MOVE DB2-DAYS-LEFT TO DL-DAYS-LEFT
           MOVE DL-AGEING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       AGE-ONE-COMPLAINT-EXIT.
           EXIT.

       PRINT-TOTALS.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-CNT TO HL-OPEN-CNT
           MOVE HL-OPEN-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEAR-CNT TO HL-NEAR-CNT
           MOVE HL-NEAR-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BREACHED-CNT TO HL-BREACHED-CNT
           MOVE HL-BREACHED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNACKED-CNT TO HL-UNACKED-CNT
           MOVE HL-UNACKED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       TERMINATE-AGEING-RUN.
           CLOSE REPORT-FILE.
           DISPLAY 'LGACBATC OPEN COMPLAINTS    : ' WS-OPEN-CNT.
           DISPLAY 'LGACBATC DUE SOON           : ' WS-NEAR-CNT.
           DISPLAY 'LGACBATC PAST DEADLINE      : ' WS-BREACHED-CNT.
           DISPLAY 'LGACBATC NOT ACKNOWLEDGED   : ' WS-UNACKED-CNT.
           MOVE WS-OPEN-CNT TO RUN-INPUT-CNT.
           COMPUTE RUN-OUTPUT-CNT = WS-NEAR-CNT + WS-BREACHED-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the report is opened. A  *
      * refused run stops here having done nothing.                    *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBATC' TO RUN-PROGRAM
           MOVE WS-AGE-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-AGE-DATE TO RUN-CONTROL-CARDS
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBATC: RUN REFUSED - ' RUN-REFUSE-REASON
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
