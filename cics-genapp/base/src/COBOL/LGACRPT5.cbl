       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacrpt5.
      ******************************************************************
      * Loss-ratio and claims experience report.                       *
      * Sets the premium earned over a reporting period against the    *
      * claims incurred in it, broken out exactly the way POLICYRATE   *
      * is banded - policy type, postcode area and age band - so       *
      * underwriting can see which rate rows are carrying their        *
      * claims and which need changing before the next lgacbat3        *
      * renewal cycle re-rates the book. Run monthly or quarterly;     *
      * two SYSIN control cards give the period:                       *
      *   card 1: period start, CCYYMMDD                               *
      *   card 2: period end, CCYYMMDD                                 *
      *                                                                 *
      * Every policy on cover at any point in the period counts once   *
      * in its cell. Its cover runs from POLICYSTART to CANCELDATE if  *
      * lgacpol1 cancelled it mid-term, else to POLICYEND - an         *
      * open-ended policy's premium buys a year from its start, as     *
      * lgacpol1's cancellation assumes. Earned premium is the         *
      * premium actually collected on PREMIUMPAYMENT by the period     *
      * end ('P' rows, less any 'F' return premium refunded), spread   *
      * evenly over the cover and earned for the days of it that fall  *
      * inside the period. Claims incurred are the claims with an      *
      * INCIDENTDATE in the period: CLAIMPAID on a settled ('S')       *
      * claim, the outstanding CLAIMRESERVE on one still open ('O') or *
      * held for approval ('P'); repudiated claims carry nothing.      *
      * Claim frequency is claims per hundred policy-years of cover.   *
      *                                                                 *
      * The cell is found the way lgacrte1 rates a policy: age in      *
      * whole years from CUSTOMER.DATEOFBIRTH (taken at the period     *
      * end, as lgacbat3 takes it at its run date), postcode area from *
      * the leading letters of CUSTOMER.POSTCODE. A banding change     *
      * there must be carried here too. A policy that falls in no      *
      * POLICYRATE row, or whose date of birth is unusable, is shown   *
      * on its own NO RATE ROW line rather than dropped. Every rate    *
      * row is printed, with a total per policy type and overall; a    *
      * cell with fewer than WS-THIN-CELL-POLICIES policies is flagged *
      * THIN - its ratio is too small a sample to reprice on.          *
      *                                                                 *
      * Read-only: nothing is updated. As with lgacrpt1-lgacrpt4, a    *
      * cursor failure ends the run with return code 16 rather than    *
      * printing an incomplete report as though nothing went wrong.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-FROM              PIC X(8).
       01  WS-PERIOD-FROM-ISO          PIC X(10).
       01  WS-PERIOD-TO                PIC X(8).
       01  WS-PERIOD-TO-ISO            PIC X(10).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR               VALUE 'Y'.
       01  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
           88 WS-FATAL-ERROR                 VALUE 'Y'.
       01  WS-CELL-FOUND-SW            PIC X(01) VALUE 'N'.
           88 WS-CELL-FOUND                  VALUE 'Y'.
       01  WS-POLICY-CNT               PIC 9(7) VALUE 0.
       01  WS-UNRATED-CNT              PIC 9(7) VALUE 0.
       01  WS-THIN-CNT                 PIC 9(7) VALUE 0.
      * A cell needs at least this many policies before its ratios
      * mean anything. Change the value here to retune the report.
       77  WS-THIN-CELL-POLICIES       PIC 9(5) VALUE 50.
      * Room for this many POLICYRATE rows. A rate table that has
      * outgrown it stops the run rather than losing cells.
       77  WS-MAX-CELLS                PIC S9(4) COMP VALUE 500.
       01  WS-CELL-CNT                 PIC S9(4) COMP VALUE 0.
       01  WS-CELL-IX                  PIC S9(4) COMP VALUE 0.
       01  WS-MATCH-IX                 PIC S9(4) COMP VALUE 0.
       01  WS-CELL-TABLE.
           03 WS-CELL-ENTRY OCCURS 500 TIMES.
             05 WS-CELL-TYPE          PIC X(1).
             05 WS-CELL-AREA          PIC X(2).
             05 WS-CELL-AGE-LOW       PIC S9(4) COMP.
             05 WS-CELL-AGE-HIGH      PIC S9(4) COMP.
             05 WS-CELL-POLICIES      PIC 9(7).
             05 WS-CELL-CLAIMS        PIC 9(7).
             05 WS-CELL-EXPOSED-DAYS  PIC 9(11).
             05 WS-CELL-EARNED        PIC S9(11)V99.
             05 WS-CELL-INCURRED      PIC S9(11)V99.
      * The figures one report line is printed from - a cell, a
      * policy type total, the no-rate-row line or the grand total.
       01  WS-PRINT-FIGURES.
           03 WS-PRT-POLICIES         PIC 9(7).
           03 WS-PRT-CLAIMS           PIC 9(7).
           03 WS-PRT-EXPOSED-DAYS     PIC 9(11).
           03 WS-PRT-EARNED           PIC S9(11)V99.
           03 WS-PRT-INCURRED         PIC S9(11)V99.
       01  WS-TYPE-FIGURES.
           03 WS-TYP-POLICIES         PIC 9(7).
           03 WS-TYP-CLAIMS           PIC 9(7).
           03 WS-TYP-EXPOSED-DAYS     PIC 9(11).
           03 WS-TYP-EARNED           PIC S9(11)V99.
           03 WS-TYP-INCURRED         PIC S9(11)V99.
       01  WS-UNRATED-FIGURES.
           03 WS-UNR-POLICIES         PIC 9(7).
           03 WS-UNR-CLAIMS           PIC 9(7).
           03 WS-UNR-EXPOSED-DAYS     PIC 9(11).
           03 WS-UNR-EARNED           PIC S9(11)V99.
           03 WS-UNR-INCURRED         PIC S9(11)V99.
       01  WS-GRAND-FIGURES.
           03 WS-GRD-POLICIES         PIC 9(7).
           03 WS-GRD-CLAIMS           PIC 9(7).
           03 WS-GRD-EXPOSED-DAYS     PIC 9(11).
           03 WS-GRD-EARNED           PIC S9(11)V99.
           03 WS-GRD-INCURRED         PIC S9(11)V99.
       01  WS-CURRENT-TYPE             PIC X(1) VALUE SPACES.
       01  WS-POLICY-EARNED            PIC S9(9)V99.
       01  WS-RATIO-WORK               PIC 9(9)V9.
       01  DB2-RATE-ROW.
           03 DB2-RATE-TYPE           PIC X(1).
           03 DB2-RATE-AREA           PIC X(2).
           03 DB2-RATE-AGE-LOW        PIC S9(4) COMP.
           03 DB2-RATE-AGE-HIGH       PIC S9(4) COMP.
       01  DB2-EXPOSURE-ROW.
           03 DB2-POLICYNUM           PIC S9(10).
           03 DB2-POLICY-TYPE         PIC X(1).
           03 DB2-RATE-DOB            PIC X(10).
           03 DB2-RATE-POSTCODE       PIC X(8).
           03 DB2-TERM-DAYS           PIC S9(9) COMP.
           03 DB2-EXPOSED-DAYS        PIC S9(9) COMP.
           03 DB2-NET-COLLECTED       PIC S9(9)V99.
           03 DB2-CLAIM-CNT           PIC S9(9) COMP.
           03 DB2-INCURRED            PIC S9(9)V99.
       01  DB2-RATE-AGE               PIC S9(4) COMP.
       01  DB2-POSTCODE-AREA          PIC X(2).
       01  WS-AGE-WORK.
           03 WS-TODAY-YYYY          PIC 9(4).
           03 WS-DOB-YYYY            PIC 9(4).
           03 WS-CUSTOMER-AGE        PIC S9(4).

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(30) VALUE
              'LOSS RATIO BY RATING CELL FOR '.
           03 HL-FROM-DATE            PIC X(10).
           03 FILLER                  PIC X(4) VALUE ' TO '.
           03 HL-TO-DATE              PIC X(10).
       01  HL-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  HL-COLUMN-HEADS.
           03 FILLER                  PIC X(40) VALUE
              'T AREA  AGE BAND   POLS CLAIMS       EAR'.
           03 FILLER                  PIC X(34) VALUE
              'NED     INCURRED  FREQ  LOSS% FLAG'.
       01  DL-CELL-LINE.
           03 DL-CELL-KEY.
             05 DL-TYPE               PIC X(1).
             05 FILLER                PIC X(2).
             05 DL-AREA               PIC X(2).
             05 FILLER                PIC X(3).
             05 DL-AGE-LOW            PIC ZZ9.
             05 DL-AGE-DASH           PIC X(1).
             05 DL-AGE-HIGH           PIC ZZ9.
           03 DL-CELL-KEY-TEXT REDEFINES DL-CELL-KEY PIC X(15).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-POLICIES             PIC ZZ,ZZ9.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-CLAIMS               PIC ZZ,ZZ9.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-EARNED               PIC Z,ZZZ,ZZ9.99.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-INCURRED             PIC Z,ZZZ,ZZ9.99.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-FREQUENCY            PIC ZZ9.9.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-LOSS-RATIO           PIC ZZZ9.9.
           03 DL-LOSS-RATIO-TEXT REDEFINES DL-LOSS-RATIO PIC X(6).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-FLAG                 PIC X(4).
       01  HL-POLICY-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'POLICIES ON COVER           : '.
           03 HL-POLICY-CNT           PIC ZZZ,ZZ9.
       01  HL-UNRATED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'POLICIES IN NO RATE ROW     : '.
           03 HL-UNRATED-CNT          PIC ZZZ,ZZ9.
       01  HL-THIN-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'RATE CELLS FLAGGED THIN     : '.
           03 HL-THIN-CNT             PIC ZZZ,ZZ9.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * The rating cells, in the order the report prints them.
           EXEC SQL
               DECLARE RATE-CURSOR CURSOR FOR
                   SELECT RATEPOLICYTYPE, POSTCODEAREA,
                          AGEBANDLOW, AGEBANDHIGH
                     FROM POLICYRATE
                    ORDER BY RATEPOLICYTYPE, POSTCODEAREA,
                             AGEBANDLOW
           END-EXEC.

      * Every policy on cover at some point in the period, with the
      * customer details its cell is derived from, its cover term
      * and the days of it inside the period, the premium collected
      * on it by the period end net of refunds, and the claims it
      * incurred in the period.
           EXEC SQL
               DECLARE EXPOSURE-CURSOR CURSOR FOR
                   SELECT X.POLICYNUMBER, X.POLICYTYPE,
                          X.DATEOFBIRTH, X.POSTCODE,
                          DAYS(X.COVEREND) - DAYS(X.COVERSTART),
                          DAYS(CASE WHEN X.COVEREND <
                                         DATE(:WS-PERIOD-TO-ISO)
                                                       + 1 DAY
                                    THEN X.COVEREND
                                    ELSE DATE(:WS-PERIOD-TO-ISO)
                                                       + 1 DAY
                               END)
                          - DAYS(CASE WHEN X.COVERSTART >
                                           DATE(:WS-PERIOD-FROM-ISO)
                                      THEN X.COVERSTART
                                      ELSE DATE(:WS-PERIOD-FROM-ISO)
                                 END),
                          COALESCE(
                            ( SELECT SUM(CASE Y.PAYMENTSTATUS
                                           WHEN 'P'
                                           THEN Y.PAYMENTAMOUNT
                                           ELSE 0 - Y.PAYMENTAMOUNT
                                         END)
                                FROM PREMIUMPAYMENT Y
                               WHERE Y.POLICYNUMBER = X.POLICYNUMBER
                                 AND Y.PAYMENTSTATUS IN ('P', 'F')
                                 AND Y.PAYMENTDATE <=
                                     :WS-PERIOD-TO-ISO ), 0),
                          ( SELECT COUNT(*)
                              FROM CLAIM K
                             WHERE K.POLICYNUMBER = X.POLICYNUMBER
                               AND K.CLAIMSTATUS IN ('O', 'P', 'S')
                               AND K.INCIDENTDATE BETWEEN
                                   :WS-PERIOD-FROM-ISO
                                   AND :WS-PERIOD-TO-ISO ),
                          COALESCE(
                            ( SELECT SUM(CASE K.CLAIMSTATUS
                                           WHEN 'S'
                                           THEN K.CLAIMPAID
                                           ELSE K.CLAIMRESERVE
                                         END)
                                FROM CLAIM K
                               WHERE K.POLICYNUMBER = X.POLICYNUMBER
                                 AND K.CLAIMSTATUS IN ('O', 'P', 'S')
                                 AND K.INCIDENTDATE BETWEEN
                                     :WS-PERIOD-FROM-ISO
                                     AND :WS-PERIOD-TO-ISO ), 0)
                     FROM ( SELECT P.POLICYNUMBER, P.POLICYTYPE,
                                   C.DATEOFBIRTH, C.POSTCODE,
                                   DATE(P.POLICYSTART) AS COVERSTART,
                                   COALESCE(
                                     DATE(NULLIF(P.CANCELDATE, ' ')),
                                     DATE(NULLIF(P.POLICYEND, ' ')),
                                     DATE(P.POLICYSTART) + 1 YEAR)
                                     AS COVEREND
                              FROM POLICY P, CUSTOMER C
                             WHERE C.CUSTOMERNUMBER =
                                   P.CUSTOMERNUMBER ) AS X
                    WHERE X.COVERSTART <= DATE(:WS-PERIOD-TO-ISO)
                      AND X.COVEREND > DATE(:WS-PERIOD-FROM-ISO)
                    ORDER BY X.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-REPORT.
           PERFORM LOAD-RATE-CELLS.
           IF NOT WS-FATAL-ERROR
             PERFORM ACCUMULATE-EXPOSURE
           END-IF
           IF WS-FATAL-ERROR
             DISPLAY 'LGACRPT5: CURSOR FETCH FAILED, SQLCODE='
                     SQLCODE
             PERFORM TERMINATE-REPORT
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF
           PERFORM REPORT-RATE-CELLS.
           PERFORM PRINT-TOTALS.
           PERFORM TERMINATE-REPORT.
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT WS-PERIOD-FROM FROM SYSIN.
           ACCEPT WS-PERIOD-TO FROM SYSIN.
           STRING WS-PERIOD-FROM(1:4) '-'
                  WS-PERIOD-FROM(5:2) '-'
                  WS-PERIOD-FROM(7:2)
             INTO WS-PERIOD-FROM-ISO
           END-STRING.
           STRING WS-PERIOD-TO(1:4) '-'
                  WS-PERIOD-TO(5:2) '-'
                  WS-PERIOD-TO(7:2)
             INTO WS-PERIOD-TO-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           INITIALIZE WS-CELL-TABLE
                      WS-UNRATED-FIGURES
                      WS-GRAND-FIGURES.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-PERIOD-FROM-ISO TO HL-FROM-DATE.
           MOVE WS-PERIOD-TO-ISO TO HL-TO-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.

      ******************************************************************
      * One table entry per POLICYRATE row, to accumulate into.        *
      ******************************************************************
       LOAD-RATE-CELLS.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL OPEN RATE-CURSOR END-EXEC

           PERFORM FETCH-NEXT-RATE-ROW
           PERFORM UNTIL WS-END-OF-CURSOR
             IF WS-CELL-CNT NOT LESS THAN WS-MAX-CELLS
               DISPLAY 'LGACRPT5: POLICYRATE HAS MORE THAN '
                       WS-MAX-CELLS ' ROWS'
               SET WS-FATAL-ERROR TO TRUE
               SET WS-END-OF-CURSOR TO TRUE
             ELSE
               ADD 1 TO WS-CELL-CNT
               MOVE DB2-RATE-TYPE TO WS-CELL-TYPE(WS-CELL-CNT)
               MOVE DB2-RATE-AREA TO WS-CELL-AREA(WS-CELL-CNT)
               MOVE DB2-RATE-AGE-LOW TO WS-CELL-AGE-LOW(WS-CELL-CNT)
               MOVE DB2-RATE-AGE-HIGH
                 TO WS-CELL-AGE-HIGH(WS-CELL-CNT)
               PERFORM FETCH-NEXT-RATE-ROW
             END-IF
           END-PERFORM

           EXEC SQL CLOSE RATE-CURSOR END-EXEC.
           EXIT.

       FETCH-NEXT-RATE-ROW.
           EXEC SQL
               FETCH RATE-CURSOR
                INTO :DB2-RATE-TYPE, :DB2-RATE-AREA,
                     :DB2-RATE-AGE-LOW, :DB2-RATE-AGE-HIGH
           END-EXEC
           PERFORM CHECK-FETCH-SQLCODE.
           EXIT.

       ACCUMULATE-EXPOSURE.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL OPEN EXPOSURE-CURSOR END-EXEC

           PERFORM FETCH-NEXT-EXPOSURE-ROW
           PERFORM UNTIL WS-END-OF-CURSOR
             ADD 1 TO WS-POLICY-CNT
             PERFORM EARN-POLICY-PREMIUM
             PERFORM FIND-RATE-CELL THRU FIND-RATE-CELL-EXIT
             IF WS-CELL-FOUND
               ADD 1 TO WS-CELL-POLICIES(WS-MATCH-IX)
               ADD DB2-CLAIM-CNT TO WS-CELL-CLAIMS(WS-MATCH-IX)
               ADD DB2-EXPOSED-DAYS
                 TO WS-CELL-EXPOSED-DAYS(WS-MATCH-IX)
               ADD WS-POLICY-EARNED TO WS-CELL-EARNED(WS-MATCH-IX)
               ADD DB2-INCURRED TO WS-CELL-INCURRED(WS-MATCH-IX)
             ELSE
               ADD 1 TO WS-UNRATED-CNT
               ADD 1 TO WS-UNR-POLICIES
               ADD DB2-CLAIM-CNT TO WS-UNR-CLAIMS
               ADD DB2-EXPOSED-DAYS TO WS-UNR-EXPOSED-DAYS
               ADD WS-POLICY-EARNED TO WS-UNR-EARNED
               ADD DB2-INCURRED TO WS-UNR-INCURRED
             END-IF
             PERFORM FETCH-NEXT-EXPOSURE-ROW
           END-PERFORM

           EXEC SQL CLOSE EXPOSURE-CURSOR END-EXEC.
           EXIT.

       FETCH-NEXT-EXPOSURE-ROW.
           EXEC SQL
               FETCH EXPOSURE-CURSOR
                INTO :DB2-POLICYNUM, :DB2-POLICY-TYPE,
                     :DB2-RATE-DOB, :DB2-RATE-POSTCODE,
                     :DB2-TERM-DAYS, :DB2-EXPOSED-DAYS,
                     :DB2-NET-COLLECTED, :DB2-CLAIM-CNT,
                     :DB2-INCURRED
           END-EXEC
           PERFORM CHECK-FETCH-SQLCODE.
           EXIT.

      ******************************************************************
      * The collected premium is spread evenly over the cover; the     *
      * share for the days inside the period is what was earned in     *
      * it.                                                            *
      ******************************************************************
       EARN-POLICY-PREMIUM.
           MOVE 0 TO WS-POLICY-EARNED
           IF DB2-EXPOSED-DAYS > DB2-TERM-DAYS
             MOVE DB2-TERM-DAYS TO DB2-EXPOSED-DAYS
           END-IF
           IF DB2-TERM-DAYS > 0
             COMPUTE WS-POLICY-EARNED ROUNDED =
                     DB2-NET-COLLECTED * DB2-EXPOSED-DAYS
                     / DB2-TERM-DAYS
           END-IF.
           EXIT.

      ******************************************************************
      * Age in whole years at the period end and postcode area, as     *
      * lgacrte1 derives them, then the rate cell they fall in.        *
      ******************************************************************
       FIND-RATE-CELL.
           MOVE 'N' TO WS-CELL-FOUND-SW

           IF DB2-RATE-DOB(1:4) NOT NUMERIC
             GO TO FIND-RATE-CELL-EXIT
           END-IF
           MOVE WS-PERIOD-TO-ISO(1:4) TO WS-TODAY-YYYY
           MOVE DB2-RATE-DOB(1:4) TO WS-DOB-YYYY
           COMPUTE WS-CUSTOMER-AGE = WS-TODAY-YYYY - WS-DOB-YYYY
           IF WS-PERIOD-TO-ISO(6:5) < DB2-RATE-DOB(6:5)
             SUBTRACT 1 FROM WS-CUSTOMER-AGE
           END-IF
           IF WS-CUSTOMER-AGE < 0
             GO TO FIND-RATE-CELL-EXIT
           END-IF
           MOVE WS-CUSTOMER-AGE TO DB2-RATE-AGE

           MOVE SPACES TO DB2-POSTCODE-AREA
           MOVE DB2-RATE-POSTCODE(1:1) TO DB2-POSTCODE-AREA(1:1)
           IF DB2-RATE-POSTCODE(2:1) IS ALPHABETIC
              AND DB2-RATE-POSTCODE(2:1) NOT EQUAL SPACE
             MOVE DB2-RATE-POSTCODE(2:1) TO DB2-POSTCODE-AREA(2:1)
           END-IF

           MOVE 1 TO WS-CELL-IX
           PERFORM UNTIL WS-CELL-IX > WS-CELL-CNT
                      OR WS-CELL-FOUND
             IF WS-CELL-TYPE(WS-CELL-IX) = DB2-POLICY-TYPE
                AND WS-CELL-AREA(WS-CELL-IX) = DB2-POSTCODE-AREA
                AND WS-CELL-AGE-LOW(WS-CELL-IX) <= DB2-RATE-AGE
                AND WS-CELL-AGE-HIGH(WS-CELL-IX) >= DB2-RATE-AGE
               SET WS-CELL-FOUND TO TRUE
               MOVE WS-CELL-IX TO WS-MATCH-IX
             END-IF
             ADD 1 TO WS-CELL-IX
           END-PERFORM.

       FIND-RATE-CELL-EXIT.
           EXIT.

      ******************************************************************
      * One line per rate cell, a total line whenever the policy type  *
      * changes, then the policies no rate row covered and the grand   *
      * total.                                                         *
      ******************************************************************
       REPORT-RATE-CELLS.
           MOVE HL-COLUMN-HEADS TO REPORT-LINE
           WRITE REPORT-LINE
           INITIALIZE WS-TYPE-FIGURES
           MOVE SPACES TO WS-CURRENT-TYPE

           MOVE 1 TO WS-CELL-IX
           PERFORM UNTIL WS-CELL-IX > WS-CELL-CNT
             IF WS-CELL-TYPE(WS-CELL-IX) NOT EQUAL WS-CURRENT-TYPE
               IF WS-CURRENT-TYPE NOT EQUAL SPACES
                 PERFORM PRINT-TYPE-TOTAL
               END-IF
               MOVE WS-CELL-TYPE(WS-CELL-IX) TO WS-CURRENT-TYPE
               INITIALIZE WS-TYPE-FIGURES
             END-IF
             MOVE WS-CELL-POLICIES(WS-CELL-IX) TO WS-PRT-POLICIES
             MOVE WS-CELL-CLAIMS(WS-CELL-IX) TO WS-PRT-CLAIMS
             MOVE WS-CELL-EXPOSED-DAYS(WS-CELL-IX)
               TO WS-PRT-EXPOSED-DAYS
             MOVE WS-CELL-EARNED(WS-CELL-IX) TO WS-PRT-EARNED
             MOVE WS-CELL-INCURRED(WS-CELL-IX) TO WS-PRT-INCURRED
             ADD WS-PRT-POLICIES TO WS-TYP-POLICIES
             ADD WS-PRT-CLAIMS TO WS-TYP-CLAIMS
             ADD WS-PRT-EXPOSED-DAYS TO WS-TYP-EXPOSED-DAYS
             ADD WS-PRT-EARNED TO WS-TYP-EARNED
             ADD WS-PRT-INCURRED TO WS-TYP-INCURRED
             MOVE SPACES TO DL-CELL-KEY-TEXT
             MOVE WS-CELL-TYPE(WS-CELL-IX) TO DL-TYPE
             MOVE WS-CELL-AREA(WS-CELL-IX) TO DL-AREA
             MOVE WS-CELL-AGE-LOW(WS-CELL-IX) TO DL-AGE-LOW
             MOVE '-' TO DL-AGE-DASH
             MOVE WS-CELL-AGE-HIGH(WS-CELL-IX) TO DL-AGE-HIGH
             PERFORM PRINT-FIGURES-LINE
             IF WS-PRT-POLICIES < WS-THIN-CELL-POLICIES
               ADD 1 TO WS-THIN-CNT
             END-IF
             ADD 1 TO WS-CELL-IX
           END-PERFORM
           IF WS-CURRENT-TYPE NOT EQUAL SPACES
             PERFORM PRINT-TYPE-TOTAL
           END-IF

           MOVE WS-UNRATED-FIGURES TO WS-PRINT-FIGURES
           ADD WS-UNR-POLICIES TO WS-GRD-POLICIES
           ADD WS-UNR-CLAIMS TO WS-GRD-CLAIMS
           ADD WS-UNR-EXPOSED-DAYS TO WS-GRD-EXPOSED-DAYS
           ADD WS-UNR-EARNED TO WS-GRD-EARNED
           ADD WS-UNR-INCURRED TO WS-GRD-INCURRED
           MOVE 'NO RATE ROW' TO DL-CELL-KEY-TEXT
           PERFORM PRINT-FIGURES-LINE

           MOVE WS-GRAND-FIGURES TO WS-PRINT-FIGURES
           MOVE 'ALL POLICIES' TO DL-CELL-KEY-TEXT
           PERFORM PRINT-FIGURES-LINE
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       PRINT-TYPE-TOTAL.
           MOVE WS-TYPE-FIGURES TO WS-PRINT-FIGURES
           ADD WS-TYP-POLICIES TO WS-GRD-POLICIES
           ADD WS-TYP-CLAIMS TO WS-GRD-CLAIMS
           ADD WS-TYP-EXPOSED-DAYS TO WS-GRD-EXPOSED-DAYS
           ADD WS-TYP-EARNED TO WS-GRD-EARNED
           ADD WS-TYP-INCURRED TO WS-GRD-INCURRED
           MOVE SPACES TO DL-CELL-KEY-TEXT
           STRING 'TYPE ' WS-CURRENT-TYPE ' TOTAL'
             DELIMITED BY SIZE INTO DL-CELL-KEY-TEXT
           END-STRING
           PERFORM PRINT-FIGURES-LINE
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

      ******************************************************************
      * Loss ratio is incurred claims as a percentage of earned        *
      * premium - shown as N/A where nothing was earned. Frequency is  *
      * claims per hundred policy-years of cover. Either figure too    *
      * large for its column prints at the column's maximum.           *
      ******************************************************************
       PRINT-FIGURES-LINE.
           MOVE WS-PRT-POLICIES TO DL-POLICIES
           MOVE WS-PRT-CLAIMS TO DL-CLAIMS
           MOVE WS-PRT-EARNED TO DL-EARNED
           MOVE WS-PRT-INCURRED TO DL-INCURRED

           MOVE 0 TO WS-RATIO-WORK
           IF WS-PRT-EXPOSED-DAYS > 0
             COMPUTE WS-RATIO-WORK ROUNDED =
                     WS-PRT-CLAIMS * 36500 / WS-PRT-EXPOSED-DAYS
           END-IF
           IF WS-RATIO-WORK > 999.9
             MOVE 999.9 TO WS-RATIO-WORK
           END-IF
           MOVE WS-RATIO-WORK TO DL-FREQUENCY

           IF WS-PRT-EARNED > 0
             COMPUTE WS-RATIO-WORK ROUNDED =
                     WS-PRT-INCURRED * 100 / WS-PRT-EARNED
             IF WS-RATIO-WORK > 9999.9
               MOVE 9999.9 TO WS-RATIO-WORK
             END-IF
             MOVE WS-RATIO-WORK TO DL-LOSS-RATIO
           ELSE
             MOVE '   N/A' TO DL-LOSS-RATIO-TEXT
           END-IF

           IF WS-PRT-POLICIES < WS-THIN-CELL-POLICIES
             MOVE 'THIN' TO DL-FLAG
           ELSE
             MOVE SPACES TO DL-FLAG
           END-IF
           MOVE DL-CELL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       CHECK-FETCH-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-END-OF-CURSOR TO TRUE
             WHEN OTHER
      * A real DB2 error - stop this cursor loop the same as
      * end-of-data would, but flag it so MAINLINE aborts the run
      * instead of printing an incomplete report as though nothing
      * went wrong.
               SET WS-END-OF-CURSOR TO TRUE
               SET WS-FATAL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

       PRINT-TOTALS.
           MOVE WS-POLICY-CNT TO HL-POLICY-CNT
           MOVE HL-POLICY-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-UNRATED-CNT TO HL-UNRATED-CNT
           MOVE HL-UNRATED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-THIN-CNT TO HL-THIN-CNT
           MOVE HL-THIN-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       TERMINATE-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY 'LGACRPT5 POLICIES ON COVER   : ' WS-POLICY-CNT.
           DISPLAY 'LGACRPT5 NO RATE ROW         : ' WS-UNRATED-CNT.
           DISPLAY 'LGACRPT5 THIN CELLS          : ' WS-THIN-CNT.
           MOVE WS-POLICY-CNT TO RUN-INPUT-CNT.
           MOVE WS-UNRATED-CNT TO RUN-REJECT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the report is opened.    *
      * A read-only report may be rerun for the same date, so it       *
      * registers as a repeatable run.                                 *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACRPT5' TO RUN-PROGRAM
           MOVE WS-PERIOD-TO-ISO TO RUN-BUSINESS-DATE
           STRING WS-PERIOD-FROM ' ' WS-PERIOD-TO
             DELIMITED BY SIZE INTO RUN-CONTROL-CARDS
           END-STRING
           MOVE 'Y' TO RUN-REPEAT-SW
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACRPT5: RUN REFUSED - ' RUN-REFUSE-REASON
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
