       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacrpt8.
      ******************************************************************
      * Quarterly complaints return.                                   *
      * The figures the regulator asks for every quarter, taken from   *
      * the COMPLAINT register lgaccmp1 maintains, by complaint        *
      * category. Two SYSIN control cards give the period:             *
      *   card 1: period start, CCYYMMDD                               *
      *   card 2: period end, CCYYMMDD                                 *
      *                                                                 *
      * Part 1 - movement: complaints open at the start of the period, *
      * received in it, closed by a final response in it and open at   *
      * its end, so opening + received - closed = closing for every    *
      * category. LATE counts the complaints closed in the period      *
      * after their final-response deadline; OVERDUE the complaints    *
      * still open at the period end whose deadline had already gone.  *
      * Part 2 - outcomes: the complaints closed in the period by      *
      * outcome - upheld, partly upheld, not upheld, withdrawn - and   *
      * the redress paid on them.                                      *
      * Every category is printed, with nothing against it if need be, *
      * so the return is complete on its face; a category code the     *
      * table below does not know is printed on its own UNRECOGNISED   *
      * line rather than dropped.                                      *
      *                                                                 *
      * Read-only: nothing is updated. The period end is the run's     *
      * business date on the lgacrun1 register, and the run is         *
      * repeatable. A cursor failure ends the run with return code 16  *
      * rather than printing an incomplete return.                     *
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
       01  WS-ROW-CNT                  PIC 9(7) VALUE 0.
      * The complaint categories lgaccmp1 accepts, in print order.
      * The entry after the last category catches any code not in
      * the table. A new category needs a new entry here, ahead of
      * that one, and a new WS-CAT-CNT.
       01  WS-CAT-VALUES.
           03 FILLER                  PIC X(23) VALUE
              'SVSERVICE              '.
           03 FILLER                  PIC X(23) VALUE
              'CLCLAIMS HANDLING      '.
           03 FILLER                  PIC X(23) VALUE
              'PRPREMIUM AND PRICING  '.
           03 FILLER                  PIC X(23) VALUE
              'SASALES AND ADVICE     '.
           03 FILLER                  PIC X(23) VALUE
              'CNCANCELLATION / REFUND'.
           03 FILLER                  PIC X(23) VALUE
              'DPDATA PROTECTION      '.
           03 FILLER                  PIC X(23) VALUE
              'OTOTHER                '.
           03 FILLER                  PIC X(23) VALUE
              '  UNRECOGNISED CATEGORY'.
       01  WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
           03 WS-CAT-ENTRY OCCURS 8 TIMES.
             05 WS-CAT-CODE           PIC X(2).
             05 WS-CAT-LABEL          PIC X(21).
       77  WS-CAT-CNT                  PIC S9(4) COMP VALUE 7.
       01  WS-CAT-IX                   PIC S9(4) COMP VALUE 0.
       01  WS-MATCH-IX                 PIC S9(4) COMP VALUE 0.
      * The figures for each category, same order as WS-CAT-TABLE,
      * and for the whole register.
       01  WS-FIGURE-TABLE.
           03 WS-FIGURE-ENTRY OCCURS 8 TIMES.
             05 WS-FIG-OPENING        PIC 9(7).
             05 WS-FIG-RECEIVED       PIC 9(7).
             05 WS-FIG-CLOSED         PIC 9(7).
             05 WS-FIG-CLOSING        PIC 9(7).
             05 WS-FIG-LATE           PIC 9(7).
             05 WS-FIG-OVERDUE        PIC 9(7).
             05 WS-FIG-UPHELD         PIC 9(7).
             05 WS-FIG-PARTLY         PIC 9(7).
             05 WS-FIG-NOT-UPHELD     PIC 9(7).
             05 WS-FIG-WITHDRAWN      PIC 9(7).
             05 WS-FIG-REDRESS        PIC 9(9)V99.
       01  WS-TOTAL-FIGURES.
           03 WS-TOT-OPENING          PIC 9(7).
           03 WS-TOT-RECEIVED         PIC 9(7).
           03 WS-TOT-CLOSED           PIC 9(7).
           03 WS-TOT-CLOSING          PIC 9(7).
           03 WS-TOT-LATE             PIC 9(7).
           03 WS-TOT-OVERDUE          PIC 9(7).
           03 WS-TOT-UPHELD           PIC 9(7).
           03 WS-TOT-PARTLY           PIC 9(7).
           03 WS-TOT-NOT-UPHELD       PIC 9(7).
           03 WS-TOT-WITHDRAWN        PIC 9(7).
           03 WS-TOT-REDRESS          PIC 9(9)V99.
       01  WS-REDRESS-DISPLAY          PIC Z,ZZZ,ZZ9.99.
       01  DB2-RETURN-ROW.
           03 DB2-CATEGORY            PIC X(2).
           03 DB2-OPENING             PIC S9(9).
           03 DB2-RECEIVED            PIC S9(9).
           03 DB2-CLOSED              PIC S9(9).
           03 DB2-CLOSING             PIC S9(9).
           03 DB2-LATE                PIC S9(9).
           03 DB2-OVERDUE             PIC S9(9).
           03 DB2-UPHELD              PIC S9(9).
           03 DB2-PARTLY              PIC S9(9).
           03 DB2-NOT-UPHELD          PIC S9(9).
           03 DB2-WITHDRAWN           PIC S9(9).
           03 DB2-REDRESS             PIC S9(9)V99.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(34) VALUE
              'QUARTERLY COMPLAINTS RETURN  FROM '.
           03 HL-FROM-DATE            PIC X(10).
           03 FILLER                  PIC X(4) VALUE ' TO '.
           03 HL-TO-DATE              PIC X(10).
       01  HL-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  HL-PART1-TITLE             PIC X(80) VALUE
              'PART 1 - COMPLAINTS OPENED, CLOSED AND OUTSTANDING'.
       01  HL-PART1-HEADS.
           03 FILLER                  PIC X(40) VALUE
              'CATEGORY                OPENING RECEIVED'.
           03 FILLER                  PIC X(36) VALUE
              '   CLOSED  CLOSING     LATE  OVERDUE'.
       01  DL-PART1-LINE.
           03 DL1-CODE                PIC X(2).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL1-LABEL               PIC X(21).
           03 DL1-OPENING             PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL1-RECEIVED            PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL1-CLOSED              PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL1-CLOSING             PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL1-LATE                PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL1-OVERDUE             PIC ZZZ,ZZ9.
       01  HL-PART2-TITLE             PIC X(80) VALUE
              'PART 2 - COMPLAINTS CLOSED IN THE PERIOD BY OUTCOME'.
       01  HL-PART2-HEADS.
           03 FILLER                  PIC X(40) VALUE
              'CATEGORY                 UPHELD   PARTLY'.
           03 FILLER                  PIC X(34) VALUE
              '  NOT UPH  W/DRAWN    REDRESS PAID'.
       01  DL-PART2-LINE.
           03 DL2-CODE                PIC X(2).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL2-LABEL               PIC X(21).
           03 DL2-UPHELD              PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL2-PARTLY              PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL2-NOT-UPHELD          PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL2-WITHDRAWN           PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL2-REDRESS             PIC ZZZ,ZZZ,ZZ9.99.
       01  HL-NOTE-1                  PIC X(80) VALUE
              'LATE    - CLOSED AFTER THE FINAL-RESPONSE DEADLINE'.
       01  HL-NOTE-2                  PIC X(80) VALUE
              'OVERDUE - STILL OPEN WITH THE DEADLINE PASSED'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every complaint received by the period end, once, by
      * category. Open at the start: received before it and not
      * closed before it. Open at the end: not closed by it. The
      * dates are CCYY-MM-DD character data, so the character
      * compare is the date compare.
           EXEC SQL
               DECLARE RETURN-CURSOR CURSOR FOR
                   SELECT CMPCATEGORY,
                          SUM(CASE WHEN CMPRECEIVED
                                        < :WS-PERIOD-FROM-ISO
                                    AND COALESCE(CMPRESPONDED,
                                                 '9999-12-31')
                                        >= :WS-PERIOD-FROM-ISO
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CMPRECEIVED
                                        >= :WS-PERIOD-FROM-ISO
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CMPRESPONDED BETWEEN
                                        :WS-PERIOD-FROM-ISO
                                        AND :WS-PERIOD-TO-ISO
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN COALESCE(CMPRESPONDED,
                                                 '9999-12-31')
                                        > :WS-PERIOD-TO-ISO
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CMPRESPONDED BETWEEN
                                        :WS-PERIOD-FROM-ISO
                                        AND :WS-PERIOD-TO-ISO
                                    AND CMPRESPONDED > CMPDEADLINE
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN COALESCE(CMPRESPONDED,
                                                 '9999-12-31')
                                        > :WS-PERIOD-TO-ISO
                                    AND CMPDEADLINE < :WS-PERIOD-TO-ISO
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CMPRESPONDED BETWEEN
                                        :WS-PERIOD-FROM-ISO
                                        AND :WS-PERIOD-TO-ISO
                                    AND CMPOUTCOME = 'U'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CMPRESPONDED BETWEEN
                                        :WS-PERIOD-FROM-ISO
                                        AND :WS-PERIOD-TO-ISO
                                    AND CMPOUTCOME = 'P'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CMPRESPONDED BETWEEN
                                        :WS-PERIOD-FROM-ISO
                                        AND :WS-PERIOD-TO-ISO
                                    AND CMPOUTCOME = 'N'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CMPRESPONDED BETWEEN
                                        :WS-PERIOD-FROM-ISO
                                        AND :WS-PERIOD-TO-ISO
                                    AND CMPOUTCOME = 'W'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CMPRESPONDED BETWEEN
                                        :WS-PERIOD-FROM-ISO
                                        AND :WS-PERIOD-TO-ISO
                                   THEN CMPREDRESS ELSE 0 END)
                     FROM COMPLAINT
                    WHERE CMPRECEIVED <= :WS-PERIOD-TO-ISO
                    GROUP BY CMPCATEGORY
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-REPORT.
           PERFORM ACCUMULATE-CATEGORIES.
           IF WS-FATAL-ERROR
             DISPLAY 'LGACRPT8: CURSOR FETCH FAILED, SQLCODE='
                     SQLCODE
             PERFORM TERMINATE-REPORT
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF
           PERFORM REPORT-MOVEMENT.
           PERFORM REPORT-OUTCOMES.
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
           INITIALIZE WS-FIGURE-TABLE
                      WS-TOTAL-FIGURES.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-PERIOD-FROM-ISO TO HL-FROM-DATE.
           MOVE WS-PERIOD-TO-ISO TO HL-TO-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.

      ******************************************************************
      * One cursor row per category on the register - added into its   *
      * WS-FIGURE-TABLE entry and the totals.                          *
      ******************************************************************
       ACCUMULATE-CATEGORIES.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL OPEN RETURN-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             GO TO ACCUMULATE-CATEGORIES-EXIT
           END-IF

           PERFORM FETCH-NEXT-RETURN-ROW
           PERFORM UNTIL WS-END-OF-CURSOR
             ADD 1 TO WS-ROW-CNT
             PERFORM ADD-CATEGORY-ROW
             PERFORM FETCH-NEXT-RETURN-ROW
           END-PERFORM

           EXEC SQL CLOSE RETURN-CURSOR END-EXEC.

       ACCUMULATE-CATEGORIES-EXIT.
           EXIT.

       FETCH-NEXT-RETURN-ROW.
           EXEC SQL
               FETCH RETURN-CURSOR
                INTO :DB2-CATEGORY, :DB2-OPENING, :DB2-RECEIVED,
                     :DB2-CLOSED, :DB2-CLOSING, :DB2-LATE,
                     :DB2-OVERDUE, :DB2-UPHELD, :DB2-PARTLY,
                     :DB2-NOT-UPHELD, :DB2-WITHDRAWN, :DB2-REDRESS
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-END-OF-CURSOR TO TRUE
             WHEN OTHER
               SET WS-END-OF-CURSOR TO TRUE
               SET WS-FATAL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      * A code not in the table falls through to the entry after the
      * last category.
       ADD-CATEGORY-ROW.
           COMPUTE WS-MATCH-IX = WS-CAT-CNT + 1
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                     UNTIL WS-CAT-IX > WS-CAT-CNT
             IF WS-CAT-CODE(WS-CAT-IX) = DB2-CATEGORY
               MOVE WS-CAT-IX TO WS-MATCH-IX
             END-IF
           END-PERFORM

           ADD DB2-OPENING TO WS-FIG-OPENING(WS-MATCH-IX)
                              WS-TOT-OPENING
           ADD DB2-RECEIVED TO WS-FIG-RECEIVED(WS-MATCH-IX)
                               WS-TOT-RECEIVED
           ADD DB2-CLOSED TO WS-FIG-CLOSED(WS-MATCH-IX)
                             WS-TOT-CLOSED
           ADD DB2-CLOSING TO WS-FIG-CLOSING(WS-MATCH-IX)
                              WS-TOT-CLOSING
           ADD DB2-LATE TO WS-FIG-LATE(WS-MATCH-IX)
                           WS-TOT-LATE
           ADD DB2-OVERDUE TO WS-FIG-OVERDUE(WS-MATCH-IX)
                              WS-TOT-OVERDUE
           ADD DB2-UPHELD TO WS-FIG-UPHELD(WS-MATCH-IX)
                             WS-TOT-UPHELD
           ADD DB2-PARTLY TO WS-FIG-PARTLY(WS-MATCH-IX)
                             WS-TOT-PARTLY
           ADD DB2-NOT-UPHELD TO WS-FIG-NOT-UPHELD(WS-MATCH-IX)
                                 WS-TOT-NOT-UPHELD
           ADD DB2-WITHDRAWN TO WS-FIG-WITHDRAWN(WS-MATCH-IX)
                                WS-TOT-WITHDRAWN
           ADD DB2-REDRESS TO WS-FIG-REDRESS(WS-MATCH-IX)
                              WS-TOT-REDRESS.
           EXIT.

      ******************************************************************
      * Part 1. Every known category is printed; the unrecognised line *
      * only when something landed on it.                              *
      ******************************************************************
       REPORT-MOVEMENT.
           MOVE HL-PART1-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-PART1-HEADS TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                     UNTIL WS-CAT-IX > WS-CAT-CNT + 1
             IF WS-CAT-IX NOT > WS-CAT-CNT
                OR WS-FIG-OPENING(WS-CAT-IX) > ZERO
                OR WS-FIG-RECEIVED(WS-CAT-IX) > ZERO
               MOVE WS-CAT-CODE(WS-CAT-IX) TO DL1-CODE
               MOVE WS-CAT-LABEL(WS-CAT-IX) TO DL1-LABEL
               MOVE WS-FIG-OPENING(WS-CAT-IX) TO DL1-OPENING
               MOVE WS-FIG-RECEIVED(WS-CAT-IX) TO DL1-RECEIVED
               MOVE WS-FIG-CLOSED(WS-CAT-IX) TO DL1-CLOSED
               MOVE WS-FIG-CLOSING(WS-CAT-IX) TO DL1-CLOSING
               MOVE WS-FIG-LATE(WS-CAT-IX) TO DL1-LATE
               MOVE WS-FIG-OVERDUE(WS-CAT-IX) TO DL1-OVERDUE
               MOVE DL-PART1-LINE TO REPORT-LINE
               WRITE REPORT-LINE
             END-IF
           END-PERFORM

           MOVE SPACES TO DL1-CODE
           MOVE 'ALL CATEGORIES' TO DL1-LABEL
           MOVE WS-TOT-OPENING TO DL1-OPENING
           MOVE WS-TOT-RECEIVED TO DL1-RECEIVED
           MOVE WS-TOT-CLOSED TO DL1-CLOSED
           MOVE WS-TOT-CLOSING TO DL1-CLOSING
           MOVE WS-TOT-LATE TO DL1-LATE
           MOVE WS-TOT-OVERDUE TO DL1-OVERDUE
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DL-PART1-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-NOTE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-NOTE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

      ******************************************************************
      * Part 2, laid out the same way.                                 *
      ******************************************************************
       REPORT-OUTCOMES.
           MOVE HL-PART2-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-PART2-HEADS TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                     UNTIL WS-CAT-IX > WS-CAT-CNT + 1
             IF WS-CAT-IX NOT > WS-CAT-CNT
                OR WS-FIG-OPENING(WS-CAT-IX) > ZERO
                OR WS-FIG-RECEIVED(WS-CAT-IX) > ZERO
               MOVE WS-CAT-CODE(WS-CAT-IX) TO DL2-CODE
               MOVE WS-CAT-LABEL(WS-CAT-IX) TO DL2-LABEL
               MOVE WS-FIG-UPHELD(WS-CAT-IX) TO DL2-UPHELD
               MOVE WS-FIG-PARTLY(WS-CAT-IX) TO DL2-PARTLY
               MOVE WS-FIG-NOT-UPHELD(WS-CAT-IX) TO DL2-NOT-UPHELD
               MOVE WS-FIG-WITHDRAWN(WS-CAT-IX) TO DL2-WITHDRAWN
               MOVE WS-FIG-REDRESS(WS-CAT-IX) TO DL2-REDRESS
               MOVE DL-PART2-LINE TO REPORT-LINE
               WRITE REPORT-LINE
             END-IF
           END-PERFORM

           MOVE SPACES TO DL2-CODE
           MOVE 'ALL CATEGORIES' TO DL2-LABEL
           MOVE WS-TOT-UPHELD TO DL2-UPHELD
           MOVE WS-TOT-PARTLY TO DL2-PARTLY
           MOVE WS-TOT-NOT-UPHELD TO DL2-NOT-UPHELD
           MOVE WS-TOT-WITHDRAWN TO DL2-WITHDRAWN
           MOVE WS-TOT-REDRESS TO DL2-REDRESS
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DL-PART2-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       TERMINATE-REPORT.
           CLOSE REPORT-FILE.
           MOVE WS-TOT-REDRESS TO WS-REDRESS-DISPLAY.
           DISPLAY 'LGACRPT8 COMPLAINTS RECEIVED : ' WS-TOT-RECEIVED.
           DISPLAY 'LGACRPT8 COMPLAINTS CLOSED   : ' WS-TOT-CLOSED.
           DISPLAY 'LGACRPT8 OPEN AT PERIOD END  : ' WS-TOT-CLOSING.
           DISPLAY 'LGACRPT8 REDRESS PAID        : '
                   WS-REDRESS-DISPLAY.
           COMPUTE RUN-INPUT-CNT = WS-TOT-OPENING + WS-TOT-RECEIVED.
           MOVE WS-ROW-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the report is opened.    *
      * A read-only report may be rerun for the same date, so it       *
      * registers as a repeatable run.                                 *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACRPT8' TO RUN-PROGRAM
           MOVE WS-PERIOD-TO-ISO TO RUN-BUSINESS-DATE
           STRING WS-PERIOD-FROM ' ' WS-PERIOD-TO
             DELIMITED BY SIZE INTO RUN-CONTROL-CARDS
           END-STRING
           MOVE 'Y' TO RUN-REPEAT-SW
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACRPT8: RUN REFUSED - ' RUN-REFUSE-REASON
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
