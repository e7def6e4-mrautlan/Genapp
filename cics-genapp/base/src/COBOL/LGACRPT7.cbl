       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacrpt7.
      ******************************************************************
      * Monthly portfolio movement report.                             *
      * Reconciles the in-force book from the opening of a month to    *
      * its close out of the tables the lgacbatb month-end snapshot    *
      * writes: the opening book is the previous month's               *
      * POLICYSNAPSHOT, the closing book this month's, and every       *
      * policy that came, went or changed in between is on             *
      * POLICYMOVEMENT. Because the opening is read from last month's  *
      * snapshot rows - the very rows last month's report closed on -  *
      * the opening figure is always last month's closing figure.      *
      * One SYSIN control card gives the month, CCYYMM.                *
      *                                                                 *
      * The reconciliation is printed for the whole book, then for     *
      * each policy type, then for each agent (direct business under   *
      * its own heading): policies and annualised premium at the       *
      * opening, each kind of movement with the number of policies     *
      * it touched and its effect on the count and the premium, and    *
      * the closing book. Renewals, hand premium changes and merges    *
      * move premium or customer within the book without changing the  *
      * count. A group whose opening plus movements does not come to   *
      * its closing book is flagged, and the run then ends with return *
      * code 4.                                                        *
      *                                                                 *
      * Read-only. It is registered with lgacrun1 under the first day  *
      * of the month and is refused until lgacbatb has completed for   *
      * that month; it may be rerun for any month as often as needed.  *
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
       01  WS-REPORT-MONTH             PIC X(6).
       01  WS-SNAP-MONTH               PIC X(7).
       01  WS-PREV-MONTH               PIC X(7).
       01  WS-MONTH-START-ISO          PIC X(10).
       01  WS-MONTH-WORK.
           03 WS-MONTH-YYYY           PIC 9(4).
           03 WS-MONTH-MM             PIC 9(2).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR               VALUE 'Y'.
       01  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
           88 WS-FATAL-ERROR                 VALUE 'Y'.
       01  WS-FIRST-GROUP-SW           PIC X(01) VALUE 'Y'.
           88 WS-FIRST-GROUP                 VALUE 'Y'.
       01  WS-CURRENT-KIND             PIC X(1) VALUE SPACES.
       01  WS-CURRENT-KEY              PIC X(6) VALUE SPACES.
       01  WS-GROUP-CNT                PIC 9(7) VALUE 0.
       01  WS-UNBALANCED-CNT           PIC 9(7) VALUE 0.
       01  WS-LINE-IX                  PIC S9(4) COMP VALUE 0.
       01  WS-MATCH-IX                 PIC S9(4) COMP VALUE 0.
       01  WS-DERIVED-COUNT            PIC S9(9) VALUE 0.
       01  WS-DERIVED-PREMIUM          PIC S9(11)V99 VALUE 0.
      * The lines of a reconciliation in the order they print, keyed
      * by the POLICYMOVEMENT movement type; 'OP' and 'CL' are the
      * opening and closing books. A new movement type is a new entry
      * here and a new WS-LINE-CNT.
       01  WS-LINE-VALUES.
           03 FILLER                  PIC X(30) VALUE
              'OPOPENING IN FORCE            '.
           03 FILLER                  PIC X(30) VALUE
              'TOTAKEN ON AT FIRST SNAPSHOT  '.
           03 FILLER                  PIC X(30) VALUE
              'NBNEW BUSINESS                '.
           03 FILLER                  PIC X(30) VALUE
              'RRREINSTATED ON RENEWAL       '.
           03 FILLER                  PIC X(30) VALUE
              'RIREINSTATED BY HAND          '.
           03 FILLER                  PIC X(30) VALUE
              'LNLAPSED - NOT RENEWED        '.
           03 FILLER                  PIC X(30) VALUE
              'LALAPSED - ARREARS            '.
           03 FILLER                  PIC X(30) VALUE
              'CNCANCELLED                   '.
           03 FILLER                  PIC X(30) VALUE
              'OXOTHER EXITS                 '.
           03 FILLER                  PIC X(30) VALUE
              'RWRENEWED                     '.
           03 FILLER                  PIC X(30) VALUE
              'PCPREMIUM CHANGED BY HAND     '.
           03 FILLER                  PIC X(30) VALUE
              'MGMOVED BY CUSTOMER MERGE     '.
           03 FILLER                  PIC X(30) VALUE
              'CLCLOSING IN FORCE            '.
       01  WS-LINE-TABLE REDEFINES WS-LINE-VALUES.
           03 WS-LINE-ENTRY OCCURS 13 TIMES.
             05 WS-LINE-CODE          PIC X(2).
             05 WS-LINE-LABEL         PIC X(28).
       77  WS-LINE-CNT                 PIC S9(4) COMP VALUE 13.
       01  WS-GROUP-TOTALS.
           03 WS-GROUP-ENTRY OCCURS 13 TIMES.
             05 WS-GRP-POLICIES       PIC S9(9).
             05 WS-GRP-COUNT-CHG      PIC S9(9).
             05 WS-GRP-PREMIUM        PIC S9(11)V99.
       01  DB2-RPT-ROW.
           03 DB2-RPT-KIND            PIC X(1).
           03 DB2-RPT-KEY             PIC X(6).
           03 DB2-RPT-LINE            PIC X(2).
           03 DB2-RPT-POLICIES        PIC S9(9).
           03 DB2-RPT-COUNT-CHG       PIC S9(9).
           03 DB2-RPT-PREMIUM         PIC S9(11)V99.
       01  DB2-AGENT-NAME              PIC X(30).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(36) VALUE
              'IN-FORCE PORTFOLIO MOVEMENT FOR    '.
           03 HL-MONTH                PIC X(7).
           03 FILLER                  PIC X(17) VALUE
              '  OPENING BOOK   '.
           03 HL-PREV-MONTH           PIC X(7).
       01  HL-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  HL-SECTION-LINE.
           03 HL-SECTION              PIC X(40).
       01  HL-COLUMN-HEADS.
           03 FILLER                  PIC X(40) VALUE
              '                              POLICIES '.
           03 FILLER                  PIC X(30) VALUE
              ' CHANGE    ANNUAL PREMIUM'.
       01  HL-GROUP-LINE.
           03 HL-GROUP                PIC X(50).
       01  DL-BOOK-LINE.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-BOOK-LABEL           PIC X(28).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-BOOK-POLICIES        PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(13) VALUE SPACES.
           03 DL-BOOK-PREMIUM         PIC ZZZ,ZZZ,ZZ9.99.
       01  DL-MOVE-LINE.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-MOVE-LABEL           PIC X(28).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-MOVE-POLICIES        PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-MOVE-CHANGE          PIC +++,++9.
           03 FILLER                  PIC X(3) VALUE SPACES.
           03 DL-MOVE-PREMIUM         PIC ++++,+++,++9.99.
       01  DL-UNBALANCED-LINE.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 FILLER                  PIC X(28) VALUE
              'OPENING PLUS MOVEMENTS      '.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-DERIVED-POLICIES     PIC ZZZ,ZZ9-.
           03 FILLER                  PIC X(11) VALUE SPACES.
           03 DL-DERIVED-PREMIUM      PIC ZZZ,ZZZ,ZZ9.99-.
       01  DL-UNBALANCED-NOTE.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 FILLER                  PIC X(46) VALUE
              '*** DOES NOT RECONCILE TO THE CLOSING BOOK ***'.
       01  HL-GROUP-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'GROUPS RECONCILED           : '.
           03 HL-GROUP-CNT            PIC ZZZ,ZZ9.
       01  HL-UNBALANCED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'GROUPS NOT RECONCILING      : '.
           03 HL-UNBALANCED-CNT       PIC ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every line of every reconciliation: the opening book, the
      * movements and the closing book, for the whole book ('1'), by
      * policy type ('2') and by agent ('3'). The whole-book opening
      * and closing come back even when empty - the very first month
      * opens on nothing. Lines within a group come in any order; the
      * WS-LINE table puts them in print order.
           EXEC SQL
               DECLARE MOVEMENT-CURSOR CURSOR FOR
                   SELECT '1', ' ', 'OP', COUNT(*), COUNT(*),
                          COALESCE(SUM(ANNUALPREMIUM), 0)
                     FROM POLICYSNAPSHOT
                    WHERE SNAPMONTH = :WS-PREV-MONTH
                   UNION ALL
                   SELECT '1', ' ', MOVEMENTTYPE, COUNT(*),
                          SUM(POLICYCOUNT), SUM(PREMIUMCHANGE)
                     FROM POLICYMOVEMENT
                    WHERE SNAPMONTH = :WS-SNAP-MONTH
                    GROUP BY MOVEMENTTYPE
                   UNION ALL
                   SELECT '1', ' ', 'CL', COUNT(*), COUNT(*),
                          COALESCE(SUM(ANNUALPREMIUM), 0)
                     FROM POLICYSNAPSHOT
                    WHERE SNAPMONTH = :WS-SNAP-MONTH
                   UNION ALL
                   SELECT '2', POLICYTYPE, 'OP', COUNT(*), COUNT(*),
                          SUM(ANNUALPREMIUM)
                     FROM POLICYSNAPSHOT
                    WHERE SNAPMONTH = :WS-PREV-MONTH
                    GROUP BY POLICYTYPE
                   UNION ALL
                   SELECT '2', POLICYTYPE, MOVEMENTTYPE, COUNT(*),
                          SUM(POLICYCOUNT), SUM(PREMIUMCHANGE)
                     FROM POLICYMOVEMENT
                    WHERE SNAPMONTH = :WS-SNAP-MONTH
                    GROUP BY POLICYTYPE, MOVEMENTTYPE
                   UNION ALL
                   SELECT '2', POLICYTYPE, 'CL', COUNT(*), COUNT(*),
                          SUM(ANNUALPREMIUM)
                     FROM POLICYSNAPSHOT
                    WHERE SNAPMONTH = :WS-SNAP-MONTH
                    GROUP BY POLICYTYPE
                   UNION ALL
                   SELECT '3', AGENTCODE, 'OP', COUNT(*), COUNT(*),
                          SUM(ANNUALPREMIUM)
                     FROM POLICYSNAPSHOT
                    WHERE SNAPMONTH = :WS-PREV-MONTH
                    GROUP BY AGENTCODE
                   UNION ALL
                   SELECT '3', AGENTCODE, MOVEMENTTYPE, COUNT(*),
                          SUM(POLICYCOUNT), SUM(PREMIUMCHANGE)
                     FROM POLICYMOVEMENT
                    WHERE SNAPMONTH = :WS-SNAP-MONTH
                    GROUP BY AGENTCODE, MOVEMENTTYPE
                   UNION ALL
                   SELECT '3', AGENTCODE, 'CL', COUNT(*), COUNT(*),
                          SUM(ANNUALPREMIUM)
                     FROM POLICYSNAPSHOT
                    WHERE SNAPMONTH = :WS-SNAP-MONTH
                    GROUP BY AGENTCODE
                    ORDER BY 1, 2
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-REPORT.

           EXEC SQL OPEN MOVEMENT-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             SET WS-END-OF-CURSOR TO TRUE
           END-IF

           IF NOT WS-END-OF-CURSOR
             PERFORM FETCH-NEXT-MOVEMENT-ROW
           END-IF
           PERFORM UNTIL WS-END-OF-CURSOR
             PERFORM REPORT-ONE-ROW
             PERFORM FETCH-NEXT-MOVEMENT-ROW
           END-PERFORM

           EXEC SQL CLOSE MOVEMENT-CURSOR END-EXEC

           IF WS-FATAL-ERROR
             DISPLAY 'LGACRPT7: CURSOR FETCH FAILED, SQLCODE='
                     SQLCODE
             PERFORM TERMINATE-REPORT
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           IF NOT WS-FIRST-GROUP
             PERFORM PRINT-GROUP
           END-IF
           PERFORM PRINT-TOTALS.
           PERFORM TERMINATE-REPORT.
           EXEC SQL COMMIT END-EXEC.
           IF WS-UNBALANCED-CNT > 0
             MOVE 4 TO RUN-END-RC
           ELSE
             MOVE 0 TO RUN-END-RC
           END-IF
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT WS-REPORT-MONTH FROM SYSIN.
           STRING WS-REPORT-MONTH(1:4) '-'
                  WS-REPORT-MONTH(5:2)
             INTO WS-SNAP-MONTH
           END-STRING.
           STRING WS-SNAP-MONTH '-01'
             INTO WS-MONTH-START-ISO
           END-STRING.
           MOVE WS-REPORT-MONTH(1:4) TO WS-MONTH-YYYY.
           MOVE WS-REPORT-MONTH(5:2) TO WS-MONTH-MM.
           IF WS-MONTH-MM = 1
             SUBTRACT 1 FROM WS-MONTH-YYYY
             MOVE 12 TO WS-MONTH-MM
           ELSE
             SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           MOVE SPACES TO WS-PREV-MONTH.
           STRING WS-MONTH-YYYY '-' WS-MONTH-MM
             INTO WS-PREV-MONTH
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-SNAP-MONTH TO HL-MONTH.
           MOVE WS-PREV-MONTH TO HL-PREV-MONTH.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-COLUMN-HEADS TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.

      ******************************************************************
      * A report may be reprinted for any month as often as needed, so *
      * it registers itself as a repeatable run. lgacrun1 refuses it   *
      * until the month's snapshot has completed.                      *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACRPT7' TO RUN-PROGRAM
           MOVE WS-MONTH-START-ISO TO RUN-BUSINESS-DATE
           MOVE WS-REPORT-MONTH TO RUN-CONTROL-CARDS
           MOVE 'Y' TO RUN-REPEAT-SW
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACRPT7: RUN REFUSED - ' RUN-REFUSE-REASON
             MOVE RUN-END-RC TO RETURN-CODE
             STOP RUN
           END-IF
           EXIT.

       FETCH-NEXT-MOVEMENT-ROW.
           EXEC SQL
               FETCH MOVEMENT-CURSOR
                INTO :DB2-RPT-KIND, :DB2-RPT-KEY,
                     :DB2-RPT-LINE, :DB2-RPT-POLICIES,
                     :DB2-RPT-COUNT-CHG, :DB2-RPT-PREMIUM
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

      ******************************************************************
      * One line of one group's reconciliation, held until the group   *
      * is complete - the cursor is in group order, so a change of     *
      * kind or key means the previous group can be printed.           *
      ******************************************************************
       REPORT-ONE-ROW.
           IF DB2-RPT-KIND NOT EQUAL WS-CURRENT-KIND
              OR DB2-RPT-KEY NOT EQUAL WS-CURRENT-KEY
             IF NOT WS-FIRST-GROUP
               PERFORM PRINT-GROUP
             END-IF
             IF DB2-RPT-KIND NOT EQUAL WS-CURRENT-KIND
               PERFORM PRINT-SECTION-HEADING
             END-IF
             MOVE 'N' TO WS-FIRST-GROUP-SW
             MOVE DB2-RPT-KIND TO WS-CURRENT-KIND
             MOVE DB2-RPT-KEY TO WS-CURRENT-KEY
             INITIALIZE WS-GROUP-TOTALS
           END-IF

           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-CNT
             IF WS-LINE-CODE(WS-LINE-IX) = DB2-RPT-LINE
               MOVE WS-LINE-IX TO WS-MATCH-IX
             END-IF
           END-PERFORM
      * A movement type this report does not know would otherwise be
      * lost silently - put it under other exits so the group still
      * reconciles and the line is seen.
           IF WS-MATCH-IX = 0
             MOVE 9 TO WS-MATCH-IX
           END-IF
           ADD DB2-RPT-POLICIES TO WS-GRP-POLICIES(WS-MATCH-IX)
           ADD DB2-RPT-COUNT-CHG TO WS-GRP-COUNT-CHG(WS-MATCH-IX)
           ADD DB2-RPT-PREMIUM TO WS-GRP-PREMIUM(WS-MATCH-IX).
           EXIT.

       PRINT-SECTION-HEADING.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE DB2-RPT-KIND
             WHEN '1'
               MOVE 'WHOLE BOOK' TO HL-SECTION
             WHEN '2'
               MOVE 'BY POLICY TYPE' TO HL-SECTION
             WHEN OTHER
               MOVE 'BY AGENT' TO HL-SECTION
           END-EVALUATE
           MOVE HL-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

      ******************************************************************
      * Print one group: its heading, the opening book, every movement *
      * that touched it, the closing book - and a warning if opening   *
      * plus movements is not the closing book.                        *
      ******************************************************************
       PRINT-GROUP.
           ADD 1 TO WS-GROUP-CNT
           PERFORM PRINT-GROUP-HEADING

           MOVE WS-GRP-POLICIES(1) TO WS-DERIVED-COUNT
           MOVE WS-GRP-PREMIUM(1) TO WS-DERIVED-PREMIUM
           MOVE 1 TO WS-LINE-IX
           PERFORM PRINT-BOOK-LINE

           PERFORM VARYING WS-LINE-IX FROM 2 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-CNT - 1
             IF WS-GRP-POLICIES(WS-LINE-IX) NOT EQUAL 0
               ADD WS-GRP-COUNT-CHG(WS-LINE-IX) TO WS-DERIVED-COUNT
               ADD WS-GRP-PREMIUM(WS-LINE-IX) TO WS-DERIVED-PREMIUM
               PERFORM PRINT-MOVE-LINE
             END-IF
           END-PERFORM

           MOVE WS-LINE-CNT TO WS-LINE-IX
           PERFORM PRINT-BOOK-LINE

           IF WS-DERIVED-COUNT NOT EQUAL WS-GRP-POLICIES(WS-LINE-CNT)
              OR WS-DERIVED-PREMIUM NOT EQUAL
                 WS-GRP-PREMIUM(WS-LINE-CNT)
             ADD 1 TO WS-UNBALANCED-CNT
             MOVE WS-DERIVED-COUNT TO DL-DERIVED-POLICIES
             MOVE WS-DERIVED-PREMIUM TO DL-DERIVED-PREMIUM
             MOVE DL-UNBALANCED-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE DL-UNBALANCED-NOTE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.
           EXIT.

       PRINT-GROUP-HEADING.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO HL-GROUP
           EVALUATE WS-CURRENT-KIND
             WHEN '1'
               MOVE 'ALL POLICIES' TO HL-GROUP
             WHEN '2'
               STRING 'POLICY TYPE ' WS-CURRENT-KEY(1:1)
                 DELIMITED BY SIZE INTO HL-GROUP
               END-STRING
             WHEN OTHER
               IF WS-CURRENT-KEY = SPACES
                 MOVE 'DIRECT BUSINESS' TO HL-GROUP
               ELSE
                 PERFORM GET-AGENT-NAME
                 STRING 'AGENT ' WS-CURRENT-KEY '  ' DB2-AGENT-NAME
                   DELIMITED BY SIZE INTO HL-GROUP
                 END-STRING
               END-IF
           END-EVALUATE
           MOVE HL-GROUP-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

      * An agent no longer on file still has its history printed,
      * under its code alone.
       GET-AGENT-NAME.
           EXEC SQL
             SELECT AGENTNAME
               INTO :DB2-AGENT-NAME
               FROM AGENT
              WHERE AGENTCODE = :WS-CURRENT-KEY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE SPACES TO DB2-AGENT-NAME
           END-IF.
           EXIT.

       PRINT-BOOK-LINE.
           MOVE WS-LINE-LABEL(WS-LINE-IX) TO DL-BOOK-LABEL
           MOVE WS-GRP-POLICIES(WS-LINE-IX) TO DL-BOOK-POLICIES
           MOVE WS-GRP-PREMIUM(WS-LINE-IX) TO DL-BOOK-PREMIUM
           MOVE DL-BOOK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       PRINT-MOVE-LINE.
           MOVE WS-LINE-LABEL(WS-LINE-IX) TO DL-MOVE-LABEL
           MOVE WS-GRP-POLICIES(WS-LINE-IX) TO DL-MOVE-POLICIES
           MOVE WS-GRP-COUNT-CHG(WS-LINE-IX) TO DL-MOVE-CHANGE
           MOVE WS-GRP-PREMIUM(WS-LINE-IX) TO DL-MOVE-PREMIUM
           MOVE DL-MOVE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       PRINT-TOTALS.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           SUBTRACT WS-UNBALANCED-CNT FROM WS-GROUP-CNT
             GIVING HL-GROUP-CNT
           MOVE HL-GROUP-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNBALANCED-CNT TO HL-UNBALANCED-CNT
           MOVE HL-UNBALANCED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       TERMINATE-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY 'LGACRPT7 GROUPS REPORTED     : ' WS-GROUP-CNT.
           DISPLAY 'LGACRPT7 GROUPS UNBALANCED   : ' WS-UNBALANCED-CNT.
           MOVE WS-GROUP-CNT TO RUN-OUTPUT-CNT.
           MOVE WS-UNBALANCED-CNT TO RUN-REJECT-CNT.
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
