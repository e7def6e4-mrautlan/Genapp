       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacrpt6.
      ******************************************************************
      * Morning run-status report.                                     *
      * Operations' first look at the overnight stream: every run      *
      * registered on RUNCONTROL by lgacrun1 for one business date,    *
      * in the order the runs started - what ran, how it ended, its    *
      * return code and counts. One SYSIN control card gives the       *
      * business date, CCYYMMDD.                                       *
      *                                                                 *
      * Under each run, where it applies:                              *
      *   - the point it restarted from, when it resumed a checkpoint; *
      *   - a stale checkpoint it found and ignored - left behind by a *
      *     run that had already completed;                            *
      *   - a checkpoint dataset a completed run has left behind,      *
      *     which must be deleted before the program's next run;       *
      *   - why a run was refused - already completed for the date,    *
      *     or a program it depends on had not completed.              *
      * A run still shown as running has either not finished or        *
      * abended without reporting its end; an abandoned run abended    *
      * and has since been started again.                              *
      *                                                                 *
      * The report ends with return code 4 when anything needs         *
      * attention - a run that failed, was refused or abandoned, or is *
      * still running - so the scheduler can raise it. Read-only       *
      * apart from its own register row, and may be rerun at any time. *
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
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-BUSINESS-DATE-ISO        PIC X(10).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR               VALUE 'Y'.
       01  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
           88 WS-FATAL-ERROR                 VALUE 'Y'.
       01  WS-RUN-CNT                  PIC 9(7) VALUE 0.
       01  WS-COMPLETED-CNT            PIC 9(7) VALUE 0.
       01  WS-FAILED-CNT               PIC 9(7) VALUE 0.
       01  WS-REFUSED-CNT              PIC 9(7) VALUE 0.
       01  WS-RUNNING-CNT              PIC 9(7) VALUE 0.
       01  WS-ABANDONED-CNT            PIC 9(7) VALUE 0.
       01  WS-VOIDED-CNT               PIC 9(7) VALUE 0.
       01  WS-CHECKPOINT-CNT           PIC 9(7) VALUE 0.
       01  DB2-RUN-ROW.
           03 DB2-RUNNUMBER           PIC S9(9).
           03 DB2-RUNPROGRAM          PIC X(8).
           03 DB2-RUNSTATUS           PIC X(1).
           03 DB2-STARTDATE           PIC X(10).
           03 DB2-STARTTIME           PIC X(8).
           03 DB2-ENDDATE             PIC X(10).
           03 DB2-ENDTIME             PIC X(8).
           03 DB2-RUNRC               PIC S9(4) COMP.
           03 DB2-INPUTCOUNT          PIC S9(9) COMP.
           03 DB2-OUTPUTCOUNT         PIC S9(9) COMP.
           03 DB2-REJECTCOUNT         PIC S9(9) COMP.
           03 DB2-RESTARTFROM         PIC X(20).
           03 DB2-STALECKPT           PIC X(1).
           03 DB2-CKPTLEFT            PIC X(1).
           03 DB2-REFUSEREASON        PIC X(40).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(39) VALUE
              'OVERNIGHT RUN STATUS FOR BUSINESS DATE '.
           03 HL-BUSINESS-DATE        PIC X(10).
       01  HL-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  HL-COLUMN-HEADS.
           03 FILLER                  PIC X(40) VALUE
              'PROGRAM  STATUS    STARTED     ENDED    '.
           03 FILLER                  PIC X(30) VALUE
              '   RC   INPUT  OUTPUT  REJECT'.
       01  DL-RUN-LINE.
           03 DL-PROGRAM              PIC X(8).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-STATUS               PIC X(9).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-STARTED              PIC X(11).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-ENDED                PIC X(11).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-RC                   PIC ZZ9.
           03 DL-RC-TEXT REDEFINES DL-RC PIC X(3).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-INPUT                PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-OUTPUT               PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-REJECT               PIC ZZZ,ZZ9.
      * MM-DD HH:MM, from the register's ISO date and HHMMSS time.
       01  WS-STAMP.
           03 WS-STAMP-MONTH          PIC X(2).
           03 FILLER                  PIC X(1) VALUE '-'.
           03 WS-STAMP-DAY            PIC X(2).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 WS-STAMP-HOUR           PIC X(2).
           03 FILLER                  PIC X(1) VALUE ':'.
           03 WS-STAMP-MINUTE         PIC X(2).
       01  DL-NOTE-LINE.
           03 FILLER                  PIC X(10) VALUE SPACES.
           03 DL-NOTE                 PIC X(70).
       01  HL-RUN-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'RUNS REGISTERED             : '.
           03 HL-RUN-CNT              PIC ZZZ,ZZ9.
       01  HL-COMPLETED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'COMPLETED                   : '.
           03 HL-COMPLETED-CNT        PIC ZZZ,ZZ9.
       01  HL-FAILED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'FAILED                      : '.
           03 HL-FAILED-CNT           PIC ZZZ,ZZ9.
       01  HL-REFUSED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'REFUSED                     : '.
           03 HL-REFUSED-CNT          PIC ZZZ,ZZ9.
       01  HL-RUNNING-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'STILL RUNNING               : '.
           03 HL-RUNNING-CNT          PIC ZZZ,ZZ9.
       01  HL-ABANDONED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'ABANDONED                   : '.
           03 HL-ABANDONED-CNT        PIC ZZZ,ZZ9.
       01  HL-VOIDED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'VOIDED BY OPERATIONS        : '.
           03 HL-VOIDED-CNT           PIC ZZZ,ZZ9.
       01  HL-CHECKPOINT-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'CHECKPOINTS TO DELETE       : '.
           03 HL-CHECKPOINT-CNT       PIC ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every run for the date but this one, in start order.
           EXEC SQL
               DECLARE RUN-CURSOR CURSOR FOR
                   SELECT RUNNUMBER, RUNPROGRAM, RUNSTATUS,
                          STARTDATE, STARTTIME,
                          COALESCE(ENDDATE, ' '),
                          COALESCE(ENDTIME, ' '),
                          COALESCE(RUNRC, 0),
                          INPUTCOUNT, OUTPUTCOUNT, REJECTCOUNT,
                          RESTARTFROM, STALECKPT, CKPTLEFT,
                          REFUSEREASON
                     FROM RUNCONTROL
                    WHERE BUSINESSDATE = :WS-BUSINESS-DATE-ISO
                      AND RUNNUMBER <> :RUN-NUMBER
                    ORDER BY STARTDATE, STARTTIME, RUNNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-REPORT.
           PERFORM REPORT-RUNS.
           IF WS-FATAL-ERROR
             DISPLAY 'LGACRPT6: CURSOR FETCH FAILED, SQLCODE='
                     SQLCODE
             PERFORM TERMINATE-REPORT
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF
           PERFORM PRINT-TOTALS.
           PERFORM TERMINATE-REPORT.
           EXEC SQL COMMIT END-EXEC.
           IF WS-FAILED-CNT > 0 OR WS-REFUSED-CNT > 0
              OR WS-RUNNING-CNT > 0 OR WS-ABANDONED-CNT > 0
             MOVE 4 TO RUN-END-RC
           ELSE
             MOVE 0 TO RUN-END-RC
           END-IF
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT WS-BUSINESS-DATE FROM SYSIN.
           STRING WS-BUSINESS-DATE(1:4) '-'
                  WS-BUSINESS-DATE(5:2) '-'
                  WS-BUSINESS-DATE(7:2)
             INTO WS-BUSINESS-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE-ISO TO HL-BUSINESS-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-COLUMN-HEADS TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.

      ******************************************************************
      * A status report may be rerun as often as operations like, so   *
      * it registers itself as a repeatable run.                       *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACRPT6' TO RUN-PROGRAM
           MOVE WS-BUSINESS-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO RUN-CONTROL-CARDS
           MOVE 'Y' TO RUN-REPEAT-SW
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACRPT6: RUN REFUSED - ' RUN-REFUSE-REASON
             MOVE RUN-END-RC TO RETURN-CODE
             STOP RUN
           END-IF
           EXIT.

       REPORT-RUNS.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL OPEN RUN-CURSOR END-EXEC

           PERFORM FETCH-NEXT-RUN
           PERFORM UNTIL WS-END-OF-CURSOR
             ADD 1 TO WS-RUN-CNT
             PERFORM PRINT-RUN
             PERFORM FETCH-NEXT-RUN
           END-PERFORM

           EXEC SQL CLOSE RUN-CURSOR END-EXEC.
           EXIT.

       FETCH-NEXT-RUN.
           EXEC SQL
               FETCH RUN-CURSOR
                INTO :DB2-RUNNUMBER, :DB2-RUNPROGRAM,
                     :DB2-RUNSTATUS, :DB2-STARTDATE,
                     :DB2-STARTTIME, :DB2-ENDDATE,
                     :DB2-ENDTIME, :DB2-RUNRC,
                     :DB2-INPUTCOUNT, :DB2-OUTPUTCOUNT,
                     :DB2-REJECTCOUNT, :DB2-RESTARTFROM,
                     :DB2-STALECKPT, :DB2-CKPTLEFT,
                     :DB2-REFUSEREASON
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
      * One line per run, then a note line for anything operations     *
      * must know about it.                                            *
      ******************************************************************
       PRINT-RUN.
           MOVE DB2-RUNPROGRAM TO DL-PROGRAM
           MOVE DB2-STARTDATE(6:2) TO WS-STAMP-MONTH
           MOVE DB2-STARTDATE(9:2) TO WS-STAMP-DAY
           MOVE DB2-STARTTIME(1:2) TO WS-STAMP-HOUR
           MOVE DB2-STARTTIME(3:2) TO WS-STAMP-MINUTE
           MOVE WS-STAMP TO DL-STARTED
           IF DB2-ENDDATE = SPACES
             MOVE SPACES TO DL-ENDED
           ELSE
             MOVE DB2-ENDDATE(6:2) TO WS-STAMP-MONTH
             MOVE DB2-ENDDATE(9:2) TO WS-STAMP-DAY
             MOVE DB2-ENDTIME(1:2) TO WS-STAMP-HOUR
             MOVE DB2-ENDTIME(3:2) TO WS-STAMP-MINUTE
             MOVE WS-STAMP TO DL-ENDED
           END-IF
           MOVE DB2-RUNRC TO DL-RC
           MOVE DB2-INPUTCOUNT TO DL-INPUT
           MOVE DB2-OUTPUTCOUNT TO DL-OUTPUT
           MOVE DB2-REJECTCOUNT TO DL-REJECT

           EVALUATE DB2-RUNSTATUS
             WHEN 'C'
               MOVE 'COMPLETED' TO DL-STATUS
               ADD 1 TO WS-COMPLETED-CNT
             WHEN 'F'
               MOVE 'FAILED' TO DL-STATUS
               ADD 1 TO WS-FAILED-CNT
             WHEN 'X'
               MOVE 'REFUSED' TO DL-STATUS
               ADD 1 TO WS-REFUSED-CNT
             WHEN 'R'
               MOVE 'RUNNING' TO DL-STATUS
               MOVE SPACES TO DL-RC-TEXT
               ADD 1 TO WS-RUNNING-CNT
             WHEN 'A'
               MOVE 'ABANDONED' TO DL-STATUS
               MOVE SPACES TO DL-RC-TEXT
               ADD 1 TO WS-ABANDONED-CNT
             WHEN 'V'
               MOVE 'VOIDED' TO DL-STATUS
               ADD 1 TO WS-VOIDED-CNT
             WHEN OTHER
               MOVE DB2-RUNSTATUS TO DL-STATUS
           END-EVALUATE
           MOVE DL-RUN-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF DB2-RUNSTATUS = 'X'
             MOVE SPACES TO DL-NOTE
             STRING 'REFUSED: ' DB2-REFUSEREASON
               DELIMITED BY SIZE INTO DL-NOTE
             END-STRING
             MOVE DL-NOTE-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           IF DB2-RESTARTFROM NOT EQUAL SPACES
             MOVE SPACES TO DL-NOTE
             STRING 'RESTARTED FROM CHECKPOINT ' DB2-RESTARTFROM
               DELIMITED BY SIZE INTO DL-NOTE
             END-STRING
             MOVE DL-NOTE-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           IF DB2-STALECKPT = 'Y'
             MOVE 'STALE CHECKPOINT FROM A COMPLETED RUN IGNORED'
               TO DL-NOTE
             MOVE DL-NOTE-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           IF DB2-RUNSTATUS = 'C' AND DB2-CKPTLEFT = 'Y'
             ADD 1 TO WS-CHECKPOINT-CNT
             MOVE 'CHECKPOINT LEFT BEHIND - DELETE BEFORE NEXT RUN'
               TO DL-NOTE
             MOVE DL-NOTE-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.
           EXIT.

       PRINT-TOTALS.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RUN-CNT TO HL-RUN-CNT
           MOVE HL-RUN-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COMPLETED-CNT TO HL-COMPLETED-CNT
           MOVE HL-COMPLETED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-FAILED-CNT TO HL-FAILED-CNT
           MOVE HL-FAILED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REFUSED-CNT TO HL-REFUSED-CNT
           MOVE HL-REFUSED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RUNNING-CNT TO HL-RUNNING-CNT
           MOVE HL-RUNNING-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ABANDONED-CNT TO HL-ABANDONED-CNT
           MOVE HL-ABANDONED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-VOIDED-CNT TO HL-VOIDED-CNT
           MOVE HL-VOIDED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CHECKPOINT-CNT TO HL-CHECKPOINT-CNT
           MOVE HL-CHECKPOINT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       TERMINATE-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY 'LGACRPT6 RUNS REGISTERED     : ' WS-RUN-CNT.
           DISPLAY 'LGACRPT6 FAILED              : ' WS-FAILED-CNT.
           DISPLAY 'LGACRPT6 REFUSED             : ' WS-REFUSED-CNT.
           DISPLAY 'LGACRPT6 STILL RUNNING       : ' WS-RUNNING-CNT.
           DISPLAY 'LGACRPT6 ABANDONED           : ' WS-ABANDONED-CNT.
           MOVE WS-RUN-CNT TO RUN-INPUT-CNT.
           MOVE WS-RUN-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Record the end of this run on the register. Every way out of   *
      * the program passes through here, with RUN-END-RC set.          *
      ******************************************************************
       REGISTER-RUN-END.
           SET RUN-REQ-END TO TRUE
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           MOVE RUN-END-RC TO RETURN-CODE.
           EXIT.
