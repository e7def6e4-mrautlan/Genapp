       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacrun1.
      ******************************************************************
      * Batch run-control routine.                                     *
      * CALLed by every batch program - lgacbat1 onward and lgacrpt1   *
      * onward - once as it starts and once as it ends, with the       *
      * LGRUNCTL parameter area. Each run is registered as a           *
      * RUNCONTROL row: what ran, for which business date, with which  *
      * control cards, when it started and ended, what it counted,     *
      * where it restarted from and how it finished. The lgacrpt6      *
      * morning run-status report reads the rows back.                 *
      *                                                                 *
      * At start a run is refused - registered as refused, and told    *
      * not to go on - when:                                           *
      *   - the same program already completed for the same business   *
      *     date (unless the caller says a repeat is in order - an     *
      *     on-demand run, or an explicit recreate), so a renewal or   *
      *     commission run can never be applied twice; or              *
      *   - a program it depends on has not completed for the same     *
      *     business date - the WS-PREREQ table below, so arrears      *
      *     never run before the bank's money is posted, the month's   *
      *     movement report waits for its month-end snapshot, and      *
      *     claim payment instructions wait for the day's sanctions    *
      *     screening.                                                 *
      * A run still showing as running when the same program starts    *
      * again never reported its end - it abended - and is marked      *
      * abandoned; the new run is its restart.                         *
      *                                                                 *
      * A checkpoint dataset the caller found is checked against the   *
      * register: if the last run of the program completed, the        *
      * checkpoint is a leftover that should have been deleted, and    *
      * resuming from it would skip work. It is flagged stale on the   *
      * run and the caller starts afresh.                              *
      *                                                                 *
      * The register is committed as soon as it is written, so the     *
      * row stands whatever becomes of the run. Callers end their own  *
      * unit of work before the end-of-run CALL.                       *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TODAY                    PIC X(8).
       01  WS-TODAY-ISO                PIC X(10).
       01  WS-NOW                      PIC X(8).
       01  WS-NOW-TIME                 PIC X(8).
       01  WS-SQLCODE-DISPLAY          PIC -9(9).
      * Which program must have completed for a business date before
      * another may start for it: the first program name on each
      * entry waits for the second. A new dependency in the stream is
      * a new entry here and a new WS-PREREQ-CNT.
       01  WS-PREREQ-VALUES.
           03 FILLER                  PIC X(16) VALUE
              'LGACBAT4LGACBAT9'.
           03 FILLER                  PIC X(16) VALUE
              'LGACBAT8LGACBAT9'.
           03 FILLER                  PIC X(16) VALUE
              'LGACRPT7LGACBATB'.
           03 FILLER                  PIC X(16) VALUE
              'LGACBATALGACBATD'.
       01  WS-PREREQ-TABLE REDEFINES WS-PREREQ-VALUES.
           03 WS-PREREQ-ENTRY OCCURS 4 TIMES.
             05 WS-PREREQ-PROGRAM     PIC X(8).
             05 WS-PREREQ-NEEDS       PIC X(8).
       77  WS-PREREQ-CNT               PIC S9(4) COMP VALUE 4.
       01  WS-PREREQ-IX                PIC S9(4) COMP VALUE 0.
       01  DB2-RUN-STATUS              PIC X(1).
       01  DB2-LAST-STATUS             PIC X(1).
       01  DB2-CKPT-FOUND              PIC X(1).
       01  DB2-CKPT-LEFT               PIC X(1).
       01  DB2-PREREQ-PROGRAM          PIC X(8).
       01  DB2-COMPLETED-CNT           PIC S9(9) COMP.
       01  DB2-RUN-RC                  PIC S9(4) COMP.
      * Null on a running row: no end yet, no return code yet.
       01  DB2-END-IND                 PIC S9(4) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.
       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       PROCEDURE DIVISION USING RUN-CONTROL-AREA.
       MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           STRING WS-TODAY(1:4) '-'
                  WS-TODAY(5:2) '-'
                  WS-TODAY(7:2)
             INTO WS-TODAY-ISO
           END-STRING.
      * HHMMSS, the same form PAYMENTTIME is held in.
           MOVE SPACES TO WS-NOW-TIME.
           MOVE WS-NOW(1:6) TO WS-NOW-TIME.
           MOVE '00' TO RUN-RETURN-CODE.

           EVALUATE TRUE
             WHEN RUN-REQ-START
               PERFORM START-RUN THRU START-RUN-EXIT
             WHEN RUN-REQ-END
               PERFORM END-RUN THRU END-RUN-EXIT
             WHEN OTHER
               MOVE '99' TO RUN-RETURN-CODE
               MOVE 16 TO RUN-END-RC
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * Decide whether the run may go ahead, then register it - as     *
      * running, or as refused with the reason.                        *
      ******************************************************************
       START-RUN.
           MOVE 'N' TO RUN-STALE-SW
           MOVE SPACES TO RUN-REFUSE-REASON
           MOVE 0 TO RUN-NUMBER
           MOVE 0 TO RUN-END-RC
           IF RUN-CHECKPOINT-FOUND
             MOVE 'Y' TO DB2-CKPT-FOUND
           ELSE
             MOVE 'N' TO DB2-CKPT-FOUND
             MOVE SPACES TO RUN-RESTART-FROM
           END-IF

           IF NOT RUN-REPEAT-ALLOWED
             PERFORM CHECK-ALREADY-COMPLETED
                THRU CHECK-ALREADY-COMPLETED-EXIT
           END-IF
           IF RUN-RETURN-CODE = '00'
             PERFORM CHECK-PREREQUISITES
           END-IF
           IF RUN-RETURN-CODE = '00' AND RUN-CHECKPOINT-FOUND
             PERFORM CHECK-STALE-CHECKPOINT
                THRU CHECK-STALE-CHECKPOINT-EXIT
           END-IF
           IF RUN-RETURN-CODE = '90'
             GO TO START-RUN-EXIT
           END-IF

           IF RUN-RETURN-CODE = '00'
             PERFORM ABANDON-UNFINISHED-RUNS THRU
                     ABANDON-UNFINISHED-RUNS-EXIT
             IF RUN-RETURN-CODE = '90'
               GO TO START-RUN-EXIT
             END-IF
             MOVE 'R' TO DB2-RUN-STATUS
             MOVE -1 TO DB2-END-IND
             MOVE 0 TO DB2-RUN-RC
           ELSE
             MOVE 'X' TO DB2-RUN-STATUS
             MOVE 0 TO DB2-END-IND
             MOVE 12 TO RUN-END-RC
             MOVE 12 TO DB2-RUN-RC
           END-IF

           EXEC SQL
             INSERT INTO RUNCONTROL
                       ( RUNPROGRAM,
                         BUSINESSDATE,
                         RUNSTATUS,
                         STARTDATE,
                         STARTTIME,
                         ENDDATE,
                         ENDTIME,
                         CONTROLCARDS,
                         RUNRC,
                         RESTARTFROM,
                         CKPTFOUND,
                         STALECKPT,
                         REFUSEREASON )
                VALUES ( :RUN-PROGRAM,
                         :RUN-BUSINESS-DATE,
                         :DB2-RUN-STATUS,
                         :WS-TODAY-ISO,
                         :WS-NOW-TIME,
                         :WS-TODAY-ISO :DB2-END-IND,
                         :WS-NOW-TIME :DB2-END-IND,
                         :RUN-CONTROL-CARDS,
                         :DB2-RUN-RC :DB2-END-IND,
                         :RUN-RESTART-FROM,
                         :DB2-CKPT-FOUND,
                         :RUN-STALE-SW,
                         :RUN-REFUSE-REASON )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM REGISTER-FAILED
             GO TO START-RUN-EXIT
           END-IF

           EXEC SQL
             SET :RUN-NUMBER = IDENTITY_VAL_LOCAL()
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

       START-RUN-EXIT.
           EXIT.

       CHECK-ALREADY-COMPLETED.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COMPLETED-CNT
               FROM RUNCONTROL
              WHERE RUNPROGRAM   = :RUN-PROGRAM
                AND BUSINESSDATE = :RUN-BUSINESS-DATE
                AND RUNSTATUS    = 'C'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM REGISTER-FAILED
             GO TO CHECK-ALREADY-COMPLETED-EXIT
           END-IF
           IF DB2-COMPLETED-CNT > 0
             MOVE '81' TO RUN-RETURN-CODE
             STRING 'ALREADY COMPLETED FOR ' RUN-BUSINESS-DATE
               DELIMITED BY SIZE INTO RUN-REFUSE-REASON
             END-STRING
           END-IF.

       CHECK-ALREADY-COMPLETED-EXIT.
           EXIT.

       CHECK-PREREQUISITES.
           PERFORM VARYING WS-PREREQ-IX FROM 1 BY 1
                     UNTIL WS-PREREQ-IX > WS-PREREQ-CNT
                        OR RUN-RETURN-CODE NOT EQUAL '00'
             IF WS-PREREQ-PROGRAM(WS-PREREQ-IX) = RUN-PROGRAM
               MOVE WS-PREREQ-NEEDS(WS-PREREQ-IX)
                 TO DB2-PREREQ-PROGRAM
               PERFORM CHECK-ONE-PREREQUISITE
             END-IF
           END-PERFORM.
           EXIT.

       CHECK-ONE-PREREQUISITE.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-COMPLETED-CNT
               FROM RUNCONTROL
              WHERE RUNPROGRAM   = :DB2-PREREQ-PROGRAM
                AND BUSINESSDATE = :RUN-BUSINESS-DATE
                AND RUNSTATUS    = 'C'
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT EQUAL 0
               PERFORM REGISTER-FAILED
             WHEN DB2-COMPLETED-CNT = 0
               MOVE '82' TO RUN-RETURN-CODE
               STRING DB2-PREREQ-PROGRAM ' NOT COMPLETED FOR '
                      RUN-BUSINESS-DATE
                 DELIMITED BY SIZE INTO RUN-REFUSE-REASON
               END-STRING
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           EXIT.

      ******************************************************************
      * The checkpoint is stale if the program's last run - refused    *
      * attempts aside - completed. A program with no run on the       *
      * register yet gets the benefit of the doubt: the checkpoint is  *
      * taken as a restart.                                            *
      ******************************************************************
       CHECK-STALE-CHECKPOINT.
           EXEC SQL
             SELECT RUNSTATUS
               INTO :DB2-LAST-STATUS
               FROM RUNCONTROL
              WHERE RUNNUMBER =
                    ( SELECT MAX(RUNNUMBER)
                        FROM RUNCONTROL
                       WHERE RUNPROGRAM = :RUN-PROGRAM
                         AND RUNSTATUS <> 'X' )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF DB2-LAST-STATUS = 'C' OR DB2-LAST-STATUS = 'V'
                 MOVE 'Y' TO RUN-STALE-SW
                 MOVE SPACES TO RUN-RESTART-FROM
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM REGISTER-FAILED
           END-EVALUATE.

       CHECK-STALE-CHECKPOINT-EXIT.
           EXIT.

       ABANDON-UNFINISHED-RUNS.
           EXEC SQL
             UPDATE RUNCONTROL
                SET RUNSTATUS = 'A'
              WHERE RUNPROGRAM = :RUN-PROGRAM
                AND RUNSTATUS  = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             PERFORM REGISTER-FAILED
           END-IF.

       ABANDON-UNFINISHED-RUNS-EXIT.
           EXIT.

      ******************************************************************
      * Record how the run ended. A return code of 4 or less is a      *
      * completed run - 4 is a warning the run itself reported, such   *
      * as lgacbat8's reconciliation difference.                       *
      ******************************************************************
       END-RUN.
           IF RUN-END-RC > 4
             MOVE 'F' TO DB2-RUN-STATUS
           ELSE
             MOVE 'C' TO DB2-RUN-STATUS
           END-IF
           IF RUN-CHECKPOINT-LEFT
             MOVE 'Y' TO DB2-CKPT-LEFT
           ELSE
             MOVE 'N' TO DB2-CKPT-LEFT
           END-IF
           MOVE RUN-END-RC TO DB2-RUN-RC

           EXEC SQL
             UPDATE RUNCONTROL
                SET RUNSTATUS   = :DB2-RUN-STATUS,
                    ENDDATE     = :WS-TODAY-ISO,
                    ENDTIME     = :WS-NOW-TIME,
                    INPUTCOUNT  = :RUN-INPUT-CNT,
                    OUTPUTCOUNT = :RUN-OUTPUT-CNT,
                    REJECTCOUNT = :RUN-REJECT-CNT,
                    RUNRC       = :DB2-RUN-RC,
                    CKPTLEFT    = :DB2-CKPT-LEFT
              WHERE RUNNUMBER   = :RUN-NUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM REGISTER-FAILED
             DISPLAY 'LGACRUN1: END OF RUN NOT RECORDED FOR '
                     RUN-PROGRAM ' RUN ' RUN-NUMBER
             GO TO END-RUN-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC.

       END-RUN-EXIT.
           EXIT.

      ******************************************************************
      * The register cannot be read or written. At start the caller    *
      * is refused - a run nobody can see is worse than a late one.    *
      ******************************************************************
       REGISTER-FAILED.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           MOVE '90' TO RUN-RETURN-CODE
           MOVE 16 TO RUN-END-RC
           MOVE SPACES TO RUN-REFUSE-REASON
           STRING 'RUN REGISTER ERROR, SQLCODE=' WS-SQLCODE-DISPLAY
             DELIMITED BY SIZE INTO RUN-REFUSE-REASON
           END-STRING
           EXEC SQL ROLLBACK END-EXEC.
           EXIT.
