       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacrpt9.
      ******************************************************************
      * Deceased customer estates report.                              *
      * Lists every customer recorded as deceased (CUSTSTATUS 'D', set *
      * by lgacdb01's action code '7') whose estate is still open on   *
      * CUSTOMERESTATE, with the policies still in force and the       *
      * claims still open or held on them, the date of death, the end  *
      * of the arrears hold and the executor to contact. Each estate   *
      * is given a disposition for operations:                         *
      *   - SETTLING       policies in force or claims open, and the   *
      *                    arrears hold still running;                 *
      *   - HOLD ENDED     policies still in force but the hold has    *
      *                    ended - lgacbat4 may now lapse them for     *
      *                    arrears, so the estate needs chasing;       *
      *   - READY TO CLOSE nothing left in force and no claim open -   *
      *                    the customer can be closed with lgacdb01's  *
      *                    action code '4'.                            *
      * Estates are listed soonest hold end first. A closed customer   *
      * is a settled estate and is not listed.                         *
      *                                                                 *
      * One SYSIN control card gives the business date, CCYYMMDD, that *
      * the holds are measured against. The report ends with return    *
      * code 4 when any estate's hold has ended with policies still in *
      * force. Read-only apart from its own register row, and may be   *
      * rerun at any time.                                             *
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
       01  WS-ESTATE-CNT               PIC 9(7) VALUE 0.
       01  WS-SETTLING-CNT             PIC 9(7) VALUE 0.
       01  WS-HOLD-ENDED-CNT           PIC 9(7) VALUE 0.
       01  WS-READY-CNT                PIC 9(7) VALUE 0.
       01  WS-POLICY-TOTAL             PIC 9(7) VALUE 0.
       01  WS-CLAIM-TOTAL              PIC 9(7) VALUE 0.
       01  DB2-ESTATE-ROW.
           03 DB2-CUSTOMERNUM-INT     PIC S9(9).
           03 DB2-LASTNAME            PIC X(20).
           03 DB2-DATEOFDEATH         PIC X(10).
           03 DB2-HOLD-UNTIL          PIC X(10).
           03 DB2-EXEC-NAME           PIC X(30).
           03 DB2-EXEC-PHONE          PIC X(20).
           03 DB2-POLICY-CNT          PIC S9(9) COMP.
           03 DB2-CLAIM-CNT           PIC S9(9) COMP.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(34) VALUE
              'DECEASED CUSTOMER ESTATES - AS AT '.
           03 HL-BUSINESS-DATE        PIC X(10).
       01  HL-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  HL-COLUMN-HEADS.
           03 FILLER                  PIC X(43) VALUE
              'CUSTOMER   SURNAME              DIED       '.
           03 FILLER                  PIC X(32) VALUE
              'HOLD UNTIL POLS CLMS DISPOSITION'.
       01  DL-ESTATE-LINE.
           03 DL-CUSTNUM              PIC 9(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-LASTNAME             PIC X(20).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-DATEOFDEATH          PIC X(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-HOLD-UNTIL           PIC X(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-POLICY-CNT           PIC ZZZ9.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-CLAIM-CNT            PIC ZZZ9.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-DISPOSITION          PIC X(14).
       01  DL-EXECUTOR-LINE.
           03 FILLER                  PIC X(11) VALUE SPACES.
           03 FILLER                  PIC X(10) VALUE 'EXECUTOR: '.
           03 DL-EXEC-NAME            PIC X(30).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-EXEC-PHONE           PIC X(20).
       01  HL-ESTATE-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'ESTATES STILL OPEN          : '.
           03 HL-ESTATE-CNT           PIC ZZZ,ZZ9.
       01  HL-SETTLING-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'SETTLING, HOLD RUNNING      : '.
           03 HL-SETTLING-CNT         PIC ZZZ,ZZ9.
       01  HL-HOLD-ENDED-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'HOLD ENDED, POLICIES LEFT   : '.
           03 HL-HOLD-ENDED-CNT       PIC ZZZ,ZZ9.
       01  HL-READY-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'READY TO CLOSE              : '.
           03 HL-READY-CNT            PIC ZZZ,ZZ9.
       01  HL-POLICY-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'POLICIES STILL IN FORCE     : '.
           03 HL-POLICY-CNT           PIC ZZZ,ZZ9.
       01  HL-CLAIM-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'CLAIMS STILL OPEN           : '.
           03 HL-CLAIM-CNT            PIC ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every deceased customer not yet closed, with the estate's
      * policies in force and its open or held claims.
           EXEC SQL
               DECLARE ESTATE-CURSOR CURSOR FOR
                   SELECT C.CUSTOMERNUMBER, C.LASTNAME,
                          E.DATEOFDEATH, E.ESTATEHOLDUNTIL,
                          E.EXECNAME, COALESCE(E.EXECPHONE, ' '),
                          ( SELECT COUNT(*)
                              FROM POLICY P
                             WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                               AND P.POLICYSTATUS = 'I' ),
                          ( SELECT COUNT(*)
                              FROM CLAIM K, POLICY Q
                             WHERE Q.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                               AND K.POLICYNUMBER = Q.POLICYNUMBER
                               AND K.CLAIMSTATUS IN ('O', 'P') )
                     FROM CUSTOMER C, CUSTOMERESTATE E
                    WHERE E.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND C.CUSTSTATUS = 'D'
                    ORDER BY E.ESTATEHOLDUNTIL, C.CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-REPORT.

           EXEC SQL OPEN ESTATE-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             SET WS-END-OF-CURSOR TO TRUE
           END-IF

           IF NOT WS-FATAL-ERROR
             PERFORM FETCH-NEXT-ESTATE
           END-IF
           PERFORM UNTIL WS-END-OF-CURSOR
             ADD 1 TO WS-ESTATE-CNT
             PERFORM REPORT-ONE-ESTATE
             PERFORM FETCH-NEXT-ESTATE
           END-PERFORM

           EXEC SQL CLOSE ESTATE-CURSOR END-EXEC

           IF WS-FATAL-ERROR
             DISPLAY 'LGACRPT9: RUN FAILED, SQLCODE=' SQLCODE
             PERFORM TERMINATE-REPORT
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM PRINT-TOTALS.
           PERFORM TERMINATE-REPORT.
           EXEC SQL COMMIT END-EXEC.
           IF WS-HOLD-ENDED-CNT > ZERO
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

       FETCH-NEXT-ESTATE.
           EXEC SQL
               FETCH ESTATE-CURSOR
                INTO :DB2-CUSTOMERNUM-INT, :DB2-LASTNAME,
                     :DB2-DATEOFDEATH, :DB2-HOLD-UNTIL,
                     :DB2-EXEC-NAME, :DB2-EXEC-PHONE,
                     :DB2-POLICY-CNT, :DB2-CLAIM-CNT
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
      * One open estate: its disposition, the estate line and the      *
      * executor to contact under it.                                  *
      ******************************************************************
       REPORT-ONE-ESTATE.
           ADD DB2-POLICY-CNT TO WS-POLICY-TOTAL
           ADD DB2-CLAIM-CNT TO WS-CLAIM-TOTAL

           EVALUATE TRUE
             WHEN DB2-POLICY-CNT = ZERO AND DB2-CLAIM-CNT = ZERO
               ADD 1 TO WS-READY-CNT
               MOVE 'READY TO CLOSE' TO DL-DISPOSITION
             WHEN DB2-POLICY-CNT > ZERO
                  AND DB2-HOLD-UNTIL < WS-BUSINESS-DATE-ISO
               ADD 1 TO WS-HOLD-ENDED-CNT
               MOVE 'HOLD ENDED' TO DL-DISPOSITION
             WHEN OTHER
               ADD 1 TO WS-SETTLING-CNT
               MOVE 'SETTLING' TO DL-DISPOSITION
           END-EVALUATE

           MOVE DB2-CUSTOMERNUM-INT TO DL-CUSTNUM
           MOVE DB2-LASTNAME TO DL-LASTNAME
           MOVE DB2-DATEOFDEATH TO DL-DATEOFDEATH
           MOVE DB2-HOLD-UNTIL TO DL-HOLD-UNTIL
           MOVE DB2-POLICY-CNT TO DL-POLICY-CNT
           MOVE DB2-CLAIM-CNT TO DL-CLAIM-CNT
           MOVE DL-ESTATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DB2-EXEC-NAME TO DL-EXEC-NAME
           MOVE DB2-EXEC-PHONE TO DL-EXEC-PHONE
           MOVE DL-EXECUTOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       PRINT-TOTALS.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ESTATE-CNT TO HL-ESTATE-CNT
           MOVE HL-ESTATE-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SETTLING-CNT TO HL-SETTLING-CNT
           MOVE HL-SETTLING-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLD-ENDED-CNT TO HL-HOLD-ENDED-CNT
           MOVE HL-HOLD-ENDED-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-READY-CNT TO HL-READY-CNT
           MOVE HL-READY-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POLICY-TOTAL TO HL-POLICY-CNT
           MOVE HL-POLICY-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLAIM-TOTAL TO HL-CLAIM-CNT
           MOVE HL-CLAIM-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       TERMINATE-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY 'LGACRPT9 ESTATES STILL OPEN : ' WS-ESTATE-CNT.
           DISPLAY 'LGACRPT9 SETTLING           : ' WS-SETTLING-CNT.
           DISPLAY 'LGACRPT9 HOLD ENDED         : ' WS-HOLD-ENDED-CNT.
           DISPLAY 'LGACRPT9 READY TO CLOSE     : ' WS-READY-CNT.
           MOVE WS-ESTATE-CNT TO RUN-INPUT-CNT.
           MOVE WS-ESTATE-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * A read-only report may be rerun as often as operations like,   *
      * so it registers itself as a repeatable run.                    *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACRPT9' TO RUN-PROGRAM
           MOVE WS-BUSINESS-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO RUN-CONTROL-CARDS
           MOVE 'Y' TO RUN-REPEAT-SW
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACRPT9: RUN REFUSED - ' RUN-REFUSE-REASON
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
