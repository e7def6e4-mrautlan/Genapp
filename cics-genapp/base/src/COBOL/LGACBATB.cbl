       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacbatb.
      ******************************************************************
      * Month-end in-force snapshot.                                   *
      * POLICY only ever holds the current state of the book, so       *
      * "how many policies did we have in force at the end of the      *
      * month, and what changed" could only be answered by ad-hoc      *
      * SQL on the day. Run as the first job after the month ends,     *
      * this batch:                                                    *
      *                                                                 *
      *  1. copies every in-force ('I') policy to POLICYSNAPSHOT under *
      *     the month - customer, type, agent, postcode area (the      *
      *     leading letters of the postcode, as lgacrte1 derives it),  *
      *     premium and the premium annualised: PREMIUMAMOUNT scaled   *
      *     from the policy's current term to a year. lgacbat3 renews  *
      *     by moving POLICYEND on and leaves POLICYSTART alone, so a  *
      *     renewed policy's current term is taken to start a year     *
      *     before POLICYEND, never before POLICYSTART. A policy       *
      *     written for a year (365 or 366 days) or open-ended counts  *
      *     at its premium as it stands, as lgacpol1's cancellation    *
      *     assumes.                                                   *
      *  2. compares it with the previous month's snapshot and writes  *
      *     one POLICYMOVEMENT row for each change, classified from    *
      *     the policy as it now stands, with the day the previous     *
      *     snapshot was taken as the start of the month's activity:   *
      *       in the book now, not before -                            *
      *         NB new business (POLICYCREATED since then),            *
      *         RR reinstated by a renewal lgacbat3 confirmed late     *
      *            (POLICYRENEWED since then), RI reinstated by hand;  *
      *       in the book before, not now -                            *
      *         CN cancelled ('X', by lgacpol1's cancel or by hand),   *
      *         LN lapsed not renewed (lgacbat3's 'NR' lapse),         *
      *         LA lapsed for arrears (lgacbat4's 'AR' lapse),         *
      *         OX anything else - lapsed by hand, or gone;            *
      *       in both -                                                *
      *         RW renewed (POLICYRENEWED since then), with the        *
      *            change the re-rating made to the annual premium,    *
      *         PC premium changed by hand,                            *
      *         MG moved to another customer by an lgacmrg1 merge.     *
      *     The very first snapshot has nothing to compare with: every *
      *     policy in it is taken on ('TO').                           *
      * The lgacrpt7 report prints the reconciliation from these rows. *
      * A policy written and lost between two snapshots never appears  *
      * in either, so it makes no movement.                            *
      *                                                                 *
      * One SYSIN control card drives a run:                           *
      *   card 1: snapshot month, CCYYMM                               *
      * The month must be over, and the previous month's snapshot      *
      * must be on file (unless none has ever been taken) - otherwise  *
      * the opening figure would not be last month's closing one and   *
      * the run ends with return code 12 having written nothing. A     *
      * month is never snapshotted while a later one exists.           *
      *                                                                 *
      * The run is one unit of work: a failure rolls everything back   *
      * and ends with return code 16. It registers with lgacrun1 under *
      * the first day of the month, so a month already snapshotted is  *
      * refused. If operations void that run to take the month again,  *
      * the month's earlier rows are removed and rebuilt.              *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SNAP-MONTH-CARD          PIC X(6).
       01  WS-SNAP-MONTH               PIC X(7).
       01  WS-PREV-MONTH               PIC X(7).
       01  WS-MONTH-START-ISO          PIC X(10).
       01  WS-NEXT-MONTH-ISO           PIC X(10).
       01  WS-MONTH-WORK.
           03 WS-MONTH-YYYY           PIC 9(4).
           03 WS-MONTH-MM             PIC 9(2).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-ISO             PIC X(10).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR               VALUE 'Y'.
       01  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
           88 WS-FATAL-ERROR                 VALUE 'Y'.
       01  WS-SEQUENCE-SW              PIC X(01) VALUE 'N'.
           88 WS-SEQUENCE-ERROR              VALUE 'Y'.
       01  WS-FIRST-SNAPSHOT-SW        PIC X(01) VALUE 'N'.
           88 WS-FIRST-SNAPSHOT              VALUE 'Y'.
       01  WS-SEQUENCE-REASON          PIC X(50) VALUE SPACES.
       01  WS-SNAPSHOT-CNT             PIC 9(7) VALUE 0.
       01  WS-OPENING-CNT              PIC 9(7) VALUE 0.
       01  WS-MOVEMENT-CNT             PIC 9(7) VALUE 0.
       01  WS-ENTRY-CNT                PIC 9(7) VALUE 0.
       01  WS-EXIT-CNT                 PIC 9(7) VALUE 0.
       01  WS-SNAPSHOT-PREMIUM         PIC S9(11)V99 VALUE 0.
       01  WS-PREMIUM-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  DB2-LAST-MONTH              PIC X(7).
       01  DB2-OPEN-MONTH              PIC X(7).
       01  DB2-OPEN-SNAPDATE           PIC X(10).
       01  DB2-OPEN-CNT                PIC S9(9).
       01  DB2-SNAP-ROW.
           03 DB2-SNAP-POLICYNUM      PIC S9(9).
           03 DB2-SNAP-CUSTNUM        PIC S9(9).
           03 DB2-SNAP-TYPE           PIC X(1).
           03 DB2-SNAP-AGENT          PIC X(6).
           03 DB2-SNAP-POSTCODE       PIC X(8).
           03 DB2-SNAP-PREMIUM        PIC S9(6)V99.
           03 DB2-SNAP-TERM-DAYS      PIC S9(9).
       01  DB2-POSTCODE-AREA           PIC X(2).
       01  DB2-ANNUAL-PREMIUM          PIC S9(7)V99.
       01  DB2-CMP-ROW.
           03 DB2-CMP-POLICYNUM       PIC S9(9).
           03 DB2-CMP-IN-OPENING      PIC X(1).
           03 DB2-CMP-IN-CLOSING      PIC X(1).
           03 DB2-CMP-OLD-CUSTNUM     PIC S9(9).
           03 DB2-CMP-NEW-CUSTNUM     PIC S9(9).
           03 DB2-CMP-TYPE            PIC X(1).
           03 DB2-CMP-AGENT           PIC X(6).
           03 DB2-CMP-OLD-ANNUAL      PIC S9(7)V99.
           03 DB2-CMP-NEW-ANNUAL      PIC S9(7)V99.
           03 DB2-CMP-STATUS          PIC X(1).
           03 DB2-CMP-CREATED         PIC X(10).
           03 DB2-CMP-RENEWED         PIC X(10).
           03 DB2-CMP-LAPSEDATE       PIC X(10).
           03 DB2-CMP-LAPSEREASON     PIC X(2).
       01  DB2-MOVE-ROW.
           03 DB2-MOVE-TYPE           PIC X(2).
           03 DB2-MOVE-COUNT          PIC S9(4) COMP.
           03 DB2-MOVE-PREMIUM        PIC S9(7)V99.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * The in-force book as it stands, with the customer's postcode
      * for the area and the days of cover the premium buys - the
      * current term, which for a renewed policy began a year before
      * POLICYEND, never before POLICYSTART. An open-ended policy's
      * premium buys a year from its start, as lgacpol1's
      * cancellation takes it.
           EXEC SQL
               DECLARE SNAPSHOT-CURSOR CURSOR FOR
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          P.POLICYTYPE, P.AGENTCODE, C.POSTCODE,
                          P.PREMIUMAMOUNT,
                          DAYS(COALESCE(DATE(NULLIF(P.POLICYEND, ' ')),
                                        P.TERMSTART + 1 YEAR))
                            - DAYS(P.TERMSTART)
                     FROM ( SELECT POLICYNUMBER, CUSTOMERNUMBER,
                                   POLICYTYPE, AGENTCODE,
                                   PREMIUMAMOUNT, POLICYEND,
                                   POLICYSTATUS,
                                   CASE
                                     WHEN POLICYRENEWED IS NULL
                                       OR NULLIF(POLICYEND, ' ')
                                            IS NULL
                                     THEN DATE(POLICYSTART)
                                     WHEN DATE(POLICYEND) - 1 YEAR
                                            > DATE(POLICYSTART)
                                     THEN DATE(POLICYEND) - 1 YEAR
                                     ELSE DATE(POLICYSTART)
                                   END AS TERMSTART
                              FROM POLICY ) AS P,
                          CUSTOMER C
                    WHERE P.POLICYSTATUS = 'I'
                      AND C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                    ORDER BY P.POLICYNUMBER
           END-EXEC.

      * Last month's snapshot against this month's, policy by policy,
      * with the POLICY row as it now stands to say why a policy came
      * or went. A policy in only one of the two snapshots comes back
      * with the other side's columns defaulted.
           EXEC SQL
               DECLARE COMPARE-CURSOR CURSOR FOR
                   SELECT COALESCE(N.POLICYNUMBER, O.POLICYNUMBER),
                          CASE WHEN O.POLICYNUMBER IS NULL
                               THEN 'N' ELSE 'Y' END,
                          CASE WHEN N.POLICYNUMBER IS NULL
                               THEN 'N' ELSE 'Y' END,
                          COALESCE(O.CUSTOMERNUMBER, 0),
                          COALESCE(N.CUSTOMERNUMBER, 0),
                          COALESCE(O.POLICYTYPE, N.POLICYTYPE),
                          COALESCE(O.AGENTCODE, N.AGENTCODE),
                          COALESCE(O.ANNUALPREMIUM, 0),
                          COALESCE(N.ANNUALPREMIUM, 0),
                          COALESCE(P.POLICYSTATUS, ' '),
                          COALESCE(CHAR(P.POLICYCREATED, ISO), ' '),
                          COALESCE(CHAR(P.POLICYRENEWED, ISO), ' '),
                          COALESCE(CHAR(P.LAPSEDATE, ISO), ' '),
                          COALESCE(P.LAPSEREASON, ' ')
                     FROM ( SELECT POLICYNUMBER, CUSTOMERNUMBER,
                                   POLICYTYPE, AGENTCODE,
                                   ANNUALPREMIUM
                              FROM POLICYSNAPSHOT
                             WHERE SNAPMONTH = :WS-PREV-MONTH ) AS O
                          FULL OUTER JOIN
                          ( SELECT POLICYNUMBER, CUSTOMERNUMBER,
                                   POLICYTYPE, AGENTCODE,
                                   ANNUALPREMIUM
                              FROM POLICYSNAPSHOT
                             WHERE SNAPMONTH = :WS-SNAP-MONTH ) AS N
                            ON N.POLICYNUMBER = O.POLICYNUMBER
                          LEFT OUTER JOIN POLICY P
                            ON P.POLICYNUMBER =
                               COALESCE(N.POLICYNUMBER, O.POLICYNUMBER)
                    ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-SNAPSHOT-RUN.

           PERFORM CHECK-SNAPSHOT-SEQUENCE
              THRU CHECK-SNAPSHOT-SEQUENCE-EXIT.
           IF WS-SEQUENCE-ERROR
             DISPLAY 'LGACBATB: SNAPSHOT NOT TAKEN - '
                     WS-SEQUENCE-REASON
             PERFORM TERMINATE-SNAPSHOT-RUN
             MOVE 12 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           IF NOT WS-FATAL-ERROR
             PERFORM CLEAR-EARLIER-SNAPSHOT
           END-IF
           IF NOT WS-FATAL-ERROR
             PERFORM TAKE-SNAPSHOT
           END-IF
           IF NOT WS-FATAL-ERROR
             PERFORM DERIVE-MOVEMENTS
           END-IF

           IF WS-FATAL-ERROR
             DISPLAY 'LGACBATB: RUN FAILED, SQLCODE=' SQLCODE
      * Half a snapshot is worse than none - next month would open on
      * it. Nothing stands, and the rerun takes the month afresh.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM TERMINATE-SNAPSHOT-RUN
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           EXEC SQL COMMIT END-EXEC.
           PERFORM TERMINATE-SNAPSHOT-RUN.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-SNAPSHOT-RUN.
           ACCEPT WS-SNAP-MONTH-CARD FROM SYSIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-DATE(1:4) '-'
                  WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
             INTO WS-RUN-DATE-ISO
           END-STRING.
           STRING WS-SNAP-MONTH-CARD(1:4) '-'
                  WS-SNAP-MONTH-CARD(5:2)
             INTO WS-SNAP-MONTH
           END-STRING.
           STRING WS-SNAP-MONTH '-01'
             INTO WS-MONTH-START-ISO
           END-STRING.
           MOVE WS-SNAP-MONTH-CARD(1:4) TO WS-MONTH-YYYY.
           MOVE WS-SNAP-MONTH-CARD(5:2) TO WS-MONTH-MM.
      * First of next month, for the month-over check, and the
      * previous month, whose snapshot is this month's opening book.
           IF WS-MONTH-MM = 12
             ADD 1 TO WS-MONTH-YYYY
             MOVE 1 TO WS-MONTH-MM
           ELSE
             ADD 1 TO WS-MONTH-MM
           END-IF.
           MOVE SPACES TO WS-NEXT-MONTH-ISO.
           STRING WS-MONTH-YYYY '-' WS-MONTH-MM '-01'
             INTO WS-NEXT-MONTH-ISO
           END-STRING.
           MOVE WS-SNAP-MONTH-CARD(1:4) TO WS-MONTH-YYYY.
           MOVE WS-SNAP-MONTH-CARD(5:2) TO WS-MONTH-MM.
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
           EXIT.

      ******************************************************************
      * The month must be over, no later month may have been taken,    *
      * and the month before must be on file - the opening book is     *
      * that month's snapshot, row for row. Only when no snapshot has  *
      * ever been taken does the month stand alone, as the take-on.    *
      ******************************************************************
       CHECK-SNAPSHOT-SEQUENCE.
           IF WS-NEXT-MONTH-ISO > WS-RUN-DATE-ISO
             MOVE 'THE MONTH HAS NOT ENDED' TO WS-SEQUENCE-REASON
             SET WS-SEQUENCE-ERROR TO TRUE
             GO TO CHECK-SNAPSHOT-SEQUENCE-EXIT
           END-IF

           EXEC SQL
             SELECT COALESCE(MAX(SNAPMONTH), ' ')
               INTO :DB2-LAST-MONTH
               FROM POLICYSNAPSHOT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             GO TO CHECK-SNAPSHOT-SEQUENCE-EXIT
           END-IF
           IF DB2-LAST-MONTH > WS-SNAP-MONTH
             STRING 'A LATER MONTH IS ON FILE - ' DB2-LAST-MONTH
               DELIMITED BY SIZE INTO WS-SEQUENCE-REASON
             END-STRING
             SET WS-SEQUENCE-ERROR TO TRUE
             GO TO CHECK-SNAPSHOT-SEQUENCE-EXIT
           END-IF

           EXEC SQL
             SELECT COALESCE(MAX(SNAPMONTH), ' ')
               INTO :DB2-OPEN-MONTH
               FROM POLICYSNAPSHOT
              WHERE SNAPMONTH < :WS-SNAP-MONTH
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             GO TO CHECK-SNAPSHOT-SEQUENCE-EXIT
           END-IF
           IF DB2-OPEN-MONTH = SPACES
             SET WS-FIRST-SNAPSHOT TO TRUE
             MOVE SPACES TO DB2-OPEN-SNAPDATE
             GO TO CHECK-SNAPSHOT-SEQUENCE-EXIT
           END-IF
           IF DB2-OPEN-MONTH NOT EQUAL WS-PREV-MONTH
             STRING 'NO SNAPSHOT ON FILE FOR ' WS-PREV-MONTH
               DELIMITED BY SIZE INTO WS-SEQUENCE-REASON
             END-STRING
             SET WS-SEQUENCE-ERROR TO TRUE
             GO TO CHECK-SNAPSHOT-SEQUENCE-EXIT
           END-IF

           EXEC SQL
             SELECT MAX(SNAPDATE), COUNT(*)
               INTO :DB2-OPEN-SNAPDATE, :DB2-OPEN-CNT
               FROM POLICYSNAPSHOT
              WHERE SNAPMONTH = :WS-PREV-MONTH
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
           ELSE
             MOVE DB2-OPEN-CNT TO WS-OPENING-CNT
           END-IF.

       CHECK-SNAPSHOT-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      * Rows for the month can only be here if operations voided the   *
      * run that wrote them to take the month again.                   *
      ******************************************************************
       CLEAR-EARLIER-SNAPSHOT.
           EXEC SQL
             DELETE FROM POLICYMOVEMENT
              WHERE SNAPMONTH = :WS-SNAP-MONTH
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             SET WS-FATAL-ERROR TO TRUE
           END-IF
           IF NOT WS-FATAL-ERROR
             EXEC SQL
               DELETE FROM POLICYSNAPSHOT
                WHERE SNAPMONTH = :WS-SNAP-MONTH
             END-EXEC
             IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               SET WS-FATAL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

       TAKE-SNAPSHOT.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL OPEN SNAPSHOT-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             SET WS-END-OF-CURSOR TO TRUE
           END-IF

           IF NOT WS-END-OF-CURSOR
             PERFORM FETCH-NEXT-POLICY
           END-IF
           PERFORM UNTIL WS-END-OF-CURSOR
             PERFORM SNAPSHOT-ONE-POLICY
             IF NOT WS-FATAL-ERROR
               PERFORM FETCH-NEXT-POLICY
             END-IF
           END-PERFORM

           EXEC SQL CLOSE SNAPSHOT-CURSOR END-EXEC.
           EXIT.

       FETCH-NEXT-POLICY.
           EXEC SQL
               FETCH SNAPSHOT-CURSOR
                INTO :DB2-SNAP-POLICYNUM, :DB2-SNAP-CUSTNUM,
                     :DB2-SNAP-TYPE, :DB2-SNAP-AGENT,
                     :DB2-SNAP-POSTCODE, :DB2-SNAP-PREMIUM,
                     :DB2-SNAP-TERM-DAYS
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
      * One in-force policy onto the snapshot. A cover term that is    *
      * not a year is scaled to one; a term that makes no sense (end   *
      * on or before start) leaves the premium as it stands.           *
      ******************************************************************
       SNAPSHOT-ONE-POLICY.
           PERFORM DERIVE-POSTCODE-AREA
           IF DB2-SNAP-TERM-DAYS > 0
              AND (DB2-SNAP-TERM-DAYS < 365
                   OR DB2-SNAP-TERM-DAYS > 366)
             COMPUTE DB2-ANNUAL-PREMIUM ROUNDED =
                     DB2-SNAP-PREMIUM * 365 / DB2-SNAP-TERM-DAYS
           ELSE
             MOVE DB2-SNAP-PREMIUM TO DB2-ANNUAL-PREMIUM
           END-IF

           EXEC SQL
             INSERT INTO POLICYSNAPSHOT
                       ( SNAPMONTH,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         POLICYTYPE,
                         AGENTCODE,
                         POSTCODEAREA,
                         PREMIUMAMOUNT,
                         ANNUALPREMIUM,
                         POLICYSTATUS,
                         SNAPDATE )
                VALUES ( :WS-SNAP-MONTH,
                         :DB2-SNAP-POLICYNUM,
                         :DB2-SNAP-CUSTNUM,
                         :DB2-SNAP-TYPE,
                         :DB2-SNAP-AGENT,
                         :DB2-POSTCODE-AREA,
                         :DB2-SNAP-PREMIUM,
                         :DB2-ANNUAL-PREMIUM,
                         'I',
                         :WS-RUN-DATE-ISO )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             SET WS-END-OF-CURSOR TO TRUE
           ELSE
             ADD 1 TO WS-SNAPSHOT-CNT
             ADD DB2-ANNUAL-PREMIUM TO WS-SNAPSHOT-PREMIUM
           END-IF.
           EXIT.

      ******************************************************************
      * The postcode area is the leading letters of the postcode -     *
      * one or two, as lgacrte1 derives it for rating.                 *
      ******************************************************************
       DERIVE-POSTCODE-AREA.
           MOVE SPACES TO DB2-POSTCODE-AREA
           MOVE DB2-SNAP-POSTCODE(1:1) TO DB2-POSTCODE-AREA(1:1)
           IF DB2-SNAP-POSTCODE(2:1) IS ALPHABETIC
              AND DB2-SNAP-POSTCODE(2:1) NOT EQUAL SPACE
             MOVE DB2-SNAP-POSTCODE(2:1) TO DB2-POSTCODE-AREA(2:1)
           END-IF.
           EXIT.

       DERIVE-MOVEMENTS.
           MOVE 'N' TO WS-EOF-SW
           EXEC SQL OPEN COMPARE-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             SET WS-END-OF-CURSOR TO TRUE
           END-IF

           IF NOT WS-END-OF-CURSOR
             PERFORM FETCH-NEXT-COMPARISON
           END-IF
           PERFORM UNTIL WS-END-OF-CURSOR
             PERFORM CLASSIFY-ONE-POLICY
             IF NOT WS-FATAL-ERROR
               PERFORM FETCH-NEXT-COMPARISON
             END-IF
           END-PERFORM

           EXEC SQL CLOSE COMPARE-CURSOR END-EXEC.
           EXIT.

       FETCH-NEXT-COMPARISON.
           EXEC SQL
               FETCH COMPARE-CURSOR
                INTO :DB2-CMP-POLICYNUM, :DB2-CMP-IN-OPENING,
                     :DB2-CMP-IN-CLOSING, :DB2-CMP-OLD-CUSTNUM,
                     :DB2-CMP-NEW-CUSTNUM, :DB2-CMP-TYPE,
                     :DB2-CMP-AGENT, :DB2-CMP-OLD-ANNUAL,
                     :DB2-CMP-NEW-ANNUAL, :DB2-CMP-STATUS,
                     :DB2-CMP-CREATED, :DB2-CMP-RENEWED,
                     :DB2-CMP-LAPSEDATE, :DB2-CMP-LAPSEREASON
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
      * Why one policy came into the book, left it, or changed within  *
      * it. Activity counts from the day the opening snapshot was      *
      * taken; an ISO date compares correctly as characters. A lapse   *
      * stamp older than that belongs to an earlier lapse the policy   *
      * has since been reinstated from, so it does not explain this    *
      * one.                                                           *
      ******************************************************************
       CLASSIFY-ONE-POLICY.
           EVALUATE TRUE
             WHEN DB2-CMP-IN-OPENING = 'N'
               ADD 1 TO WS-ENTRY-CNT
               EVALUATE TRUE
                 WHEN WS-FIRST-SNAPSHOT
                   MOVE 'TO' TO DB2-MOVE-TYPE
                 WHEN DB2-CMP-CREATED NOT < DB2-OPEN-SNAPDATE
                   MOVE 'NB' TO DB2-MOVE-TYPE
                 WHEN DB2-CMP-RENEWED NOT < DB2-OPEN-SNAPDATE
                   MOVE 'RR' TO DB2-MOVE-TYPE
                 WHEN OTHER
                   MOVE 'RI' TO DB2-MOVE-TYPE
               END-EVALUATE
               MOVE 1 TO DB2-MOVE-COUNT
               MOVE DB2-CMP-NEW-ANNUAL TO DB2-MOVE-PREMIUM
               PERFORM WRITE-MOVEMENT
             WHEN DB2-CMP-IN-CLOSING = 'N'
               ADD 1 TO WS-EXIT-CNT
               EVALUATE TRUE
                 WHEN DB2-CMP-STATUS = 'X'
                   MOVE 'CN' TO DB2-MOVE-TYPE
                 WHEN DB2-CMP-STATUS = 'L'
                  AND DB2-CMP-LAPSEREASON = 'NR'
                  AND DB2-CMP-LAPSEDATE NOT < DB2-OPEN-SNAPDATE
                   MOVE 'LN' TO DB2-MOVE-TYPE
                 WHEN DB2-CMP-STATUS = 'L'
                  AND DB2-CMP-LAPSEREASON = 'AR'
                  AND DB2-CMP-LAPSEDATE NOT < DB2-OPEN-SNAPDATE
                   MOVE 'LA' TO DB2-MOVE-TYPE
                 WHEN OTHER
                   MOVE 'OX' TO DB2-MOVE-TYPE
               END-EVALUATE
               MOVE -1 TO DB2-MOVE-COUNT
               COMPUTE DB2-MOVE-PREMIUM = 0 - DB2-CMP-OLD-ANNUAL
               PERFORM WRITE-MOVEMENT
             WHEN OTHER
               PERFORM CLASSIFY-CONTINUING-POLICY
           END-EVALUATE.
           EXIT.

      ******************************************************************
      * A policy in force at both ends of the month. A renewal is      *
      * recorded even when the re-rating left the premium alone - it   *
      * is still a renewal - and a merge as well as any premium change *
      * it came with.                                                  *
      ******************************************************************
       CLASSIFY-CONTINUING-POLICY.
           MOVE 0 TO DB2-MOVE-COUNT
           IF DB2-CMP-RENEWED NOT < DB2-OPEN-SNAPDATE
             MOVE 'RW' TO DB2-MOVE-TYPE
             COMPUTE DB2-MOVE-PREMIUM =
                     DB2-CMP-NEW-ANNUAL - DB2-CMP-OLD-ANNUAL
             PERFORM WRITE-MOVEMENT
           ELSE
             IF DB2-CMP-NEW-ANNUAL NOT EQUAL DB2-CMP-OLD-ANNUAL
               MOVE 'PC' TO DB2-MOVE-TYPE
               COMPUTE DB2-MOVE-PREMIUM =
                       DB2-CMP-NEW-ANNUAL - DB2-CMP-OLD-ANNUAL
               PERFORM WRITE-MOVEMENT
             END-IF
           END-IF

           IF DB2-CMP-NEW-CUSTNUM NOT EQUAL DB2-CMP-OLD-CUSTNUM
              AND NOT WS-FATAL-ERROR
             MOVE 'MG' TO DB2-MOVE-TYPE
             MOVE 0 TO DB2-MOVE-PREMIUM
             PERFORM WRITE-MOVEMENT
           END-IF.
           EXIT.

       WRITE-MOVEMENT.
           EXEC SQL
             INSERT INTO POLICYMOVEMENT
                       ( SNAPMONTH,
                         POLICYNUMBER,
                         MOVEMENTTYPE,
                         POLICYTYPE,
                         AGENTCODE,
                         POLICYCOUNT,
                         PREMIUMCHANGE )
                VALUES ( :WS-SNAP-MONTH,
                         :DB2-CMP-POLICYNUM,
                         :DB2-MOVE-TYPE,
                         :DB2-CMP-TYPE,
                         :DB2-CMP-AGENT,
                         :DB2-MOVE-COUNT,
                         :DB2-MOVE-PREMIUM )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             SET WS-END-OF-CURSOR TO TRUE
           ELSE
             ADD 1 TO WS-MOVEMENT-CNT
           END-IF.
           EXIT.

       TERMINATE-SNAPSHOT-RUN.
           DISPLAY 'LGACBATB SNAPSHOT MONTH      : ' WS-SNAP-MONTH.
           DISPLAY 'LGACBATB OPENING POLICIES    : ' WS-OPENING-CNT.
           DISPLAY 'LGACBATB POLICIES IN FORCE   : ' WS-SNAPSHOT-CNT.
           MOVE WS-SNAPSHOT-PREMIUM TO WS-PREMIUM-DISPLAY.
           DISPLAY 'LGACBATB ANNUAL PREMIUM      : '
                   WS-PREMIUM-DISPLAY.
           DISPLAY 'LGACBATB POLICIES COME IN    : ' WS-ENTRY-CNT.
           DISPLAY 'LGACBATB POLICIES GONE OUT   : ' WS-EXIT-CNT.
           DISPLAY 'LGACBATB MOVEMENTS WRITTEN   : ' WS-MOVEMENT-CNT.
           MOVE WS-SNAPSHOT-CNT TO RUN-INPUT-CNT.
           MOVE WS-MOVEMENT-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 under the first day of the      *
      * month before anything is written. A refused run stops here     *
      * having done nothing.                                           *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBATB' TO RUN-PROGRAM
           MOVE WS-MONTH-START-ISO TO RUN-BUSINESS-DATE
           MOVE WS-SNAP-MONTH-CARD TO RUN-CONTROL-CARDS
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBATB: RUN REFUSED - ' RUN-REFUSE-REASON
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
