       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacbat8.
      ******************************************************************
      * Nightly general-ledger journal feed.                           *
      * Finance used to re-key the day's money movements into the      *
      * ledger from printouts. This run turns the movements of the     *
      * business date supplied on SYSIN into a balanced double-entry   *
      * journal file (GLJRNL) for the finance system, in five passes:  *
      *                                                                 *
      *  1. premiums posted  - PREMIUMPAYMENT rows lgacpay1 posted on  *
      *     the date (PAYMENTDATE), whatever their status now, except  *
      *     cancellation refunds (status 'F'). lgacpay1 takes the      *
      *     payment date from the caller, so a payment can be keyed    *
      *     back-dated after its date's run: any payment dated on or   *
      *     before the date that no run has journalled yet is taken    *
      *     too, back to the first date the feed ran - what was        *
      *     received before then was re-keyed to the ledger by hand:   *
      *     Dr cash at bank, Cr premium income                         *
      *  2. premiums reversed - rows lgacpay1 reversed on the date     *
      *     (PAYMENTSTATUS 'R', REVERSEDATE): Dr premium income,       *
      *     Cr cash at bank                                            *
      *  3. claims settled   - CLAIM rows lgacclm1 settled on the date *
      *     (CLAIMSTATUS 'S', CLAIMSETTLED), for CLAIMPAID:            *
      *     Dr claims paid, Cr cash at bank                            *
      *  4. agent commission - policies written (POLICYCREATED) or     *
      *     renewed (POLICYRENEWED) on the date under an agent code,   *
      *     at the agent's COMMISSIONRATE on PREMIUMAMOUNT, rounded    *
      *     per agent exactly as the lgacbat6 statements round it; a   *
      *     policy written and renewed the same day earns once:        *
      *     Dr commission expense, Cr commission payable               *
      *  5. premiums refunded - return premiums lgacpol1 recorded on   *
      *     the date when it cancelled a policy mid-term               *
      *     (PAYMENTSTATUS 'F', PAYMENTDATE):                          *
      *     Dr premium income, Cr cash at bank                         *
      *                                                                 *
      * Each pass is summarised into one debit and one credit journal  *
      * line per policy type and agent, so finance can analyse the     *
      * ledger by product and by introducer. The file closes with a    *
      * control-totals trailer (lines, debits, credits, items), and    *
      * the reconciliation report (GLRECON) ties every pass back to    *
      * its source table and proves debits equal credits.              *
      *                                                                 *
      * Every item journalled is registered on GLPOSTING in the same   *
      * unit of work, and only items with no GLPOSTING row are         *
      * selected - so a run repeated for the same date, after a        *
      * failure or by mistake, can never post a payment, reversal,     *
      * settlement or commission twice. A failed run rolls back its    *
      * registrations and its journal is not to be loaded; the rerun   *
      * rebuilds it. The lgacrun1 run register refuses a repeat of a   *
      * run already completed for the date, and refuses the run until  *
      * lgacbat9 has posted the bank's collections for the date. If    *
      * operations void a completed run to repeat it, the repeat       *
      * journals only what the first run did not.                      *
      *                                                                 *
      * One SYSIN control card drives a run:                           *
      *   card 1: business date, CCYYMMDD                              *
      * A reconciliation difference ends the run with return code 4.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO GLRECON
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-LINE-REC.
           03 JL-RECORD-TYPE          PIC X(1).
           03 JL-BUSINESS-DATE        PIC X(10).
           03 JL-SOURCE               PIC X(4).
           03 JL-ACCOUNT              PIC X(8).
           03 JL-DEBIT-CREDIT         PIC X(1).
           03 JL-POLICY-TYPE          PIC X(1).
           03 JL-AGENT-CODE           PIC X(6).
           03 JL-AMOUNT               PIC 9(9).99.
           03 JL-ITEM-CNT             PIC 9(7).
       01  JOURNAL-TRAILER-REC.
           03 JT-RECORD-TYPE          PIC X(1).
           03 JT-BUSINESS-DATE        PIC X(10).
           03 JT-LINE-CNT             PIC 9(7).
           03 JT-TOTAL-DEBITS         PIC 9(11).99.
           03 JT-TOTAL-CREDITS        PIC 9(11).99.
           03 JT-ITEM-CNT             PIC 9(9).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
      * Chart-of-accounts codes agreed with finance for this feed.
       77  WS-ACCT-BANK               PIC X(8) VALUE '11000000'.
       77  WS-ACCT-PREMIUM            PIC X(8) VALUE '41000000'.
       77  WS-ACCT-CLAIMS             PIC X(8) VALUE '51000000'.
       77  WS-ACCT-COMMISSION         PIC X(8) VALUE '52000000'.
       77  WS-ACCT-COMM-PAYABLE       PIC X(8) VALUE '22000000'.
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-BUSINESS-DATE-ISO        PIC X(10).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR               VALUE 'Y'.
       01  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
           88 WS-FATAL-ERROR                 VALUE 'Y'.
       01  WS-FIRST-GROUP-SW           PIC X(01) VALUE 'Y'.
           88 WS-FIRST-GROUP                 VALUE 'Y'.
       01  WS-UNRECONCILED-SW          PIC X(01) VALUE 'N'.
           88 WS-UNRECONCILED                VALUE 'Y'.
      * The pass in progress - which cursor, which accounts.
       01  WS-PASS.
           03 WS-PASS-IX              PIC S9(4) COMP VALUE 0.
           03 WS-PASS-SOURCE          PIC X(1).
               88 WS-PASS-PAYMENTS           VALUE 'P'.
               88 WS-PASS-REVERSALS          VALUE 'R'.
               88 WS-PASS-CLAIMS             VALUE 'S'.
               88 WS-PASS-COMMISSION         VALUE 'C'.
               88 WS-PASS-REFUNDS            VALUE 'F'.
           03 WS-PASS-NAME            PIC X(4).
           03 WS-PASS-DEBIT-ACCT      PIC X(8).
           03 WS-PASS-CREDIT-ACCT     PIC X(8).
      * The policy type / agent group being summarised.
       01  WS-GROUP.
           03 WS-GROUP-TYPE           PIC X(1).
           03 WS-GROUP-AGENT          PIC X(6).
           03 WS-GROUP-RATE           PIC S9(3)V99.
           03 WS-GROUP-CNT            PIC 9(7).
           03 WS-GROUP-BASE           PIC S9(9)V99.
           03 WS-GROUP-AMOUNT         PIC S9(9)V99.
      * Per-pass totals for the reconciliation: 1 premiums posted,
      * 2 reversed, 3 claims settled, 4 commission, 5 refunded.
       01  WS-SOURCE-TOTALS.
           03 WS-SOURCE-ENTRY OCCURS 5 TIMES.
             05 WS-SRC-NAME           PIC X(20).
             05 WS-SRC-TABLE-CNT      PIC 9(7).
             05 WS-SRC-TABLE-AMT      PIC S9(9)V99.
             05 WS-SRC-PRIOR-CNT      PIC 9(7).
             05 WS-SRC-PRIOR-AMT      PIC S9(9)V99.
             05 WS-SRC-RUN-CNT        PIC 9(7).
             05 WS-SRC-RUN-AMT        PIC S9(9)V99.
             05 WS-SRC-JOURNAL-AMT    PIC S9(9)V99.
       01  WS-DIFF-CNT                 PIC S9(7) VALUE 0.
       01  WS-DIFF-AMT                 PIC S9(9)V99 VALUE 0.
       01  WS-LINE-CNT                 PIC 9(7) VALUE 0.
       01  WS-ITEM-CNT                 PIC 9(9) VALUE 0.
       01  WS-ALREADY-POSTED-CNT       PIC 9(7) VALUE 0.
       01  WS-TOTAL-DEBITS             PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS            PIC S9(11)V99 VALUE 0.
       01  DB2-GL-ROW.
           03 DB2-GL-TYPE             PIC X(1).
           03 DB2-GL-AGENT            PIC X(6).
           03 DB2-GL-KEY              PIC S9(9).
           03 DB2-GL-AMOUNT           PIC S9(6)V99.
           03 DB2-GL-RATE             PIC S9(3)V99.
       01  DB2-RECON-ROW.
           03 DB2-RECON-CNT           PIC S9(9).
           03 DB2-RECON-AMT           PIC S9(9)V99.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(38) VALUE
              'GENERAL LEDGER FEED RECONCILIATION - '.
           03 HL-BUSINESS-DATE        PIC X(10).
       01  HL-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  HL-COLUMN-HEADS.
           03 FILLER                  PIC X(40) VALUE
              'SOURCE              ITEMS      AMOUNT   '.
           03 FILLER                  PIC X(40) VALUE
              '                                        '.
       01  DL-RECON-LINE.
           03 DL-LABEL                PIC X(18).
           03 DL-CNT                  PIC Z,ZZZ,ZZ9-.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-AMT                  PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-STATUS               PIC X(20).
       01  HL-SOURCE-HEAD.
           03 FILLER                  PIC X(2) VALUE '* '.
           03 HS-SOURCE-NAME          PIC X(20).
       01  HL-JOURNAL-LINE.
           03 FILLER                  PIC X(18) VALUE
              '  JOURNALLED     '.
           03 FILLER                  PIC X(11) VALUE SPACES.
           03 HJ-AMT                  PIC ZZZ,ZZZ,ZZ9.99-.
       01  HL-DEBIT-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'TOTAL DEBITS                : '.
           03 HL-DEBITS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  HL-CREDIT-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'TOTAL CREDITS               : '.
           03 HL-CREDITS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  HL-LINES-TOTAL.
           03 FILLER                  PIC X(30) VALUE
              'JOURNAL LINES WRITTEN       : '.
           03 HL-LINES                PIC ZZZ,ZZ9.
       01  HL-BALANCE-LINE            PIC X(40).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Each cursor returns the same shape - policy type, agent, the
      * source key and its amount - in policy type / agent order so
      * the journal summary break falls out of the sort. Items
      * already on GLPOSTING are passed over: that is the rerun guard.
      * A payment is journalled once whatever its date, so a
      * back-dated one is guarded against every date's postings, not
      * just this date's.
           EXEC SQL
               DECLARE PAYMENT-CURSOR CURSOR FOR
                   SELECT P.POLICYTYPE, P.AGENTCODE,
                          Y.PAYMENTNUMBER, Y.PAYMENTAMOUNT, 0
                     FROM PREMIUMPAYMENT Y, POLICY P
                    WHERE P.POLICYNUMBER = Y.POLICYNUMBER
                      AND Y.PAYMENTDATE <= :WS-BUSINESS-DATE-ISO
                      AND Y.PAYMENTDATE >=
                          ( SELECT COALESCE(MIN(F.GLSOURCEDATE),
                                            :WS-BUSINESS-DATE-ISO)
                              FROM GLPOSTING F )
                      AND Y.PAYMENTSTATUS <> 'F'
                      AND NOT EXISTS
                          ( SELECT 1 FROM GLPOSTING G
                             WHERE G.GLSOURCETYPE = 'P'
                               AND G.GLSOURCEKEY = Y.PAYMENTNUMBER )
                    ORDER BY P.POLICYTYPE, P.AGENTCODE,
                             Y.PAYMENTNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE REVERSAL-CURSOR CURSOR FOR
                   SELECT P.POLICYTYPE, P.AGENTCODE,
                          Y.PAYMENTNUMBER, Y.PAYMENTAMOUNT, 0
                     FROM PREMIUMPAYMENT Y, POLICY P
                    WHERE P.POLICYNUMBER = Y.POLICYNUMBER
                      AND Y.PAYMENTSTATUS = 'R'
                      AND Y.REVERSEDATE = :WS-BUSINESS-DATE-ISO
                      AND NOT EXISTS
                          ( SELECT 1 FROM GLPOSTING G
                             WHERE G.GLSOURCETYPE = 'R'
                               AND G.GLSOURCEKEY = Y.PAYMENTNUMBER
                               AND G.GLSOURCEDATE =
                                       :WS-BUSINESS-DATE-ISO )
                    ORDER BY P.POLICYTYPE, P.AGENTCODE,
                             Y.PAYMENTNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE SETTLEMENT-CURSOR CURSOR FOR
                   SELECT P.POLICYTYPE, P.AGENTCODE,
                          C.CLAIMNUMBER, C.CLAIMPAID, 0
                     FROM CLAIM C, POLICY P
                    WHERE P.POLICYNUMBER = C.POLICYNUMBER
                      AND C.CLAIMSTATUS = 'S'
                      AND C.CLAIMSETTLED = :WS-BUSINESS-DATE-ISO
                      AND NOT EXISTS
                          ( SELECT 1 FROM GLPOSTING G
                             WHERE G.GLSOURCETYPE = 'S'
                               AND G.GLSOURCEKEY = C.CLAIMNUMBER
                               AND G.GLSOURCEDATE =
                                       :WS-BUSINESS-DATE-ISO )
                    ORDER BY P.POLICYTYPE, P.AGENTCODE,
                             C.CLAIMNUMBER
           END-EXEC.

      * The lgacbat6 selection narrowed to one day - a policy written
      * or renewed on the date under an agent on file.
           EXEC SQL
               DECLARE COMMISSION-CURSOR CURSOR FOR
                   SELECT P.POLICYTYPE, P.AGENTCODE,
                          P.POLICYNUMBER, P.PREMIUMAMOUNT,
                          A.COMMISSIONRATE
                     FROM POLICY P, AGENT A
                    WHERE A.AGENTCODE = P.AGENTCODE
                      AND ( P.POLICYCREATED = :WS-BUSINESS-DATE-ISO
                         OR P.POLICYRENEWED = :WS-BUSINESS-DATE-ISO )
                      AND NOT EXISTS
                          ( SELECT 1 FROM GLPOSTING G
                             WHERE G.GLSOURCETYPE = 'C'
                               AND G.GLSOURCEKEY = P.POLICYNUMBER
                               AND G.GLSOURCEDATE =
                                       :WS-BUSINESS-DATE-ISO )
                    ORDER BY P.POLICYTYPE, P.AGENTCODE,
                             P.POLICYNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE REFUND-CURSOR CURSOR FOR
                   SELECT P.POLICYTYPE, P.AGENTCODE,
                          Y.PAYMENTNUMBER, Y.PAYMENTAMOUNT, 0
                     FROM PREMIUMPAYMENT Y, POLICY P
                    WHERE P.POLICYNUMBER = Y.POLICYNUMBER
                      AND Y.PAYMENTSTATUS = 'F'
                      AND Y.PAYMENTDATE = :WS-BUSINESS-DATE-ISO
                      AND NOT EXISTS
                          ( SELECT 1 FROM GLPOSTING G
                             WHERE G.GLSOURCETYPE = 'F'
                               AND G.GLSOURCEKEY = Y.PAYMENTNUMBER
                               AND G.GLSOURCEDATE =
                                       :WS-BUSINESS-DATE-ISO )
                    ORDER BY P.POLICYTYPE, P.AGENTCODE,
                             Y.PAYMENTNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-GL-RUN.

           IF NOT WS-FATAL-ERROR
             MOVE 1 TO WS-PASS-IX
             MOVE 'P' TO WS-PASS-SOURCE
             MOVE 'PREM' TO WS-PASS-NAME
             MOVE WS-ACCT-BANK TO WS-PASS-DEBIT-ACCT
             MOVE WS-ACCT-PREMIUM TO WS-PASS-CREDIT-ACCT
             PERFORM JOURNAL-ONE-SOURCE THRU JOURNAL-ONE-SOURCE-EXIT
           END-IF
           IF NOT WS-FATAL-ERROR
             MOVE 2 TO WS-PASS-IX
             MOVE 'R' TO WS-PASS-SOURCE
             MOVE 'REVS' TO WS-PASS-NAME
             MOVE WS-ACCT-PREMIUM TO WS-PASS-DEBIT-ACCT
             MOVE WS-ACCT-BANK TO WS-PASS-CREDIT-ACCT
             PERFORM JOURNAL-ONE-SOURCE THRU JOURNAL-ONE-SOURCE-EXIT
           END-IF
           IF NOT WS-FATAL-ERROR
             MOVE 3 TO WS-PASS-IX
             MOVE 'S' TO WS-PASS-SOURCE
             MOVE 'CLMS' TO WS-PASS-NAME
             MOVE WS-ACCT-CLAIMS TO WS-PASS-DEBIT-ACCT
             MOVE WS-ACCT-BANK TO WS-PASS-CREDIT-ACCT
             PERFORM JOURNAL-ONE-SOURCE THRU JOURNAL-ONE-SOURCE-EXIT
           END-IF
           IF NOT WS-FATAL-ERROR
             MOVE 4 TO WS-PASS-IX
             MOVE 'C' TO WS-PASS-SOURCE
             MOVE 'COMM' TO WS-PASS-NAME
             MOVE WS-ACCT-COMMISSION TO WS-PASS-DEBIT-ACCT
             MOVE WS-ACCT-COMM-PAYABLE TO WS-PASS-CREDIT-ACCT
             PERFORM JOURNAL-ONE-SOURCE THRU JOURNAL-ONE-SOURCE-EXIT
           END-IF
           IF NOT WS-FATAL-ERROR
             MOVE 5 TO WS-PASS-IX
             MOVE 'F' TO WS-PASS-SOURCE
             MOVE 'REFD' TO WS-PASS-NAME
             MOVE WS-ACCT-PREMIUM TO WS-PASS-DEBIT-ACCT
             MOVE WS-ACCT-BANK TO WS-PASS-CREDIT-ACCT
             PERFORM JOURNAL-ONE-SOURCE THRU JOURNAL-ONE-SOURCE-EXIT
           END-IF
           IF NOT WS-FATAL-ERROR
             PERFORM READ-SOURCE-TOTALS THRU READ-SOURCE-TOTALS-EXIT
           END-IF

           IF WS-FATAL-ERROR
             DISPLAY 'LGACBAT8: RUN FAILED, SQLCODE=' SQLCODE
      * Throw the registrations away with the run - the journal
      * written so far is incomplete and must not be loaded, and
      * the rerun has to find every item still unposted.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM TERMINATE-GL-RUN
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM WRITE-JOURNAL-TRAILER.
           PERFORM PRINT-RECONCILIATION.
           PERFORM TERMINATE-GL-RUN.
           EXEC SQL COMMIT END-EXEC.
           IF WS-UNRECONCILED
             MOVE 4 TO RUN-END-RC
           ELSE
             MOVE 0 TO RUN-END-RC
           END-IF
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-GL-RUN.
           ACCEPT WS-BUSINESS-DATE FROM SYSIN.
           STRING WS-BUSINESS-DATE(1:4) '-'
                  WS-BUSINESS-DATE(5:2) '-'
                  WS-BUSINESS-DATE(7:2)
             INTO WS-BUSINESS-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           INITIALIZE WS-SOURCE-TOTALS.
           MOVE 'PREMIUMS POSTED' TO WS-SRC-NAME(1).
           MOVE 'PREMIUMS REVERSED' TO WS-SRC-NAME(2).
           MOVE 'CLAIMS SETTLED' TO WS-SRC-NAME(3).
           MOVE 'AGENT COMMISSION' TO WS-SRC-NAME(4).
           MOVE 'PREMIUMS REFUNDED' TO WS-SRC-NAME(5).
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE-ISO TO HL-BUSINESS-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * What earlier runs for this date already registered - read
      * before this run adds anything, so the reconciliation can show
      * source = earlier runs + this run.
           MOVE 1 TO WS-PASS-IX
           MOVE 'P' TO WS-PASS-SOURCE
           PERFORM READ-PRIOR-POSTINGS
           MOVE 2 TO WS-PASS-IX
           MOVE 'R' TO WS-PASS-SOURCE
           PERFORM READ-PRIOR-POSTINGS
           MOVE 3 TO WS-PASS-IX
           MOVE 'S' TO WS-PASS-SOURCE
           PERFORM READ-PRIOR-POSTINGS
           MOVE 4 TO WS-PASS-IX
           MOVE 'C' TO WS-PASS-SOURCE
           PERFORM READ-PRIOR-POSTINGS
           MOVE 5 TO WS-PASS-IX
           MOVE 'F' TO WS-PASS-SOURCE
           PERFORM READ-PRIOR-POSTINGS.
           EXIT.

       READ-PRIOR-POSTINGS.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(GLAMOUNT), 0)
               INTO :DB2-RECON-CNT, :DB2-RECON-AMT
               FROM GLPOSTING
              WHERE GLSOURCETYPE = :WS-PASS-SOURCE
                AND GLSOURCEDATE = :WS-BUSINESS-DATE-ISO
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
           ELSE
             MOVE DB2-RECON-CNT TO WS-SRC-PRIOR-CNT(WS-PASS-IX)
             MOVE DB2-RECON-AMT TO WS-SRC-PRIOR-AMT(WS-PASS-IX)
           END-IF.
           EXIT.

      ******************************************************************
      * One pass: every unposted item of the source for the date is    *
      * registered on GLPOSTING and summed into its policy type /      *
      * agent group; each completed group becomes a debit and a        *
      * credit journal line.                                           *
      ******************************************************************
       JOURNAL-ONE-SOURCE.
           MOVE 'N' TO WS-EOF-SW
           MOVE 'Y' TO WS-FIRST-GROUP-SW
           PERFORM OPEN-SOURCE-CURSOR
           IF WS-FATAL-ERROR
             GO TO JOURNAL-ONE-SOURCE-EXIT
           END-IF

           PERFORM FETCH-NEXT-SOURCE-ROW
           PERFORM UNTIL WS-END-OF-CURSOR
             PERFORM JOURNAL-ONE-ITEM THRU JOURNAL-ONE-ITEM-EXIT
             PERFORM FETCH-NEXT-SOURCE-ROW
           END-PERFORM

           IF NOT WS-FIRST-GROUP AND NOT WS-FATAL-ERROR
             PERFORM WRITE-JOURNAL-PAIR THRU WRITE-JOURNAL-PAIR-EXIT
           END-IF
           PERFORM CLOSE-SOURCE-CURSOR.

       JOURNAL-ONE-SOURCE-EXIT.
           EXIT.

       OPEN-SOURCE-CURSOR.
           EVALUATE TRUE
             WHEN WS-PASS-PAYMENTS
               EXEC SQL OPEN PAYMENT-CURSOR END-EXEC
             WHEN WS-PASS-REVERSALS
               EXEC SQL OPEN REVERSAL-CURSOR END-EXEC
             WHEN WS-PASS-CLAIMS
               EXEC SQL OPEN SETTLEMENT-CURSOR END-EXEC
             WHEN WS-PASS-COMMISSION
               EXEC SQL OPEN COMMISSION-CURSOR END-EXEC
             WHEN WS-PASS-REFUNDS
               EXEC SQL OPEN REFUND-CURSOR END-EXEC
           END-EVALUATE
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
           END-IF.
           EXIT.

       CLOSE-SOURCE-CURSOR.
           EVALUATE TRUE
             WHEN WS-PASS-PAYMENTS
               EXEC SQL CLOSE PAYMENT-CURSOR END-EXEC
             WHEN WS-PASS-REVERSALS
               EXEC SQL CLOSE REVERSAL-CURSOR END-EXEC
             WHEN WS-PASS-CLAIMS
               EXEC SQL CLOSE SETTLEMENT-CURSOR END-EXEC
             WHEN WS-PASS-COMMISSION
               EXEC SQL CLOSE COMMISSION-CURSOR END-EXEC
             WHEN WS-PASS-REFUNDS
               EXEC SQL CLOSE REFUND-CURSOR END-EXEC
           END-EVALUATE.
           EXIT.

       FETCH-NEXT-SOURCE-ROW.
           EVALUATE TRUE
             WHEN WS-PASS-PAYMENTS
               EXEC SQL
                   FETCH PAYMENT-CURSOR
                    INTO :DB2-GL-TYPE, :DB2-GL-AGENT, :DB2-GL-KEY,
                         :DB2-GL-AMOUNT, :DB2-GL-RATE
               END-EXEC
             WHEN WS-PASS-REVERSALS
               EXEC SQL
                   FETCH REVERSAL-CURSOR
                    INTO :DB2-GL-TYPE, :DB2-GL-AGENT, :DB2-GL-KEY,
                         :DB2-GL-AMOUNT, :DB2-GL-RATE
               END-EXEC
             WHEN WS-PASS-CLAIMS
               EXEC SQL
                   FETCH SETTLEMENT-CURSOR
                    INTO :DB2-GL-TYPE, :DB2-GL-AGENT, :DB2-GL-KEY,
                         :DB2-GL-AMOUNT, :DB2-GL-RATE
               END-EXEC
             WHEN WS-PASS-COMMISSION
               EXEC SQL
                   FETCH COMMISSION-CURSOR
                    INTO :DB2-GL-TYPE, :DB2-GL-AGENT, :DB2-GL-KEY,
                         :DB2-GL-AMOUNT, :DB2-GL-RATE
               END-EXEC
             WHEN WS-PASS-REFUNDS
               EXEC SQL
                   FETCH REFUND-CURSOR
                    INTO :DB2-GL-TYPE, :DB2-GL-AGENT, :DB2-GL-KEY,
                         :DB2-GL-AMOUNT, :DB2-GL-RATE
               END-EXEC
           END-EVALUATE
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-END-OF-CURSOR TO TRUE
             WHEN OTHER
      * A real DB2 error - stop the loop and abort the run rather
      * than hand finance a journal with part of a day missing.
               SET WS-END-OF-CURSOR TO TRUE
               SET WS-FATAL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      ******************************************************************
      * One source item: close off the previous group when the policy  *
      * type or agent changes, then register the item. A duplicate on  *
      * the register (-803) means another run got there first - the    *
      * item is left out of this journal rather than posted twice.     *
      ******************************************************************
       JOURNAL-ONE-ITEM.
           IF WS-FIRST-GROUP
              OR DB2-GL-TYPE NOT EQUAL WS-GROUP-TYPE
              OR DB2-GL-AGENT NOT EQUAL WS-GROUP-AGENT
             IF NOT WS-FIRST-GROUP
               PERFORM WRITE-JOURNAL-PAIR
                  THRU WRITE-JOURNAL-PAIR-EXIT
             END-IF
             MOVE 'N' TO WS-FIRST-GROUP-SW
             MOVE DB2-GL-TYPE TO WS-GROUP-TYPE
             MOVE DB2-GL-AGENT TO WS-GROUP-AGENT
             MOVE DB2-GL-RATE TO WS-GROUP-RATE
             MOVE ZERO TO WS-GROUP-CNT
             MOVE ZERO TO WS-GROUP-BASE
           END-IF

           EXEC SQL
             INSERT INTO GLPOSTING
                       ( GLSOURCETYPE,
                         GLSOURCEKEY,
                         GLSOURCEDATE,
                         GLPOLICYTYPE,
                         GLAGENTCODE,
                         GLAMOUNT )
                VALUES ( :WS-PASS-SOURCE,
                         :DB2-GL-KEY,
                         :WS-BUSINESS-DATE-ISO,
                         :DB2-GL-TYPE,
                         :DB2-GL-AGENT,
                         :DB2-GL-AMOUNT )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -803
               ADD 1 TO WS-ALREADY-POSTED-CNT
               GO TO JOURNAL-ONE-ITEM-EXIT
             WHEN OTHER
               SET WS-FATAL-ERROR TO TRUE
               SET WS-END-OF-CURSOR TO TRUE
               GO TO JOURNAL-ONE-ITEM-EXIT
           END-EVALUATE

           ADD 1 TO WS-GROUP-CNT
           ADD DB2-GL-AMOUNT TO WS-GROUP-BASE
           ADD 1 TO WS-SRC-RUN-CNT(WS-PASS-IX)
           ADD DB2-GL-AMOUNT TO WS-SRC-RUN-AMT(WS-PASS-IX)
           ADD 1 TO WS-ITEM-CNT.

       JOURNAL-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * The debit and credit lines for one completed group. For        *
      * commission the group premium is turned into commission at the  *
      * agent's rate, rounded once per group as lgacbat6 rounds once   *
      * per agent. A group that comes to nothing (every item already   *
      * posted, or an agent on a nil rate) writes no lines.            *
      ******************************************************************
       WRITE-JOURNAL-PAIR.
           IF WS-GROUP-CNT = ZERO
             GO TO WRITE-JOURNAL-PAIR-EXIT
           END-IF
           IF WS-PASS-COMMISSION
             COMPUTE WS-GROUP-AMOUNT ROUNDED =
                     WS-GROUP-BASE * WS-GROUP-RATE / 100
           ELSE
             MOVE WS-GROUP-BASE TO WS-GROUP-AMOUNT
           END-IF
           IF WS-GROUP-AMOUNT = ZERO
             GO TO WRITE-JOURNAL-PAIR-EXIT
           END-IF
           ADD WS-GROUP-AMOUNT TO WS-SRC-JOURNAL-AMT(WS-PASS-IX)

           MOVE SPACES TO JOURNAL-LINE-REC
           MOVE 'D' TO JL-RECORD-TYPE
           MOVE WS-BUSINESS-DATE-ISO TO JL-BUSINESS-DATE
           MOVE WS-PASS-NAME TO JL-SOURCE
           MOVE WS-GROUP-TYPE TO JL-POLICY-TYPE
           MOVE WS-GROUP-AGENT TO JL-AGENT-CODE
           MOVE WS-GROUP-AMOUNT TO JL-AMOUNT
           MOVE WS-GROUP-CNT TO JL-ITEM-CNT

           MOVE WS-PASS-DEBIT-ACCT TO JL-ACCOUNT
           MOVE 'D' TO JL-DEBIT-CREDIT
           WRITE JOURNAL-LINE-REC
           ADD WS-GROUP-AMOUNT TO WS-TOTAL-DEBITS

           MOVE WS-PASS-CREDIT-ACCT TO JL-ACCOUNT
           MOVE 'C' TO JL-DEBIT-CREDIT
           WRITE JOURNAL-LINE-REC
           ADD WS-GROUP-AMOUNT TO WS-TOTAL-CREDITS

           ADD 2 TO WS-LINE-CNT.

       WRITE-JOURNAL-PAIR-EXIT.
           EXIT.

       WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO JOURNAL-TRAILER-REC
           MOVE 'T' TO JT-RECORD-TYPE
           MOVE WS-BUSINESS-DATE-ISO TO JT-BUSINESS-DATE
           MOVE WS-LINE-CNT TO JT-LINE-CNT
           MOVE WS-TOTAL-DEBITS TO JT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
           MOVE WS-ITEM-CNT TO JT-ITEM-CNT
           WRITE JOURNAL-TRAILER-REC.
           EXIT.

      ******************************************************************
      * The source tables' own view of the day, read independently of  *
      * the cursors above, for the reconciliation. Commission ties     *
      * back on the premium it was earned on. Premiums posted are the  *
      * payments dated up to the date, back to the first date the      *
      * feed ran, less those journalled under another date.            *
      ******************************************************************
       READ-SOURCE-TOTALS.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(Y.PAYMENTAMOUNT), 0)
               INTO :DB2-RECON-CNT, :DB2-RECON-AMT
               FROM PREMIUMPAYMENT Y
              WHERE Y.PAYMENTDATE <= :WS-BUSINESS-DATE-ISO
                AND Y.PAYMENTDATE >=
                    ( SELECT COALESCE(MIN(F.GLSOURCEDATE),
                                      :WS-BUSINESS-DATE-ISO)
                        FROM GLPOSTING F )
                AND Y.PAYMENTSTATUS <> 'F'
                AND NOT EXISTS
                    ( SELECT 1 FROM GLPOSTING G
                       WHERE G.GLSOURCETYPE = 'P'
                         AND G.GLSOURCEKEY = Y.PAYMENTNUMBER
                         AND G.GLSOURCEDATE <> :WS-BUSINESS-DATE-ISO )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             GO TO READ-SOURCE-TOTALS-EXIT
           END-IF
           MOVE DB2-RECON-CNT TO WS-SRC-TABLE-CNT(1)
           MOVE DB2-RECON-AMT TO WS-SRC-TABLE-AMT(1)

           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(PAYMENTAMOUNT), 0)
               INTO :DB2-RECON-CNT, :DB2-RECON-AMT
               FROM PREMIUMPAYMENT
              WHERE PAYMENTSTATUS = 'R'
                AND REVERSEDATE = :WS-BUSINESS-DATE-ISO
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             GO TO READ-SOURCE-TOTALS-EXIT
           END-IF
           MOVE DB2-RECON-CNT TO WS-SRC-TABLE-CNT(2)
           MOVE DB2-RECON-AMT TO WS-SRC-TABLE-AMT(2)

           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(CLAIMPAID), 0)
               INTO :DB2-RECON-CNT, :DB2-RECON-AMT
               FROM CLAIM
              WHERE CLAIMSTATUS = 'S'
                AND CLAIMSETTLED = :WS-BUSINESS-DATE-ISO
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             GO TO READ-SOURCE-TOTALS-EXIT
           END-IF
           MOVE DB2-RECON-CNT TO WS-SRC-TABLE-CNT(3)
           MOVE DB2-RECON-AMT TO WS-SRC-TABLE-AMT(3)

           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(P.PREMIUMAMOUNT), 0)
               INTO :DB2-RECON-CNT, :DB2-RECON-AMT
               FROM POLICY P, AGENT A
              WHERE A.AGENTCODE = P.AGENTCODE
                AND ( P.POLICYCREATED = :WS-BUSINESS-DATE-ISO
                   OR P.POLICYRENEWED = :WS-BUSINESS-DATE-ISO )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             GO TO READ-SOURCE-TOTALS-EXIT
           END-IF
           MOVE DB2-RECON-CNT TO WS-SRC-TABLE-CNT(4)
           MOVE DB2-RECON-AMT TO WS-SRC-TABLE-AMT(4)

           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(PAYMENTAMOUNT), 0)
               INTO :DB2-RECON-CNT, :DB2-RECON-AMT
               FROM PREMIUMPAYMENT
              WHERE PAYMENTSTATUS = 'F'
                AND PAYMENTDATE = :WS-BUSINESS-DATE-ISO
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
             GO TO READ-SOURCE-TOTALS-EXIT
           END-IF
           MOVE DB2-RECON-CNT TO WS-SRC-TABLE-CNT(5)
           MOVE DB2-RECON-AMT TO WS-SRC-TABLE-AMT(5).

       READ-SOURCE-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * Per source: the source table's count and amount for the date,  *
      * what earlier runs registered, what this run registered and     *
      * journalled, and any difference. Then the proof that the        *
      * journal balances.                                              *
      ******************************************************************
       PRINT-RECONCILIATION.
           MOVE HL-COLUMN-HEADS TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-PASS-IX FROM 1 BY 1
                   UNTIL WS-PASS-IX > 5
             PERFORM PRINT-ONE-SOURCE
           END-PERFORM

           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LINE-CNT TO HL-LINES
           MOVE HL-LINES-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-DEBITS TO HL-DEBITS
           MOVE HL-DEBIT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-CREDITS TO HL-CREDITS
           MOVE HL-CREDIT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
             MOVE 'JOURNAL BALANCES - DEBITS EQUAL CREDITS'
               TO HL-BALANCE-LINE
           ELSE
             SET WS-UNRECONCILED TO TRUE
             MOVE 'JOURNAL OUT OF BALANCE' TO HL-BALANCE-LINE
           END-IF
           MOVE HL-BALANCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       PRINT-ONE-SOURCE.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SRC-NAME(WS-PASS-IX) TO HS-SOURCE-NAME
           MOVE HL-SOURCE-HEAD TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO DL-STATUS
           MOVE '  SOURCE TABLE' TO DL-LABEL
           MOVE WS-SRC-TABLE-CNT(WS-PASS-IX) TO DL-CNT
           MOVE WS-SRC-TABLE-AMT(WS-PASS-IX) TO DL-AMT
           MOVE DL-RECON-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  EARLIER RUNS' TO DL-LABEL
           MOVE WS-SRC-PRIOR-CNT(WS-PASS-IX) TO DL-CNT
           MOVE WS-SRC-PRIOR-AMT(WS-PASS-IX) TO DL-AMT
           MOVE DL-RECON-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  THIS RUN' TO DL-LABEL
           MOVE WS-SRC-RUN-CNT(WS-PASS-IX) TO DL-CNT
           MOVE WS-SRC-RUN-AMT(WS-PASS-IX) TO DL-AMT
           MOVE DL-RECON-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DIFF-CNT = WS-SRC-TABLE-CNT(WS-PASS-IX)
                               - WS-SRC-PRIOR-CNT(WS-PASS-IX)
                               - WS-SRC-RUN-CNT(WS-PASS-IX)
           COMPUTE WS-DIFF-AMT = WS-SRC-TABLE-AMT(WS-PASS-IX)
                               - WS-SRC-PRIOR-AMT(WS-PASS-IX)
                               - WS-SRC-RUN-AMT(WS-PASS-IX)
           MOVE '  DIFFERENCE' TO DL-LABEL
           MOVE WS-DIFF-CNT TO DL-CNT
           MOVE WS-DIFF-AMT TO DL-AMT
           IF WS-DIFF-CNT = ZERO AND WS-DIFF-AMT = ZERO
             MOVE 'RECONCILED' TO DL-STATUS
           ELSE
             SET WS-UNRECONCILED TO TRUE
             MOVE '*** UNRECONCILED ***' TO DL-STATUS
           END-IF
           MOVE DL-RECON-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SRC-JOURNAL-AMT(WS-PASS-IX) TO HJ-AMT
           MOVE HL-JOURNAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       TERMINATE-GL-RUN.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'LGACBAT8 ITEMS POSTED        : ' WS-ITEM-CNT.
           DISPLAY 'LGACBAT8 ALREADY POSTED      : '
                   WS-ALREADY-POSTED-CNT.
           DISPLAY 'LGACBAT8 JOURNAL LINES       : ' WS-LINE-CNT.
           IF WS-UNRECONCILED
             DISPLAY 'LGACBAT8: RECONCILIATION DIFFERENCE - SEE GLRECON'
           END-IF.
           ADD WS-ITEM-CNT WS-ALREADY-POSTED-CNT GIVING RUN-INPUT-CNT.
           MOVE WS-LINE-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the journal is opened. A *
      * refused run stops here having done nothing.                    *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBAT8' TO RUN-PROGRAM
           MOVE WS-BUSINESS-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO RUN-CONTROL-CARDS
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBAT8: RUN REFUSED - ' RUN-REFUSE-REASON
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
