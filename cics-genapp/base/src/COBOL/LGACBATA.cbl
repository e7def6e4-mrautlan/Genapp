       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacbata.
      ******************************************************************
      * Daily claim payment instructions to the bank.                  *
      * A settled claim used to be paid by claims staff raising a      *
      * cheque request by hand from the settlement screen. This run    *
      * gathers every claim lgacclm1 has settled - paid within the     *
      * handler's authority, or approved by a second user - up to and  *
      * including the business date on SYSIN and not yet sent, and     *
      * writes one payment instruction per claim to the bank's         *
      * payment-instruction file (PAYINSTR), between a header and a    *
      * trailer carrying the instruction count and total amount the    *
      * bank checks the file against.                                  *
      *                                                                 *
      * The payee is the policyholder, paid by cheque to the address   *
      * on the CUSTOMER row; the payment reference is the claim        *
      * number, so the bank's statement line matches straight back to  *
      * the claim. For a policyholder recorded as deceased (CUSTSTATUS *
      * 'D', or since closed with the estate row kept) the cheque is   *
      * made out to the executor on the CUSTOMERESTATE row and posted  *
      * to the executor's address, as lgacbat3's renewal notices and   *
      * lgacwel1's letters are.                                        *
      *                                                                 *
      * Each claim sent is stamped with the business date              *
      * (CLAIMINSTRUCTED) in the same unit of work, so no claim is     *
      * ever instructed twice, and the lgacrun1 run register refuses   *
      * a second normal run for a date already completed. If the file  *
      * for a date is lost before it reaches the bank, it is recreated *
      * with a second control card of 'R', which reselects exactly the *
      * claims stamped with that date and stamps nothing - the one     *
      * repeat the register lets through.                              *
      * A failed run rolls back its stamps; its file is not to be      *
      * sent and the rerun rebuilds it.                                *
      *                                                                 *
      * A policyholder held by sanctions screening (CUSTSCREEN 'R'     *
      * under review or 'X' confirmed by lgacsnc1) is not paid: a      *
      * normal run leaves their settled claims unsent and unstamped,   *
      * and reports how many were held back. Once compliance clears    *
      * the customer the next normal run picks the claims up. The run  *
      * waits on the register for the day's lgacbatd screening, so a   *
      * customer onboarded today is screened before anything is paid.  *
      * A recreate run reproduces the file exactly as it was sent.     *
      *                                                                 *
      * Two SYSIN control cards drive a run:                           *
      *   card 1: business date, CCYYMMDD                              *
      *   card 2: 'R' to recreate that date's file, otherwise blank    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE ASSIGN TO PAYINSTR
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTION-FILE
           RECORDING MODE IS F.
       01  INSTRUCTION-HEADER-REC.
           03 IH-RECORD-TYPE          PIC X(1).
           03 IH-BUSINESS-DATE        PIC X(10).
           03 IH-ORIGINATOR           PIC X(8).
           03 IH-FILE-TYPE            PIC X(1).
       01  INSTRUCTION-DETAIL-REC.
           03 ID-RECORD-TYPE          PIC X(1).
           03 ID-PAYMENT-REF          PIC X(18).
           03 ID-PAYMENT-METHOD       PIC X(1).
           03 ID-AMOUNT               PIC 9(6)V99.
           03 ID-PAYEE-NAME           PIC X(31).
           03 ID-HOUSE-NAME           PIC X(20).
           03 ID-HOUSE-NUM            PIC X(4).
           03 ID-TOWN                 PIC X(20).
           03 ID-POSTCODE             PIC X(8).
           03 ID-POLICY-NUM           PIC 9(10).
           03 ID-CUSTOMER-NUM         PIC 9(10).
       01  INSTRUCTION-TRAILER-REC.
           03 IT-RECORD-TYPE          PIC X(1).
           03 IT-INSTRUCTION-CNT      PIC 9(7).
           03 IT-TOTAL-AMOUNT         PIC 9(9)V99.

       WORKING-STORAGE SECTION.
      * Who the bank knows this file as coming from.
       77  WS-ORIGINATOR              PIC X(8) VALUE 'GENAPP01'.
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-BUSINESS-DATE-ISO        PIC X(10).
       01  WS-RECREATE-CARD            PIC X(1).
           88 WS-RECREATE-RUN                VALUE 'R'.
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR               VALUE 'Y'.
       01  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
           88 WS-FATAL-ERROR                 VALUE 'Y'.
       01  WS-INSTRUCTION-CNT          PIC 9(7) VALUE 0.
       01  WS-TOTAL-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  DB2-INSTR-ROW.
           03 DB2-CLAIMNUM-INT        PIC S9(9).
           03 DB2-POLICYNUM-INT       PIC S9(9).
           03 DB2-CUSTOMERNUM-INT     PIC S9(9).
           03 DB2-CLAIM-PAID          PIC S9(6)V99.
           03 DB2-FIRST-NAME          PIC X(10).
           03 DB2-LAST-NAME           PIC X(20).
           03 DB2-HOUSE-NAME          PIC X(20).
           03 DB2-HOUSE-NUM           PIC X(4).
           03 DB2-TOWN                PIC X(20).
           03 DB2-POSTCODE            PIC X(8).
           03 DB2-DECEASED            PIC X(1).
           03 DB2-EXEC-NAME           PIC X(30).
           03 DB2-EXEC-HOUSE-NAME     PIC X(20).
           03 DB2-EXEC-HOUSE-NUM      PIC X(4).
           03 DB2-EXEC-TOWN           PIC X(20).
           03 DB2-EXEC-POSTCODE       PIC X(8).
       01  WS-CLAIM-REF                PIC 9(10).
       01  WS-HELD-CNT                 PIC S9(9) VALUE 0.
       01  WS-EXECUTOR-CNT             PIC 9(7) VALUE 0.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * A normal run takes every settled claim not yet instructed; a
      * recreate run takes exactly those already instructed on the
      * date. HOUSENAME, HOUSENUMBER and TOWN may be null on an older
      * customer row - spaces go to the bank for those. A normal run
      * passes over a customer held by sanctions screening. The
      * estate row, when the customer is recorded as deceased,
      * supplies the executor the cheque is paid to instead - still so
      * once the estate is closed, as the row outlives CUSTSTATUS 'D'.
           EXEC SQL
               DECLARE INSTRUCTION-CURSOR CURSOR FOR
                   SELECT C.CLAIMNUMBER, P.POLICYNUMBER,
                          U.CUSTOMERNUMBER, C.CLAIMPAID,
                          U.FIRSTNAME, U.LASTNAME,
                          COALESCE(U.HOUSENAME, ' '),
                          COALESCE(U.HOUSENUMBER, ' '),
                          COALESCE(U.TOWN, ' '), U.POSTCODE,
                          CASE WHEN E.CUSTOMERNUMBER IS NULL
                               THEN 'N' ELSE 'Y' END,
                          COALESCE(E.EXECNAME, ' '),
                          COALESCE(E.EXECHOUSENAME, ' '),
                          COALESCE(E.EXECHOUSENUMBER, ' '),
                          COALESCE(E.EXECTOWN, ' '),
                          COALESCE(E.EXECPOSTCODE, ' ')
                     FROM CLAIM C
                          INNER JOIN POLICY P
                            ON P.POLICYNUMBER = C.POLICYNUMBER
                          INNER JOIN CUSTOMER U
                            ON U.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                          LEFT OUTER JOIN CUSTOMERESTATE E
                            ON E.CUSTOMERNUMBER = U.CUSTOMERNUMBER
                    WHERE C.CLAIMSTATUS = 'S'
                      AND ( ( :WS-RECREATE-CARD <> 'R'
                          AND C.CLAIMINSTRUCTED IS NULL
                          AND C.CLAIMSETTLED <= :WS-BUSINESS-DATE-ISO
                          AND U.CUSTSCREEN NOT IN ('R', 'X') )
                         OR ( :WS-RECREATE-CARD = 'R'
                          AND C.CLAIMINSTRUCTED =
                                       :WS-BUSINESS-DATE-ISO ) )
                    ORDER BY C.CLAIMNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-INSTRUCTIONS.

           EXEC SQL OPEN INSTRUCTION-CURSOR END-EXEC.
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-CLAIM
             PERFORM UNTIL WS-END-OF-CURSOR
               PERFORM WRITE-INSTRUCTION THRU WRITE-INSTRUCTION-EXIT
               PERFORM FETCH-NEXT-CLAIM
             END-PERFORM
             EXEC SQL CLOSE INSTRUCTION-CURSOR END-EXEC
             IF NOT WS-FATAL-ERROR AND NOT WS-RECREATE-RUN
               PERFORM COUNT-HELD-CLAIMS
             END-IF
           END-IF

           IF WS-FATAL-ERROR
             DISPLAY 'LGACBATA: RUN FAILED, SQLCODE=' SQLCODE
      * Take the stamps back with the run - the file written so far
      * is incomplete and must not go to the bank, and the rerun has
      * to find every claim still unsent.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM TERMINATE-INSTRUCTIONS
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM WRITE-INSTRUCTION-TRAILER.
           PERFORM TERMINATE-INSTRUCTIONS.
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-INSTRUCTIONS.
           ACCEPT WS-BUSINESS-DATE FROM SYSIN.
           ACCEPT WS-RECREATE-CARD FROM SYSIN.
           STRING WS-BUSINESS-DATE(1:4) '-'
                  WS-BUSINESS-DATE(5:2) '-'
                  WS-BUSINESS-DATE(7:2)
             INTO WS-BUSINESS-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN OUTPUT INSTRUCTION-FILE.
           MOVE SPACES TO INSTRUCTION-HEADER-REC
           MOVE 'H' TO IH-RECORD-TYPE
           MOVE WS-BUSINESS-DATE-ISO TO IH-BUSINESS-DATE
           MOVE WS-ORIGINATOR TO IH-ORIGINATOR
      * The bank is told a recreated file is a copy, not new money.
           IF WS-RECREATE-RUN
             MOVE 'R' TO IH-FILE-TYPE
           ELSE
             MOVE 'N' TO IH-FILE-TYPE
           END-IF
           WRITE INSTRUCTION-HEADER-REC.
           EXIT.

       FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH INSTRUCTION-CURSOR
                INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
                     :DB2-CUSTOMERNUM-INT, :DB2-CLAIM-PAID,
                     :DB2-FIRST-NAME, :DB2-LAST-NAME,
                     :DB2-HOUSE-NAME, :DB2-HOUSE-NUM,
                     :DB2-TOWN, :DB2-POSTCODE,
                     :DB2-DECEASED, :DB2-EXEC-NAME,
                     :DB2-EXEC-HOUSE-NAME, :DB2-EXEC-HOUSE-NUM,
                     :DB2-EXEC-TOWN, :DB2-EXEC-POSTCODE
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
      * Stamp the claim as instructed, then write its instruction. The *
      * stamp only takes a claim still unstamped, so a claim another   *
      * run got to first is left off this file.                        *
      ******************************************************************
       WRITE-INSTRUCTION.
           IF NOT WS-RECREATE-RUN
             EXEC SQL
               UPDATE CLAIM
                  SET CLAIMINSTRUCTED = :WS-BUSINESS-DATE-ISO
                WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                  AND CLAIMINSTRUCTED IS NULL
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 GO TO WRITE-INSTRUCTION-EXIT
               WHEN OTHER
                 SET WS-FATAL-ERROR TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
                 GO TO WRITE-INSTRUCTION-EXIT
             END-EVALUATE
           END-IF

           MOVE SPACES TO INSTRUCTION-DETAIL-REC
           MOVE 'D' TO ID-RECORD-TYPE
           MOVE DB2-CLAIMNUM-INT TO WS-CLAIM-REF
           STRING 'CLM' WS-CLAIM-REF DELIMITED BY SIZE
             INTO ID-PAYMENT-REF
           END-STRING
           MOVE 'Q' TO ID-PAYMENT-METHOD
           MOVE DB2-CLAIM-PAID TO ID-AMOUNT
      * A deceased policyholder's claim is paid to the executor, at
      * the executor's address; the claim and policy stay as they are.
           IF DB2-DECEASED = 'Y'
             MOVE DB2-EXEC-NAME TO ID-PAYEE-NAME
             MOVE DB2-EXEC-HOUSE-NAME TO ID-HOUSE-NAME
             MOVE DB2-EXEC-HOUSE-NUM TO ID-HOUSE-NUM
             MOVE DB2-EXEC-TOWN TO ID-TOWN
             MOVE DB2-EXEC-POSTCODE TO ID-POSTCODE
             ADD 1 TO WS-EXECUTOR-CNT
           ELSE
             STRING DB2-FIRST-NAME DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    DB2-LAST-NAME DELIMITED BY SIZE
               INTO ID-PAYEE-NAME
             END-STRING
             MOVE DB2-HOUSE-NAME TO ID-HOUSE-NAME
             MOVE DB2-HOUSE-NUM TO ID-HOUSE-NUM
             MOVE DB2-TOWN TO ID-TOWN
             MOVE DB2-POSTCODE TO ID-POSTCODE
           END-IF
           MOVE DB2-POLICYNUM-INT TO ID-POLICY-NUM
           MOVE DB2-CUSTOMERNUM-INT TO ID-CUSTOMER-NUM
           WRITE INSTRUCTION-DETAIL-REC

           ADD 1 TO WS-INSTRUCTION-CNT
           ADD DB2-CLAIM-PAID TO WS-TOTAL-AMOUNT.

       WRITE-INSTRUCTION-EXIT.
           EXIT.

      ******************************************************************
      * Count the settled claims left unsent because the policyholder  *
      * is held by sanctions screening, for the run log.               *
      ******************************************************************
       COUNT-HELD-CLAIMS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HELD-CNT
                 FROM CLAIM C, POLICY P, CUSTOMER U
                WHERE P.POLICYNUMBER = C.POLICYNUMBER
                  AND U.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                  AND C.CLAIMSTATUS = 'S'
                  AND C.CLAIMINSTRUCTED IS NULL
                  AND C.CLAIMSETTLED <= :WS-BUSINESS-DATE-ISO
                  AND U.CUSTSCREEN IN ('R', 'X')
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             SET WS-FATAL-ERROR TO TRUE
           END-IF.
           EXIT.

       WRITE-INSTRUCTION-TRAILER.
           MOVE SPACES TO INSTRUCTION-TRAILER-REC
           MOVE 'T' TO IT-RECORD-TYPE
           MOVE WS-INSTRUCTION-CNT TO IT-INSTRUCTION-CNT
           MOVE WS-TOTAL-AMOUNT TO IT-TOTAL-AMOUNT
           WRITE INSTRUCTION-TRAILER-REC.
           EXIT.

       TERMINATE-INSTRUCTIONS.
           CLOSE INSTRUCTION-FILE.
           DISPLAY 'LGACBATA INSTRUCTIONS WRITTEN: ' WS-INSTRUCTION-CNT.
           DISPLAY 'LGACBATA TOTAL AMOUNT        : ' WS-TOTAL-AMOUNT.
           DISPLAY 'LGACBATA PAID TO EXECUTORS   : ' WS-EXECUTOR-CNT.
           IF WS-RECREATE-RUN
             DISPLAY 'LGACBATA: RECREATED FILE FOR '
                     WS-BUSINESS-DATE-ISO ' - NOTHING STAMPED'
           ELSE
             DISPLAY 'LGACBATA HELD FOR SCREENING  : ' WS-HELD-CNT
           END-IF.
           MOVE WS-INSTRUCTION-CNT TO RUN-INPUT-CNT.
           MOVE WS-INSTRUCTION-CNT TO RUN-OUTPUT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before the file is opened. A    *
      * refused run stops here having done nothing.                    *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBATA' TO RUN-PROGRAM
           MOVE WS-BUSINESS-DATE-ISO TO RUN-BUSINESS-DATE
           STRING WS-BUSINESS-DATE ' ' WS-RECREATE-CARD
             DELIMITED BY SIZE INTO RUN-CONTROL-CARDS
           END-STRING
           IF WS-RECREATE-RUN
             MOVE 'Y' TO RUN-REPEAT-SW
           END-IF
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBATA: RUN REFUSED - ' RUN-REFUSE-REASON
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
