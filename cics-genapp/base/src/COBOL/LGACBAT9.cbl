       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacbat9.
      ******************************************************************
      * Daily bank collection import.                                  *
      * Every premium the bank collected used to be keyed one at a     *
      * time through lgacpay1's '1' post action from the bank's        *
      * remittance listing. This run reads the bank's collection file  *
      * (BANKCOLL) and works each item the way the desk would have:    *
      *                                                                 *
      *  - money collected ('C') is posted to PREMIUMPAYMENT against   *
      *    the policy number the payer quoted, after the same checks   *
      *    lgacpay1's POST-PAYMENT makes: amount greater than zero,    *
      *    date present, policy on file and not cancelled ('X'). A     *
      *    payment against a lapsed policy is accepted, as online.     *
      *  - a direct debit returned unpaid ('R') reverses the payment   *
      *    its original collection posted, the way lgacpay1's '3'      *
      *    action does: PAYMENTSTATUS 'R' with the reversal stamped,   *
      *    the row kept - refused if the payment is already reversed,  *
      *    or if the return's amount or policy number is not the       *
      *    payment's (a partial return, or the bank keying the wrong   *
      *    item), so the wrong money is never reversed.                *
      *  - anything that cannot be matched or fails a check goes to    *
      *    the suspense file (SUSPOUT) and onto the exceptions report  *
      *    (EXCPRPT) for credit control to work by hand.               *
      *                                                                 *
      * Payments are dated with the business date on SYSIN, the day    *
      * they reach the ledger - that is the date lgacbat8's journal    *
      * feed and lgacbat4's arrears run see them under; the bank's     *
      * value date is kept on BANKCOLLECTION. PAYTRANID is 'BANK' and  *
      * PAYTASKNUM the item's record number in the file, so any        *
      * posted payment traces back to its line on the bank file.       *
      *                                                                 *
      * Every item worked is registered on BANKCOLLECTION under the    *
      * bank's reference, so an item seen before - a file fed in       *
      * twice, or a rerun - is passed over, never posted or reversed   *
      * again. The bank's trailer record must agree with the items     *
      * and amounts read or nothing is committed: a truncated or       *
      * corrupted file fails the run with return code 16 and is        *
      * rerun once the bank resends it.                                *
      *                                                                 *
      * One SYSIN control card drives a run:                           *
      *   card 1: business date, CCYYMMDD                              *
      * The run registers with lgacrun1 under that date; lgacbat4 and  *
      * lgacbat8 are refused for the date until it has completed.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-COLLECTION-FILE ASSIGN TO BANKCOLL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO EXCPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-COLLECTION-FILE
           RECORDING MODE IS F.
       01  BANK-ITEM-REC.
           03 BI-RECORD-TYPE          PIC X(1).
           03 BI-ITEM-TYPE            PIC X(1).
           03 BI-BANK-REF             PIC X(18).
           03 BI-POLICY-REF           PIC X(10).
           03 BI-AMOUNT               PIC 9(6)V99.
           03 BI-VALUE-DATE           PIC X(10).
           03 BI-ORIG-BANK-REF        PIC X(18).
           03 BI-RETURN-REASON        PIC X(4).
           03 BI-PAYER-NAME           PIC X(18).
       01  BANK-TRAILER-REC.
           03 BT-RECORD-TYPE          PIC X(1).
           03 BT-ITEM-CNT             PIC 9(7).
           03 BT-TOTAL-AMOUNT         PIC 9(9)V99.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-REC.
           03 SR-BUSINESS-DATE        PIC X(10).
           03 SR-REASON-CODE          PIC X(2).
           03 SR-ITEM-TYPE            PIC X(1).
           03 SR-BANK-REF             PIC X(18).
           03 SR-POLICY-REF           PIC X(10).
           03 SR-AMOUNT               PIC 9(6).99.
           03 SR-VALUE-DATE           PIC X(10).
           03 SR-ORIG-BANK-REF        PIC X(18).
           03 SR-RETURN-REASON        PIC X(4).
           03 SR-PAYER-NAME           PIC X(18).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-BANK-TRANID             PIC X(4) VALUE 'BANK'.
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-BUSINESS-DATE-ISO        PIC X(10).
       01  WS-RUN-TIME                 PIC X(8).
       01  WS-PAYMENT-TIME             PIC X(8).
       01  WS-BANK-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-END-OF-BANK-FILE            VALUE 'Y'.
       01  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
           88 WS-FATAL-ERROR                 VALUE 'Y'.
       01  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
           88 WS-TRAILER-FOUND               VALUE 'Y'.
       01  WS-FAIL-REASON              PIC X(40) VALUE SPACES.
      * Why an item went to suspense - the code rides on the suspense
      * record and BANKCOLLECTION, the text on the exceptions report.
       01  WS-SUSPENSE-REASON.
           03 WS-SUSP-CODE            PIC X(2).
           03 WS-SUSP-TEXT            PIC X(30).
       01  WS-RECORDS-READ             PIC 9(9) VALUE 0.
       01  WS-ITEMS-READ               PIC 9(9) VALUE 0.
       01  WS-ITEMS-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  WS-ALREADY-DONE-CNT         PIC 9(7) VALUE 0.
       01  WS-POSTED-CNT               PIC 9(7) VALUE 0.
       01  WS-POSTED-AMT               PIC S9(9)V99 VALUE 0.
       01  WS-REVERSED-CNT             PIC 9(7) VALUE 0.
       01  WS-REVERSED-AMT             PIC S9(9)V99 VALUE 0.
       01  WS-SUSPENSE-CNT             PIC 9(7) VALUE 0.
       01  WS-SUSPENSE-AMT             PIC S9(9)V99 VALUE 0.
       01  DB2-OUT-INTEGERS.
           03 DB2-POLICYNUM-INT       PIC S9(9).
           03 DB2-PAYMENTNUM-INT      PIC S9(9).
           03 DB2-TASKNUM-INT         PIC S9(9).
           03 DB2-ITEM-COUNT          PIC S9(9).
           03 DB2-PAYMENT-POLICYNUM   PIC S9(9).
       01  DB2-POLICYSTATUS            PIC X(1).
       01  DB2-PAYMENT-STATUS          PIC X(1).
       01  DB2-PAYMENT-AMOUNT          PIC S9(6)V99.
       01  DB2-ITEM-OUTCOME            PIC X(1).
       01  DB2-PAYMENTNUM-IND          PIC S9(4) COMP.

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(38) VALUE
              'BANK COLLECTION IMPORT EXCEPTIONS -  '.
           03 HL-BUSINESS-DATE        PIC X(10).
       01  HL-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  HL-COLUMN-HEADS.
           03 FILLER                  PIC X(40) VALUE
              'T BANK REFERENCE     POLICY REF     AMOU'.
           03 FILLER                  PIC X(40) VALUE
              'NT  REASON                              '.
       01  DL-EXCEPTION-LINE.
           03 DL-ITEM-TYPE            PIC X(1).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-BANK-REF             PIC X(18).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-POLICY-REF           PIC X(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-AMOUNT               PIC ZZZ,ZZ9.99.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 DL-REASON               PIC X(30).
       01  HL-COUNT-TOTAL.
           03 HL-COUNT-LABEL          PIC X(30).
           03 HL-COUNT                PIC ZZZ,ZZ9.
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 HL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-IMPORT.

           PERFORM READ-NEXT-BANK-RECORD.
           PERFORM UNTIL WS-END-OF-BANK-FILE
                      OR WS-FATAL-ERROR
             PERFORM PROCESS-BANK-RECORD
                THRU PROCESS-BANK-RECORD-EXIT
             PERFORM READ-NEXT-BANK-RECORD
           END-PERFORM

           IF NOT WS-FATAL-ERROR
             PERFORM CHECK-BANK-TRAILER THRU CHECK-BANK-TRAILER-EXIT
           END-IF

           IF WS-FATAL-ERROR
             DISPLAY 'LGACBAT9: RUN FAILED, ' WS-FAIL-REASON
             DISPLAY 'LGACBAT9: SQLCODE=' SQLCODE
      * Nothing from a failed run stands - no postings, no reversals,
      * no registrations - so the rerun works the whole file afresh.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM TERMINATE-IMPORT
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM PRINT-TOTALS.
           PERFORM TERMINATE-IMPORT.
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO RUN-END-RC.
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-IMPORT.
           ACCEPT WS-BUSINESS-DATE FROM SYSIN.
           STRING WS-BUSINESS-DATE(1:4) '-'
                  WS-BUSINESS-DATE(5:2) '-'
                  WS-BUSINESS-DATE(7:2)
             INTO WS-BUSINESS-DATE-ISO
           END-STRING.
      * PAYMENTTIME carries HHMMSS, the form FORMATTIME hands lgacpay1.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-PAYMENT-TIME.
           MOVE WS-RUN-TIME(1:6) TO WS-PAYMENT-TIME.
           PERFORM REGISTER-RUN-START.
           OPEN INPUT BANK-COLLECTION-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE-ISO TO HL-BUSINESS-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-COLUMN-HEADS TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.

       READ-NEXT-BANK-RECORD.
           READ BANK-COLLECTION-FILE
             AT END
               SET WS-END-OF-BANK-FILE TO TRUE
             NOT AT END
               ADD 1 TO WS-RECORDS-READ
           END-READ.
           EXIT.

      ******************************************************************
      * One record off the bank file. Details are worked; the trailer  *
      * is held for CHECK-BANK-TRAILER and must be the last record.    *
      ******************************************************************
       PROCESS-BANK-RECORD.
           IF WS-TRAILER-FOUND
             MOVE 'RECORDS FOUND AFTER THE TRAILER' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO PROCESS-BANK-RECORD-EXIT
           END-IF

           EVALUATE BI-RECORD-TYPE
             WHEN 'T'
               SET WS-TRAILER-FOUND TO TRUE
               GO TO PROCESS-BANK-RECORD-EXIT
             WHEN 'D'
               CONTINUE
             WHEN OTHER
               MOVE 'UNKNOWN RECORD TYPE ON BANK FILE'
                 TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
               GO TO PROCESS-BANK-RECORD-EXIT
           END-EVALUATE

           ADD 1 TO WS-ITEMS-READ
           IF BI-AMOUNT NUMERIC
             ADD BI-AMOUNT TO WS-ITEMS-AMOUNT
           END-IF

      * An item without the bank's reference cannot be registered,
      * so it cannot be protected against a second run - it is never
      * posted automatically.
           IF BI-BANK-REF = SPACES OR LOW-VALUES
             MOVE 'RF' TO WS-SUSP-CODE
             MOVE 'NO BANK REFERENCE' TO WS-SUSP-TEXT
             PERFORM WRITE-SUSPENSE-ITEM
             GO TO PROCESS-BANK-RECORD-EXIT
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-ITEM-COUNT
               FROM BANKCOLLECTION
              WHERE BANKREF = :BI-BANK-REF
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'BANKCOLLECTION READ FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO PROCESS-BANK-RECORD-EXIT
           END-IF
           IF DB2-ITEM-COUNT > 0
             ADD 1 TO WS-ALREADY-DONE-CNT
             GO TO PROCESS-BANK-RECORD-EXIT
           END-IF

           MOVE SPACES TO WS-SUSPENSE-REASON
           MOVE -1 TO DB2-PAYMENTNUM-IND
           EVALUATE BI-ITEM-TYPE
             WHEN 'C'
               PERFORM POST-COLLECTED-ITEM
                  THRU POST-COLLECTED-ITEM-EXIT
             WHEN 'R'
               PERFORM REVERSE-RETURNED-ITEM
                  THRU REVERSE-RETURNED-ITEM-EXIT
             WHEN OTHER
               MOVE 'TY' TO WS-SUSP-CODE
               MOVE 'UNKNOWN ITEM TYPE' TO WS-SUSP-TEXT
           END-EVALUATE
           IF WS-FATAL-ERROR
             GO TO PROCESS-BANK-RECORD-EXIT
           END-IF

           IF WS-SUSP-CODE NOT EQUAL SPACES
             MOVE 'S' TO DB2-ITEM-OUTCOME
             PERFORM WRITE-SUSPENSE-ITEM
           END-IF
           PERFORM REGISTER-BANK-ITEM.

       PROCESS-BANK-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * Money collected: the lgacpay1 POST-PAYMENT checks, then the    *
      * payment row. A check that fails leaves WS-SUSP-CODE set and    *
      * nothing posted.                                                *
      ******************************************************************
       POST-COLLECTED-ITEM.
           IF BI-AMOUNT NOT NUMERIC OR BI-AMOUNT = ZERO
             MOVE 'AM' TO WS-SUSP-CODE
             MOVE 'AMOUNT NOT GREATER THAN ZERO' TO WS-SUSP-TEXT
             GO TO POST-COLLECTED-ITEM-EXIT
           END-IF
           IF BI-VALUE-DATE = SPACES OR LOW-VALUES
             MOVE 'DT' TO WS-SUSP-CODE
             MOVE 'VALUE DATE MISSING' TO WS-SUSP-TEXT
             GO TO POST-COLLECTED-ITEM-EXIT
           END-IF
           IF BI-POLICY-REF NOT NUMERIC
             MOVE 'NM' TO WS-SUSP-CODE
             MOVE 'NO MATCHING POLICY' TO WS-SUSP-TEXT
             GO TO POST-COLLECTED-ITEM-EXIT
           END-IF
           MOVE BI-POLICY-REF TO DB2-POLICYNUM-INT

           EXEC SQL
             SELECT POLICYSTATUS
               INTO :DB2-POLICYSTATUS
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'NM' TO WS-SUSP-CODE
               MOVE 'NO MATCHING POLICY' TO WS-SUSP-TEXT
               GO TO POST-COLLECTED-ITEM-EXIT
             WHEN OTHER
               MOVE 'POLICY READ FAILED' TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
               GO TO POST-COLLECTED-ITEM-EXIT
           END-EVALUATE
           IF DB2-POLICYSTATUS = 'X'
             MOVE 'CX' TO WS-SUSP-CODE
             MOVE 'POLICY CANCELLED' TO WS-SUSP-TEXT
             GO TO POST-COLLECTED-ITEM-EXIT
           END-IF

           MOVE BI-AMOUNT TO DB2-PAYMENT-AMOUNT
           MOVE WS-RECORDS-READ TO DB2-TASKNUM-INT
           EXEC SQL
             INSERT INTO PREMIUMPAYMENT
                       ( PAYMENTNUMBER,
                         POLICYNUMBER,
                         PAYMENTAMOUNT,
                         PAYMENTDATE,
                         PAYMENTTIME,
                         PAYMENTSTATUS,
                         PAYTRANID,
                         PAYTASKNUM )
                VALUES ( DEFAULT,
                         :DB2-POLICYNUM-INT,
                         :DB2-PAYMENT-AMOUNT,
                         :WS-BUSINESS-DATE-ISO,
                         :WS-PAYMENT-TIME,
                         'P',
                         :WS-BANK-TRANID,
                         :DB2-TASKNUM-INT )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT INSERT FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO POST-COLLECTED-ITEM-EXIT
           END-IF

      * get value of assigned payment number
           EXEC SQL
             SET :DB2-PAYMENTNUM-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE 0 TO DB2-PAYMENTNUM-IND
           MOVE 'P' TO DB2-ITEM-OUTCOME
           ADD 1 TO WS-POSTED-CNT
           ADD BI-AMOUNT TO WS-POSTED-AMT.

       POST-COLLECTED-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * Direct debit returned unpaid: find the payment its original    *
      * collection posted and reverse it as lgacpay1's REVERSE-PAYMENT *
      * does. A collection this import never posted (keyed by hand, or *
      * put to suspense) cannot be matched safely and goes to suspense *
      * with the return, as does one already reversed and one whose    *
      * amount or policy does not agree with the payment's.            *
      ******************************************************************
       REVERSE-RETURNED-ITEM.
           EXEC SQL
             SELECT PAYMENTNUMBER
               INTO :DB2-PAYMENTNUM-INT
               FROM BANKCOLLECTION
              WHERE BANKREF = :BI-ORIG-BANK-REF
                AND ITEMTYPE = 'C'
                AND ITEMOUTCOME = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'NO' TO WS-SUSP-CODE
               MOVE 'ORIGINAL PAYMENT NOT FOUND' TO WS-SUSP-TEXT
               GO TO REVERSE-RETURNED-ITEM-EXIT
             WHEN OTHER
               MOVE 'BANKCOLLECTION READ FAILED' TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
               GO TO REVERSE-RETURNED-ITEM-EXIT
           END-EVALUATE

           EXEC SQL
             SELECT PAYMENTSTATUS, PAYMENTAMOUNT, POLICYNUMBER
               INTO :DB2-PAYMENT-STATUS, :DB2-PAYMENT-AMOUNT,
                    :DB2-PAYMENT-POLICYNUM
               FROM PREMIUMPAYMENT
              WHERE PAYMENTNUMBER = :DB2-PAYMENTNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'NO' TO WS-SUSP-CODE
               MOVE 'ORIGINAL PAYMENT NOT FOUND' TO WS-SUSP-TEXT
               GO TO REVERSE-RETURNED-ITEM-EXIT
             WHEN OTHER
               MOVE 'PAYMENT READ FAILED' TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
               GO TO REVERSE-RETURNED-ITEM-EXIT
           END-EVALUATE
           IF DB2-PAYMENT-STATUS = 'R'
             MOVE 'AR' TO WS-SUSP-CODE
             MOVE 'PAYMENT ALREADY REVERSED' TO WS-SUSP-TEXT
             GO TO REVERSE-RETURNED-ITEM-EXIT
           END-IF
      * The return must be for the whole of the payment, on the same
      * policy - anything else is a partial return or a keying error
      * at the bank, and credit control works it by hand.
           IF BI-AMOUNT NOT NUMERIC OR BI-POLICY-REF NOT NUMERIC
             MOVE 'RM' TO WS-SUSP-CODE
             MOVE 'RETURN DOES NOT MATCH PAYMENT' TO WS-SUSP-TEXT
             GO TO REVERSE-RETURNED-ITEM-EXIT
           END-IF
           MOVE BI-POLICY-REF TO DB2-POLICYNUM-INT
           IF BI-AMOUNT NOT EQUAL DB2-PAYMENT-AMOUNT
              OR DB2-POLICYNUM-INT NOT EQUAL DB2-PAYMENT-POLICYNUM
             MOVE 'RM' TO WS-SUSP-CODE
             MOVE 'RETURN DOES NOT MATCH PAYMENT' TO WS-SUSP-TEXT
             GO TO REVERSE-RETURNED-ITEM-EXIT
           END-IF

           EXEC SQL
             UPDATE PREMIUMPAYMENT
                SET PAYMENTSTATUS = 'R',
                    REVERSEDATE   = :WS-BUSINESS-DATE-ISO,
                    REVERSETIME   = :WS-PAYMENT-TIME
              WHERE PAYMENTNUMBER = :DB2-PAYMENTNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT REVERSAL FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO REVERSE-RETURNED-ITEM-EXIT
           END-IF

           MOVE 0 TO DB2-PAYMENTNUM-IND
           MOVE 'R' TO DB2-ITEM-OUTCOME
           ADD 1 TO WS-REVERSED-CNT
           ADD DB2-PAYMENT-AMOUNT TO WS-REVERSED-AMT.

       REVERSE-RETURNED-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * Record the item as worked, whatever became of it, so it is     *
      * never worked again.                                            *
      ******************************************************************
       REGISTER-BANK-ITEM.
           IF BI-AMOUNT NOT NUMERIC
             MOVE ZERO TO DB2-PAYMENT-AMOUNT
           ELSE
             MOVE BI-AMOUNT TO DB2-PAYMENT-AMOUNT
           END-IF
           EXEC SQL
             INSERT INTO BANKCOLLECTION
                       ( BANKREF,
                         ITEMTYPE,
                         POLICYREF,
                         ITEMAMOUNT,
                         VALUEDATE,
                         ORIGBANKREF,
                         ITEMOUTCOME,
                         SUSPREASON,
                         PAYMENTNUMBER,
                         PROCESSDATE )
                VALUES ( :BI-BANK-REF,
                         :BI-ITEM-TYPE,
                         :BI-POLICY-REF,
                         :DB2-PAYMENT-AMOUNT,
                         :BI-VALUE-DATE,
                         :BI-ORIG-BANK-REF,
                         :DB2-ITEM-OUTCOME,
                         :WS-SUSP-CODE,
                         :DB2-PAYMENTNUM-INT :DB2-PAYMENTNUM-IND,
                         :WS-BUSINESS-DATE-ISO )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'BANKCOLLECTION INSERT FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
           END-IF.
           EXIT.

       WRITE-SUSPENSE-ITEM.
           ADD 1 TO WS-SUSPENSE-CNT
           MOVE SPACES TO SUSPENSE-REC
           MOVE WS-BUSINESS-DATE-ISO TO SR-BUSINESS-DATE
           MOVE WS-SUSP-CODE TO SR-REASON-CODE
           MOVE BI-ITEM-TYPE TO SR-ITEM-TYPE
           MOVE BI-BANK-REF TO SR-BANK-REF
           MOVE BI-POLICY-REF TO SR-POLICY-REF
           MOVE BI-VALUE-DATE TO SR-VALUE-DATE
           MOVE BI-ORIG-BANK-REF TO SR-ORIG-BANK-REF
           MOVE BI-RETURN-REASON TO SR-RETURN-REASON
           MOVE BI-PAYER-NAME TO SR-PAYER-NAME
           MOVE BI-ITEM-TYPE TO DL-ITEM-TYPE
           MOVE BI-BANK-REF TO DL-BANK-REF
           MOVE BI-POLICY-REF TO DL-POLICY-REF
           MOVE WS-SUSP-TEXT TO DL-REASON
           IF BI-AMOUNT NUMERIC
             MOVE BI-AMOUNT TO SR-AMOUNT
             MOVE BI-AMOUNT TO DL-AMOUNT
             ADD BI-AMOUNT TO WS-SUSPENSE-AMT
           ELSE
             MOVE ZERO TO SR-AMOUNT
             MOVE ZERO TO DL-AMOUNT
           END-IF
           WRITE SUSPENSE-REC
           MOVE DL-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

      ******************************************************************
      * The bank's own count and hash total of the detail items must   *
      * agree with what was read, or the file is not the file the      *
      * bank sent and nothing from it may stand.                       *
      ******************************************************************
       CHECK-BANK-TRAILER.
           IF NOT WS-TRAILER-FOUND
             MOVE 'BANK FILE HAS NO TRAILER' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO CHECK-BANK-TRAILER-EXIT
           END-IF
           IF BT-ITEM-CNT NOT NUMERIC
              OR BT-TOTAL-AMOUNT NOT NUMERIC
              OR BT-ITEM-CNT NOT EQUAL WS-ITEMS-READ
              OR BT-TOTAL-AMOUNT NOT EQUAL WS-ITEMS-AMOUNT
             MOVE 'TRAILER DISAGREES WITH ITEMS READ'
               TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
           END-IF.

       CHECK-BANK-TRAILER-EXIT.
           EXIT.

       PRINT-TOTALS.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ITEMS ON FILE               : ' TO HL-COUNT-LABEL
           MOVE WS-ITEMS-READ TO HL-COUNT
           MOVE WS-ITEMS-AMOUNT TO HL-AMOUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PAYMENTS POSTED             : ' TO HL-COUNT-LABEL
           MOVE WS-POSTED-CNT TO HL-COUNT
           MOVE WS-POSTED-AMT TO HL-AMOUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PAYMENTS REVERSED           : ' TO HL-COUNT-LABEL
           MOVE WS-REVERSED-CNT TO HL-COUNT
           MOVE WS-REVERSED-AMT TO HL-AMOUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ITEMS TO SUSPENSE           : ' TO HL-COUNT-LABEL
           MOVE WS-SUSPENSE-CNT TO HL-COUNT
           MOVE WS-SUSPENSE-AMT TO HL-AMOUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ITEMS ALREADY WORKED        : ' TO HL-COUNT-LABEL
           MOVE WS-ALREADY-DONE-CNT TO HL-COUNT
           MOVE ZERO TO HL-AMOUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       TERMINATE-IMPORT.
           CLOSE BANK-COLLECTION-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'LGACBAT9 ITEMS READ          : ' WS-ITEMS-READ.
           DISPLAY 'LGACBAT9 PAYMENTS POSTED     : ' WS-POSTED-CNT.
           DISPLAY 'LGACBAT9 PAYMENTS REVERSED   : ' WS-REVERSED-CNT.
           DISPLAY 'LGACBAT9 ITEMS TO SUSPENSE   : ' WS-SUSPENSE-CNT.
           DISPLAY 'LGACBAT9 ITEMS ALREADY WORKED: '
                   WS-ALREADY-DONE-CNT.
           MOVE WS-ITEMS-READ TO RUN-INPUT-CNT.
           ADD WS-POSTED-CNT WS-REVERSED-CNT GIVING RUN-OUTPUT-CNT.
           MOVE WS-SUSPENSE-CNT TO RUN-REJECT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before any file is opened. A    *
      * refused run stops here having done nothing.                    *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBAT9' TO RUN-PROGRAM
           MOVE WS-BUSINESS-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO RUN-CONTROL-CARDS
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBAT9: RUN REFUSED - ' RUN-REFUSE-REASON
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
