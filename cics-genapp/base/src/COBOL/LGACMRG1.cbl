      *    'R') so nobody keeps signing on under the dead record -     *
      *    lgacdb04 refuses an 'R' credential outright.                *
      *                                                                 *
      * Return codes: 00 merged, 85 survivor not active or loser       *
      * recorded as deceased, 86 loser already merged away, 88 either  *
      * record held by sanctions screening, 90 SQL error (partial      *
      * work backed out), 95 customer not found, 97 numbers missing    *
      * or identical, 98 commarea too short, 99 unknown action code.   *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 DB2-OUT-INTEGERS.
           03 DB2-SURV-LASTCHG PIC S9(9).
           03 DB2-LOSR-LASTCHG PIC S9(9).
           03 DB2-HELD-COUNT PIC S9(9).
       01 WS-HIST-CUSTNUM PIC 9(10) VALUE 0.
       01 DB2-OLD-CUSTOMER-VALUES.
           03 DB2-OLD-PHONE-MOBILE     PIC X(20).
           END-IF

      * Read the loser - it must exist and not already be merged away.
      * A deceased loser stays as it is: its estate row, and the hold
      * and executor routing that hang off it, are keyed on its own
      * number and would not follow its policies to the survivor.
           MOVE CA-MERGE-LOSER-NUM TO WS-HIST-CUSTNUM
           PERFORM READ-CUSTOMER-CONTACT
           IF CA-RETURN-CODE NOT EQUAL 0
             MOVE '86' TO CA-RETURN-CODE
             GO TO MERGE-CUSTOMERS-EXIT
           END-IF
           IF LOSR-CUSTSTATUS = 'D'
             MOVE '85' TO CA-RETURN-CODE
             GO TO MERGE-CUSTOMERS-EXIT
           END-IF

      * A record held by sanctions screening stays as it is until
      * compliance has decided - merging it would carry its policies,
      * and the claims on them, out from under the hold.
           MOVE ' CHECK SCREENING' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-HELD-COUNT
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER IN (:CA-CUSTOMER-NUM,
                                       :CA-MERGE-LOSER-NUM)
                AND CUSTSCREEN IN ('R', 'X')
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             SET WS-SQL-FAILURE TO TRUE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO MERGE-CUSTOMERS-EXIT
           END-IF
           IF DB2-HELD-COUNT > 0
             MOVE '88' TO CA-RETURN-CODE
             GO TO MERGE-CUSTOMERS-EXIT
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
