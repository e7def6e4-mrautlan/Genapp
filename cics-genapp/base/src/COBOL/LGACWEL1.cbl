      * with the address held on CUSTOMER and written as a             *
      * welcome-letter extract record to the LGWL extrapartition TDQ   *
      * (a permanent dataset the print room picks up), and a dispatch  *
      * status row is inserted into CUSTOMERLETTER. A customer who has *
      * been recorded as deceased by the time the letter goes out is   *
      * not written to: the letter is addressed to the executor held   *
      * on CUSTOMERESTATE, at the executor's address, with WL-SEND-TO  *
      * 'E' and the executor's name in WL-EXECUTOR-NAME (WL-SEND-TO is *
      * 'C' for the customer). CUSTOMERLETTER is keyed on              *
      * CUSTOMERNUMBER, so replaying the queue after a failed run - or *
      * after a region restart re-drives entries that were already     *
      * dispatched - can never produce a second letter for the same    *
      * customer: the duplicate insert is detected and the entry       *
      * skipped.                                                       *
      *                                                                 *
      * The queue is only deleted once every entry in it has been      *
      * dispatched (or recognised as already dispatched). If any       *
           03 DB2-POSTCODE             PIC X(8).
           03 DB2-TOWN                 PIC X(20).
           03 DB2-COUNTY               PIC X(20).
       01 DB2-ESTATE-ADDRESS.
           03 DB2-DECEASED             PIC X(1).
           03 DB2-EXEC-NAME            PIC X(30).
           03 DB2-EXEC-HOUSE-NAME      PIC X(20).
           03 DB2-EXEC-HOUSE-NUM       PIC X(4).
           03 DB2-EXEC-POSTCODE        PIC X(8).
           03 DB2-EXEC-TOWN            PIC X(20).
           03 DB2-EXEC-COUNTY          PIC X(20).
       01 WELCOME-LETTER-REC.
           03 WL-CUSTOMER-NUM          PIC 9(10).
           03 WL-FIRST-NAME            PIC X(10).
           03 WL-COUNTY                PIC X(20).
           03 WL-ONBOARD-DATE          PIC X(10).
           03 WL-ONBOARD-TIME          PIC X(8).
           03 WL-SEND-TO               PIC X(1).
           03 WL-EXECUTOR-NAME         PIC X(30).
       01 WS-ABSTIME PIC S9(8) VALUE 0.
       01 WS-TIME PIC X(8) VALUE SPACES.
       01 WS-DATE PIC X(10) VALUE SPACES.

           MOVE ' READ CUST ADDR' TO EM-SQLREQ
           EXEC SQL
             SELECT C.HOUSENAME, C.HOUSENUMBER, C.POSTCODE,
                    C.TOWN, C.COUNTY,
                    CASE WHEN E.CUSTOMERNUMBER IS NULL
                         THEN 'N' ELSE 'Y' END,
                    COALESCE(E.EXECNAME, ' '),
                    COALESCE(E.EXECHOUSENAME, ' '),
                    COALESCE(E.EXECHOUSENUMBER, ' '),
                    COALESCE(E.EXECPOSTCODE, ' '),
                    COALESCE(E.EXECTOWN, ' '),
                    COALESCE(E.EXECCOUNTY, ' ')
               INTO :DB2-HOUSE-NAME, :DB2-HOUSE-NUM, :DB2-POSTCODE,
                    :DB2-TOWN, :DB2-COUNTY,
                    :DB2-DECEASED, :DB2-EXEC-NAME,
                    :DB2-EXEC-HOUSE-NAME, :DB2-EXEC-HOUSE-NUM,
                    :DB2-EXEC-POSTCODE, :DB2-EXEC-TOWN,
                    :DB2-EXEC-COUNTY
               FROM CUSTOMER C
                    LEFT OUTER JOIN CUSTOMERESTATE E
                      ON E.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                     AND C.CUSTSTATUS = 'D'
              WHERE C.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE = -911
           MOVE NM-CUSTOMER-NUM     TO WL-CUSTOMER-NUM
           MOVE NM-FIRST-NAME       TO WL-FIRST-NAME
           MOVE NM-LAST-NAME        TO WL-LAST-NAME
      * For a deceased customer only the addressee changes - the
      * letter still names the customer it is about.
           IF DB2-DECEASED = 'Y'
             MOVE 'E'                 TO WL-SEND-TO
             MOVE DB2-EXEC-NAME       TO WL-EXECUTOR-NAME
             MOVE DB2-EXEC-HOUSE-NAME TO WL-HOUSE-NAME
             MOVE DB2-EXEC-HOUSE-NUM  TO WL-HOUSE-NUM
             MOVE DB2-EXEC-POSTCODE   TO WL-POSTCODE
             MOVE DB2-EXEC-TOWN       TO WL-TOWN
             MOVE DB2-EXEC-COUNTY     TO WL-COUNTY
           ELSE
             MOVE 'C'                 TO WL-SEND-TO
             MOVE DB2-HOUSE-NAME      TO WL-HOUSE-NAME
             MOVE DB2-HOUSE-NUM       TO WL-HOUSE-NUM
             MOVE DB2-POSTCODE        TO WL-POSTCODE
             MOVE DB2-TOWN            TO WL-TOWN
             MOVE DB2-COUNTY          TO WL-COUNTY
           END-IF
           MOVE WS-ONBOARD-DATE-ISO TO WL-ONBOARD-DATE
           MOVE NM-TIME             TO WL-ONBOARD-TIME

