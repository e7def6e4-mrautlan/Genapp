       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgacbatd.
      ******************************************************************
      * Sanctions screening.                                           *
      * Customers were onboarded and claims paid without anyone        *
      * checking the customer against the published sanctions lists.   *
      * This run loads the list in force and screens the book against  *
      * it, raising every potential match for compliance to decide:    *
      *                                                                 *
      *  - the watchlist file (WLISTIN) is a header naming the list    *
      *    and the date it was published, a detail record for every    *
      *    name listed (aliases are extra details under the same       *
      *    entry reference) and a trailer counting the details. A      *
      *    list with a new list id replaces the WATCHLIST table; the   *
      *    list already in force is not loaded twice, and a list       *
      *    published before it is refused. An empty file - the usual   *
      *    day - screens against the list already held.                *
      *  - every active or deceased customer not yet screened against  *
      *    the list in force is screened: those onboarded since the    *
      *    last run, and the whole book when a new list has arrived.   *
      *  - the candidates for a customer are the list names sharing a  *
      *    phonetic (soundex) key with the customer's surname or       *
      *    first name, either way round. Each is scored 0-100: the     *
      *    names by edit distance, the date of birth (exact, year      *
      *    only, day and month transposed, a year out) and the         *
      *    address (postcode, outward code, town) - weighted by        *
      *    WS-NAME-WEIGHT, WS-DOB-WEIGHT and WS-ADDR-WEIGHT, with a    *
      *    detail the list does not give left out of the weighting.    *
      *  - the best-scoring name of each listed entry reaching         *
      *    WS-MATCH-THRESHOLD is queued on SCREENREVIEW for review,    *
      *    unless the customer already has that entry awaiting a       *
      *    decision or confirmed, or cleared at the same score or      *
      *    better - a cleared match is only raised again when a later  *
      *    list makes it stronger.                                     *
      *  - the customer's CUSTSCREEN is re-derived from all of the     *
      *    customer's reviews: 'X' with any confirmed, 'R' with any    *
      *    awaiting a decision, 'C' otherwise. lgacclm1, lgacpol1,     *
      *    lgacmrg1 and lgacbata hold an 'R' or 'X' customer until     *
      *    compliance decides through lgacsnc1.                        *
      *                                                                 *
      * The screening report (SCRNRPT) lists the matches queued by     *
      * this run and then the whole queue awaiting a decision, oldest  *
      * first. The run ends with return code 4 while anything awaits   *
      * a decision.                                                    *
      *                                                                 *
      * Restart: the list load is committed on its own, and the        *
      * screening every WS-CHECKPOINT-FREQ customers over a WITH HOLD  *
      * cursor. A screened customer carries the list id on             *
      * CUSTSCREENLIST, so a rerun after a failure - with the same     *
      * file, or none - carries on with the customers not yet done.    *
      * A failure while loading a list backs the load out and leaves   *
      * the previous list in force.                                    *
      *                                                                 *
      * One SYSIN control card drives a run:                           *
      *   card 1: business date, CCYYMMDD                              *
      * The run registers with lgacrun1 under that date and may be     *
      * repeated - a list can arrive at any time of day. lgacbata is   *
      * refused for the date until a screening run has completed, so   *
      * nobody onboarded that day is paid before being screened.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-FILE ASSIGN TO WLISTIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO SCRNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-FILE
           RECORDING MODE IS F.
       01  WL-HEADER-REC.
           03 WH-RECORD-TYPE          PIC X(1).
           03 WH-LIST-ID              PIC X(12).
           03 WH-PUBLISHED            PIC X(8).
           03 WH-PUBLISHER            PIC X(20).
       01  WL-DETAIL-REC.
           03 WD-RECORD-TYPE          PIC X(1).
           03 WD-ENTRY-REF            PIC X(12).
           03 WD-REGIME               PIC X(10).
           03 WD-SURNAME              PIC X(30).
           03 WD-FORENAMES            PIC X(30).
           03 WD-DOB                  PIC X(8).
           03 WD-POSTCODE             PIC X(8).
           03 WD-TOWN                 PIC X(20).
           03 WD-COUNTRY              PIC X(20).
       01  WL-TRAILER-REC.
           03 WT-RECORD-TYPE          PIC X(1).
           03 WT-ENTRY-CNT            PIC 9(7).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
      * A candidate must score at least WS-NAME-FLOOR on the names
      * alone, and WS-MATCH-THRESHOLD overall, to be queued. The
      * weights are the share of the overall score each detail
      * carries when the list gives it. Change the value here to
      * retune the whole estate.
       77  WS-NAME-FLOOR               PIC S9(4) COMP VALUE 70.
       77  WS-MATCH-THRESHOLD          PIC S9(4) COMP VALUE 80.
       77  WS-NAME-WEIGHT              PIC S9(4) COMP VALUE 60.
       77  WS-DOB-WEIGHT               PIC S9(4) COMP VALUE 25.
       77  WS-ADDR-WEIGHT              PIC S9(4) COMP VALUE 15.
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-BUSINESS-DATE-ISO        PIC X(10).
       01  WS-CHECKPOINT-FREQ          PIC 9(5) VALUE 100.
       01  WS-SINCE-CHECKPOINT         PIC 9(5) VALUE 0.
       01  WS-LIST-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-END-OF-LIST-FILE            VALUE 'Y'.
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88 WS-END-OF-CURSOR               VALUE 'Y'.
       01  WS-CAND-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-END-OF-CANDIDATES           VALUE 'Y'.
       01  WS-QUEUE-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-END-OF-QUEUE                VALUE 'Y'.
       01  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
           88 WS-FATAL-ERROR                 VALUE 'Y'.
       01  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
           88 WS-TRAILER-FOUND               VALUE 'Y'.
       01  WS-BEST-FOUND-SW            PIC X(01) VALUE 'N'.
           88 WS-BEST-FOUND                  VALUE 'Y'.
       01  WS-FAIL-REASON              PIC X(40) VALUE SPACES.
       01  WS-LIST-STATE               PIC X(20) VALUE SPACES.
       01  WS-LIST-ID                  PIC X(12) VALUE SPACES.
       01  WS-LIST-PUBLISHED           PIC X(8) VALUE SPACES.
       01  WS-RECORDS-READ             PIC 9(9) VALUE 0.
       01  WS-ENTRIES-READ             PIC 9(7) VALUE 0.
       01  WS-ENTRIES-LOADED           PIC 9(7) VALUE 0.
       01  WS-ENTRIES-REJECTED         PIC 9(7) VALUE 0.
       01  WS-SCREENED-CNT             PIC 9(7) VALUE 0.
       01  WS-COMPARED-CNT             PIC 9(9) VALUE 0.
       01  WS-QUEUED-CNT               PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-CNT           PIC 9(7) VALUE 0.
       01  WS-AWAITING-CNT             PIC 9(7) VALUE 0.
       01  WS-CONFIRMED-CNT            PIC 9(7) VALUE 0.

      * Names in the form they are matched on - upper case, letters
      * only - with their soundex keys.
       01  WS-ALPHABET                 PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LOWER-ALPHABET           PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-SOUNDEX-CODES            PIC X(26) VALUE
           '01230120022455012623010202'.
       01  WS-NORM-IN                  PIC X(30).
       01  WS-NORM-OUT                 PIC X(30).
       01  WS-NORM-IX                  PIC S9(4) COMP.
       01  WS-NORM-OX                  PIC S9(4) COMP.
       01  WS-NORM-STARTED-SW          PIC X(01).
           88 WS-NORM-STARTED                VALUE 'Y'.
       01  WS-NORM-DONE-SW             PIC X(01).
           88 WS-NORM-DONE                   VALUE 'Y'.
       01  WS-SOUNDEX                  PIC X(4).
       01  WS-SX-IX                    PIC S9(4) COMP.
       01  WS-SX-OX                    PIC S9(4) COMP.
       01  WS-SX-LETTER-POS            PIC S9(4) COMP.
       01  WS-SX-CODE                  PIC X(1).
       01  WS-SX-PREV-CODE             PIC X(1).

       01  WS-CUSTOMER-MATCH.
           03 WS-CUST-MATCH-SUR       PIC X(30).
           03 WS-CUST-MATCH-FORE      PIC X(30).
           03 WS-CUST-SX-SUR          PIC X(4).
           03 WS-CUST-SX-FORE         PIC X(4).
           03 WS-CUST-DOB             PIC X(8).
           03 WS-CUST-DOB-PARTS REDEFINES WS-CUST-DOB.
             05 WS-CUST-DOB-CCYY      PIC 9(4).
             05 WS-CUST-DOB-MMDD.
               07 WS-CUST-DOB-MM      PIC 9(2).
               07 WS-CUST-DOB-DD      PIC 9(2).
           03 WS-CUST-POSTCODE        PIC X(8).
           03 WS-CUST-POSTCODE-LEN    PIC S9(4) COMP.
           03 WS-CUST-TOWN            PIC X(30).
       01  WS-LIST-MATCH.
           03 WS-LIST-DOB             PIC X(8).
           03 WS-LIST-DOB-PARTS REDEFINES WS-LIST-DOB.
             05 WS-LIST-DOB-CCYY      PIC 9(4).
             05 WS-LIST-DOB-MMDD.
               07 WS-LIST-DOB-MM      PIC 9(2).
               07 WS-LIST-DOB-DD      PIC 9(2).
           03 WS-LIST-POSTCODE        PIC X(8).
           03 WS-LIST-POSTCODE-LEN    PIC S9(4) COMP.
           03 WS-LIST-TOWN            PIC X(30).
       01  WS-PC-IN                    PIC X(8).
       01  WS-PC-OUT                   PIC X(8).
       01  WS-PC-LEN                   PIC S9(4) COMP.
       01  WS-PC-IX                    PIC S9(4) COMP.

      * Scores for the candidate in hand, 0-100 each.
       01  WS-CANDIDATE-SCORES.
           03 WS-SURNAME-PCT          PIC S9(4) COMP.
           03 WS-FORENAME-PCT         PIC S9(4) COMP.
           03 WS-SWAPPED-PCT          PIC S9(4) COMP.
           03 WS-NAME-PCT             PIC S9(4) COMP.
           03 WS-DOB-PCT              PIC S9(4) COMP.
           03 WS-ADDR-PCT             PIC S9(4) COMP.
           03 WS-MATCH-SCORE          PIC S9(4) COMP.
           03 WS-SCORE-WEIGHT         PIC S9(4) COMP.
           03 WS-YEAR-GAP             PIC S9(4) COMP.
       01  WS-DOB-AVAIL-SW             PIC X(01).
           88 WS-DOB-AVAILABLE               VALUE 'Y'.
       01  WS-ADDR-AVAIL-SW            PIC X(01).
           88 WS-ADDR-AVAILABLE              VALUE 'Y'.

      * Edit distance between WS-LEV-A and WS-LEV-B, as a percentage
      * likeness of the longer name, in WS-LEV-PCT. Two rows of the
      * distance table are enough.
       01  WS-LEV-A                    PIC X(30).
       01  WS-LEV-B                    PIC X(30).
       01  WS-LEV-A-LEN                PIC S9(4) COMP.
       01  WS-LEV-B-LEN                PIC S9(4) COMP.
       01  WS-LEV-MAX-LEN              PIC S9(4) COMP.
       01  WS-LEV-I                    PIC S9(4) COMP.
       01  WS-LEV-J                    PIC S9(4) COMP.
       01  WS-LEV-COST                 PIC S9(4) COMP.
       01  WS-LEV-BEST                 PIC S9(4) COMP.
       01  WS-LEV-DIST                 PIC S9(4) COMP.
       01  WS-LEV-PCT                  PIC S9(4) COMP.
       01  WS-LEV-ROWS.
           03 WS-LEV-PREV             PIC S9(4) COMP OCCURS 31 TIMES.
           03 WS-LEV-CURR             PIC S9(4) COMP OCCURS 31 TIMES.

       01  DB2-OUT-INTEGERS.
           03 DB2-RECORDNUM-INT       PIC S9(9).
           03 DB2-REVIEWNUM-INT       PIC S9(10).
           03 DB2-PRIOR-COUNT         PIC S9(9).
           03 DB2-AWAITING-COUNT      PIC S9(9).
           03 DB2-CONFIRMED-COUNT     PIC S9(9).
       01  DB2-HOLD-LEVEL              PIC S9(4) COMP.
       01  DB2-CUST-SCREEN             PIC X(1).
       01  DB2-WL-MATCHSURNAME         PIC X(30).
       01  DB2-WL-MATCHFORENAME        PIC X(30).
       01  DB2-WL-SOUNDEX              PIC X(4).
       01  DB2-WL-FORESOUNDEX          PIC X(4).
       01  DB2-DOBSCORE-IND            PIC S9(4) COMP.
       01  DB2-ADDRSCORE-IND           PIC S9(4) COMP.
       01  DB2-CUSTOMER-ROW.
           03 DB2-CUST-NUM            PIC S9(10).
           03 DB2-CUST-FIRSTNAME      PIC X(10).
           03 DB2-CUST-LASTNAME       PIC X(20).
           03 DB2-CUST-DOB            PIC X(10).
           03 DB2-CUST-POSTCODE       PIC X(8).
           03 DB2-CUST-TOWN           PIC X(20).
       01  DB2-CANDIDATE-ROW.
           03 DB2-CAND-ENTRYREF       PIC X(12).
           03 DB2-CAND-REGIME         PIC X(10).
           03 DB2-CAND-SURNAME        PIC X(30).
           03 DB2-CAND-FORENAMES      PIC X(30).
           03 DB2-CAND-DOB            PIC X(8).
           03 DB2-CAND-POSTCODE       PIC X(8).
           03 DB2-CAND-TOWN           PIC X(20).
           03 DB2-CAND-COUNTRY        PIC X(20).
           03 DB2-CAND-MATCHSUR       PIC X(30).
           03 DB2-CAND-MATCHFORE      PIC X(30).
      * The best-scoring name so far of the listed entry in hand.
       01  WS-CURR-ENTRYREF            PIC X(12).
       01  WS-BEST-CANDIDATE.
           03 WS-BEST-ROW             PIC X(198).
           03 WS-BEST-ROW-FIELDS REDEFINES WS-BEST-ROW.
             05 WS-BEST-ENTRYREF      PIC X(12).
             05 WS-BEST-REGIME        PIC X(10).
             05 WS-BEST-SURNAME       PIC X(30).
             05 WS-BEST-FORENAMES     PIC X(30).
             05 WS-BEST-DOB           PIC X(8).
             05 WS-BEST-POSTCODE      PIC X(8).
             05 WS-BEST-TOWN          PIC X(20).
             05 WS-BEST-COUNTRY       PIC X(20).
             05 WS-BEST-MATCHSUR      PIC X(30).
             05 WS-BEST-MATCHFORE     PIC X(30).
           03 WS-BEST-MATCH-SCORE     PIC S9(4) COMP.
           03 WS-BEST-NAME-PCT        PIC S9(4) COMP.
           03 WS-BEST-DOB-PCT         PIC S9(4) COMP.
           03 WS-BEST-ADDR-PCT        PIC S9(4) COMP.
           03 WS-BEST-DOB-AVAIL-SW    PIC X(01).
           03 WS-BEST-ADDR-AVAIL-SW   PIC X(01).
           03 WS-BEST-WLNAME          PIC X(61).
       01  DB2-QUEUE-ROW.
           03 DB2-Q-REVIEWNUM         PIC S9(10).
           03 DB2-Q-CUSTNUM           PIC S9(10).
           03 DB2-Q-FIRSTNAME         PIC X(10).
           03 DB2-Q-LASTNAME          PIC X(20).
           03 DB2-Q-DOB               PIC X(10).
           03 DB2-Q-POSTCODE          PIC X(8).
           03 DB2-Q-SCORE             PIC S9(4) COMP.
           03 DB2-Q-ENTRYREF          PIC X(12).
           03 DB2-Q-WLNAME            PIC X(61).
           03 DB2-Q-WLDOB             PIC X(8).
           03 DB2-Q-WLPOSTCODE        PIC X(8).
           03 DB2-Q-QUEUED            PIC X(10).

       01  WS-RPT-NAME.
           03 WS-RPT-FIRSTNAME        PIC X(10).
           03 WS-RPT-LASTNAME         PIC X(20).

       01  RUN-CONTROL-AREA.
           COPY LGRUNCTL.

       01  HL-REPORT-TITLE.
           03 FILLER                  PIC X(28) VALUE
              'SANCTIONS SCREENING RUN -  '.
           03 HL-BUSINESS-DATE        PIC X(10).
       01  HL-BLANK-LINE              PIC X(80) VALUE SPACES.
       01  HL-LIST-LINE.
           03 FILLER                  PIC X(11) VALUE 'WATCHLIST: '.
           03 HL-LIST-ID              PIC X(12).
           03 FILLER                  PIC X(13) VALUE
              '  PUBLISHED: '.
           03 HL-LIST-PUBLISHED       PIC X(8).
           03 FILLER                  PIC X(2) VALUE SPACES.
           03 HL-LIST-STATE           PIC X(20).
       01  HL-SECTION-LINE            PIC X(80).
       01  HL-COLUMN-HEADS-1.
           03 FILLER                  PIC X(40) VALUE
              'REVIEW NO  CUSTOMER   CUSTOMER NAME     '.
           03 FILLER                  PIC X(40) VALUE
              '         BIRTH DATE POSTCODE SCR        '.
       01  HL-COLUMN-HEADS-2.
           03 FILLER                  PIC X(40) VALUE
              '          ENTRY REF    LISTED NAME      '.
           03 FILLER                  PIC X(40) VALUE
              '            LIST DOB POSTCODE QUEUED    '.
       01  HL-NONE-LINE               PIC X(80) VALUE
           '  NONE'.
       01  DL-MATCH-LINE.
           03 DL-REVIEW-NUM           PIC Z(9)9.
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-CUSTNUM              PIC 9(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-CUST-NAME            PIC X(26).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-CUST-DOB             PIC X(10).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-CUST-POSTCODE        PIC X(8).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-SCORE                PIC ZZ9.
       01  DL-LISTED-LINE.
           03 FILLER                  PIC X(10) VALUE
              '  LISTED: '.
           03 DL-WL-ENTRYREF          PIC X(12).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-WL-NAME              PIC X(28).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-WL-DOB               PIC X(8).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-WL-POSTCODE          PIC X(8).
           03 FILLER                  PIC X(1) VALUE SPACES.
           03 DL-WL-QUEUED            PIC X(10).
       01  HL-COUNT-TOTAL.
           03 HL-COUNT-LABEL          PIC X(30).
           03 HL-COUNT                PIC ZZZ,ZZZ,ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Everyone who may be paid - active and deceased customers -
      * not yet screened against the list in force. WITH HOLD keeps
      * the cursor open over the checkpoint commits.
           EXEC SQL
               DECLARE SCREEN-CURSOR CURSOR WITH HOLD FOR
                   SELECT CUSTOMERNUMBER, FIRSTNAME, LASTNAME,
                          DATEOFBIRTH, POSTCODE, COALESCE(TOWN, ' ')
                     FROM CUSTOMER
                    WHERE CUSTSTATUS IN ('A', 'D')
                      AND ( CUSTSCREENLIST IS NULL
                         OR CUSTSCREENLIST <> :WS-LIST-ID )
                    ORDER BY CUSTOMERNUMBER
           END-EXEC.

      * The list names that sound like the customer's surname or first
      * name, either way round, grouped by listed entry.
           EXEC SQL
               DECLARE CANDIDATE-CURSOR CURSOR FOR
                   SELECT WLENTRYREF, WLREGIME, WLSURNAME, WLFORENAMES,
                          WLDOB, WLPOSTCODE, WLTOWN, WLCOUNTRY,
                          WLMATCHSURNAME, WLMATCHFORENAME
                     FROM WATCHLIST
                    WHERE WLLISTID = :WS-LIST-ID
                      AND ( WLSOUNDEX = :WS-CUST-SX-SUR
                         OR WLSOUNDEX = :WS-CUST-SX-FORE
                         OR WLFORESOUNDEX = :WS-CUST-SX-SUR )
                    ORDER BY WLENTRYREF, WLRECORDNUM
           END-EXEC.

      * The whole queue awaiting a decision, oldest first.
           EXEC SQL
               DECLARE QUEUE-CURSOR CURSOR FOR
                   SELECT R.REVIEWNUMBER, R.CUSTOMERNUMBER,
                          C.FIRSTNAME, C.LASTNAME, C.DATEOFBIRTH,
                          C.POSTCODE, R.MATCHSCORE, R.WLENTRYREF,
                          R.WLNAME, R.WLDOB, R.WLPOSTCODE, R.REVQUEUED
                     FROM SCREENREVIEW R, CUSTOMER C
                    WHERE R.REVSTATUS = 'R'
                      AND C.CUSTOMERNUMBER = R.CUSTOMERNUMBER
                    ORDER BY R.REVQUEUED, R.REVIEWNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM INITIALIZE-SCREENING.

           PERFORM LOAD-WATCHLIST THRU LOAD-WATCHLIST-EXIT.

           IF NOT WS-FATAL-ERROR
             PERFORM SCREEN-CUSTOMERS THRU SCREEN-CUSTOMERS-EXIT
           END-IF

           IF NOT WS-FATAL-ERROR
             PERFORM PRINT-REVIEW-QUEUE THRU PRINT-REVIEW-QUEUE-EXIT
           END-IF

           IF WS-FATAL-ERROR
             DISPLAY 'LGACBATD: RUN FAILED, ' WS-FAIL-REASON
             DISPLAY 'LGACBATD: SQLCODE=' SQLCODE
      * Customers screened before the last checkpoint stand; the
      * rerun picks up the rest.
             EXEC SQL ROLLBACK END-EXEC
             PERFORM TERMINATE-SCREENING
             MOVE 16 TO RUN-END-RC
             PERFORM REGISTER-RUN-END
             STOP RUN
           END-IF

           PERFORM PRINT-TOTALS.
           PERFORM TERMINATE-SCREENING.
           EXEC SQL COMMIT END-EXEC.
           IF WS-AWAITING-CNT > 0
             MOVE 4 TO RUN-END-RC
           ELSE
             MOVE 0 TO RUN-END-RC
           END-IF
           PERFORM REGISTER-RUN-END.
           STOP RUN.

       INITIALIZE-SCREENING.
           ACCEPT WS-BUSINESS-DATE FROM SYSIN.
           STRING WS-BUSINESS-DATE(1:4) '-'
                  WS-BUSINESS-DATE(5:2) '-'
                  WS-BUSINESS-DATE(7:2)
             INTO WS-BUSINESS-DATE-ISO
           END-STRING.
           PERFORM REGISTER-RUN-START.
           OPEN INPUT WATCHLIST-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE-ISO TO HL-BUSINESS-DATE.
           MOVE HL-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HL-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.

       READ-NEXT-LIST-RECORD.
           READ WATCHLIST-FILE
             AT END
               SET WS-END-OF-LIST-FILE TO TRUE
             NOT AT END
               ADD 1 TO WS-RECORDS-READ
           END-READ.
           EXIT.

      ******************************************************************
      * Settle which list the book is screened against. An empty file  *
      * means the list already held; a header naming the list already  *
      * held means the same; a newer list replaces it, row for row,    *
      * and is committed before any screening starts. A list older     *
      * than the one held is refused - lists are cumulative, and       *
      * screening against an old one would drop the latest names.      *
      ******************************************************************
       LOAD-WATCHLIST.
           EXEC SQL
             SELECT WLLISTID, WLPUBLISHED
               INTO :WS-LIST-ID, :WS-LIST-PUBLISHED
               FROM WATCHLIST
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACES TO WS-LIST-ID
               MOVE SPACES TO WS-LIST-PUBLISHED
             WHEN OTHER
               MOVE 'WATCHLIST READ FAILED' TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
               GO TO LOAD-WATCHLIST-EXIT
           END-EVALUATE

           PERFORM READ-NEXT-LIST-RECORD
           IF WS-END-OF-LIST-FILE
             IF WS-LIST-ID = SPACES
               MOVE 'NO WATCHLIST FILE AND NO LIST IN FORCE'
                 TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
               GO TO LOAD-WATCHLIST-EXIT
             END-IF
             MOVE 'IN FORCE, NO NEW LIST' TO WS-LIST-STATE
             GO TO LOAD-WATCHLIST-DONE
           END-IF

           IF WH-RECORD-TYPE NOT EQUAL 'H'
             MOVE 'WATCHLIST FILE HAS NO HEADER' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO LOAD-WATCHLIST-EXIT
           END-IF
           IF WH-LIST-ID = SPACES OR WH-PUBLISHED NOT NUMERIC
             MOVE 'WATCHLIST HEADER INCOMPLETE' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO LOAD-WATCHLIST-EXIT
           END-IF
           IF WH-LIST-ID = WS-LIST-ID
             MOVE 'IN FORCE, ALREADY HELD' TO WS-LIST-STATE
             GO TO LOAD-WATCHLIST-DONE
           END-IF
           IF WS-LIST-ID NOT EQUAL SPACES
              AND WH-PUBLISHED < WS-LIST-PUBLISHED
             MOVE 'WATCHLIST OLDER THAN THE LIST IN FORCE'
               TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO LOAD-WATCHLIST-EXIT
           END-IF

           MOVE WH-LIST-ID TO WS-LIST-ID
           MOVE WH-PUBLISHED TO WS-LIST-PUBLISHED
           EXEC SQL
             DELETE FROM WATCHLIST
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'WATCHLIST DELETE FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO LOAD-WATCHLIST-EXIT
           END-IF

           PERFORM READ-NEXT-LIST-RECORD
           PERFORM UNTIL WS-END-OF-LIST-FILE
                      OR WS-FATAL-ERROR
             PERFORM LOAD-LIST-RECORD THRU LOAD-LIST-RECORD-EXIT
             PERFORM READ-NEXT-LIST-RECORD
           END-PERFORM
           IF WS-FATAL-ERROR
             GO TO LOAD-WATCHLIST-EXIT
           END-IF

           PERFORM CHECK-LIST-TRAILER THRU CHECK-LIST-TRAILER-EXIT
           IF WS-FATAL-ERROR
             GO TO LOAD-WATCHLIST-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           MOVE 'LOADED THIS RUN' TO WS-LIST-STATE.

       LOAD-WATCHLIST-DONE.
           MOVE WS-LIST-ID TO HL-LIST-ID
           MOVE WS-LIST-PUBLISHED TO HL-LIST-PUBLISHED
           MOVE WS-LIST-STATE TO HL-LIST-STATE
           MOVE HL-LIST-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'POTENTIAL MATCHES QUEUED THIS RUN' TO HL-SECTION-LINE
           MOVE HL-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-COLUMN-HEADS-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-COLUMN-HEADS-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       LOAD-WATCHLIST-EXIT.
           EXIT.

      ******************************************************************
      * One record after the header. A detail is loaded with its match *
      * forms worked out once here rather than for every customer. A   *
      * name with no surname cannot be matched and is left out and     *
      * counted. The trailer must be the last record.                  *
      ******************************************************************
       LOAD-LIST-RECORD.
           IF WS-TRAILER-FOUND
             MOVE 'RECORDS FOUND AFTER THE TRAILER' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO LOAD-LIST-RECORD-EXIT
           END-IF

           EVALUATE WD-RECORD-TYPE
             WHEN 'T'
               SET WS-TRAILER-FOUND TO TRUE
               GO TO LOAD-LIST-RECORD-EXIT
             WHEN 'D'
               CONTINUE
             WHEN OTHER
               MOVE 'UNKNOWN RECORD TYPE ON WATCHLIST FILE'
                 TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
               GO TO LOAD-LIST-RECORD-EXIT
           END-EVALUATE

           ADD 1 TO WS-ENTRIES-READ
           MOVE WD-SURNAME TO WS-NORM-IN
           PERFORM NORMALISE-NAME
           IF WS-NORM-OUT = SPACES OR WD-ENTRY-REF = SPACES
             ADD 1 TO WS-ENTRIES-REJECTED
             GO TO LOAD-LIST-RECORD-EXIT
           END-IF
           MOVE WS-NORM-OUT TO DB2-WL-MATCHSURNAME
           PERFORM SOUNDEX-KEY THRU SOUNDEX-KEY-EXIT
           MOVE WS-SOUNDEX TO DB2-WL-SOUNDEX
           MOVE WD-FORENAMES TO WS-NORM-IN
           PERFORM NORMALISE-FORENAME
           MOVE WS-NORM-OUT TO DB2-WL-MATCHFORENAME
           PERFORM SOUNDEX-KEY THRU SOUNDEX-KEY-EXIT
           MOVE WS-SOUNDEX TO DB2-WL-FORESOUNDEX
           MOVE WS-RECORDS-READ TO DB2-RECORDNUM-INT

           EXEC SQL
             INSERT INTO WATCHLIST
                       ( WLLISTID,
                         WLRECORDNUM,
                         WLPUBLISHED,
                         WLENTRYREF,
                         WLREGIME,
                         WLSURNAME,
                         WLFORENAMES,
                         WLDOB,
                         WLPOSTCODE,
                         WLTOWN,
                         WLCOUNTRY,
                         WLMATCHSURNAME,
                         WLMATCHFORENAME,
                         WLSOUNDEX,
                         WLFORESOUNDEX,
                         WLLOADED )
                VALUES ( :WS-LIST-ID,
                         :DB2-RECORDNUM-INT,
                         :WS-LIST-PUBLISHED,
                         :WD-ENTRY-REF,
                         :WD-REGIME,
                         :WD-SURNAME,
                         :WD-FORENAMES,
                         :WD-DOB,
                         :WD-POSTCODE,
                         :WD-TOWN,
                         :WD-COUNTRY,
                         :DB2-WL-MATCHSURNAME,
                         :DB2-WL-MATCHFORENAME,
                         :DB2-WL-SOUNDEX,
                         :DB2-WL-FORESOUNDEX,
                         :WS-BUSINESS-DATE-ISO )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'WATCHLIST INSERT FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO LOAD-LIST-RECORD-EXIT
           END-IF
           ADD 1 TO WS-ENTRIES-LOADED.

       LOAD-LIST-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * The publisher's count of names must agree with what was read,  *
      * or the file is not the list that was published and screening   *
      * against it could miss names. A list with nothing loadable on   *
      * it is refused too - it would clear the whole book.             *
      ******************************************************************
       CHECK-LIST-TRAILER.
           IF NOT WS-TRAILER-FOUND
             MOVE 'WATCHLIST FILE HAS NO TRAILER' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO CHECK-LIST-TRAILER-EXIT
           END-IF
           IF WT-ENTRY-CNT NOT NUMERIC
              OR WT-ENTRY-CNT NOT EQUAL WS-ENTRIES-READ
             MOVE 'TRAILER DISAGREES WITH NAMES READ'
               TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO CHECK-LIST-TRAILER-EXIT
           END-IF
           IF WS-ENTRIES-LOADED = ZERO
             MOVE 'WATCHLIST FILE HAS NO NAMES TO LOAD'
               TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
           END-IF.

       CHECK-LIST-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * Screen every customer not yet screened against the list in     *
      * force, committing every WS-CHECKPOINT-FREQ customers.          *
      ******************************************************************
       SCREEN-CUSTOMERS.
           EXEC SQL OPEN SCREEN-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CUSTOMER CURSOR OPEN FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO SCREEN-CUSTOMERS-EXIT
           END-IF

           PERFORM FETCH-NEXT-CUSTOMER
           PERFORM UNTIL WS-END-OF-CURSOR
                      OR WS-FATAL-ERROR
             PERFORM SCREEN-ONE-CUSTOMER THRU SCREEN-ONE-CUSTOMER-EXIT
             IF NOT WS-FATAL-ERROR
               PERFORM FETCH-NEXT-CUSTOMER
             END-IF
           END-PERFORM

           EXEC SQL CLOSE SCREEN-CURSOR END-EXEC
           IF WS-QUEUED-CNT = ZERO
             MOVE HL-NONE-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       SCREEN-CUSTOMERS-EXIT.
           EXIT.

       FETCH-NEXT-CUSTOMER.
           EXEC SQL
             FETCH SCREEN-CURSOR
              INTO :DB2-CUST-NUM,
                   :DB2-CUST-FIRSTNAME,
                   :DB2-CUST-LASTNAME,
                   :DB2-CUST-DOB,
                   :DB2-CUST-POSTCODE,
                   :DB2-CUST-TOWN
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-END-OF-CURSOR TO TRUE
             WHEN OTHER
               MOVE 'CUSTOMER FETCH FAILED' TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      ******************************************************************
      * Screen one customer: put the customer's details into the forms *
      * they are matched on, score the candidates, queue the matches,  *
      * and record the customer as screened against this list.         *
      ******************************************************************
       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-SCREENED-CNT

           MOVE DB2-CUST-LASTNAME TO WS-NORM-IN
           PERFORM NORMALISE-NAME
           MOVE WS-NORM-OUT TO WS-CUST-MATCH-SUR
           PERFORM SOUNDEX-KEY THRU SOUNDEX-KEY-EXIT
           MOVE WS-SOUNDEX TO WS-CUST-SX-SUR
           MOVE DB2-CUST-FIRSTNAME TO WS-NORM-IN
           PERFORM NORMALISE-FORENAME
           MOVE WS-NORM-OUT TO WS-CUST-MATCH-FORE
           PERFORM SOUNDEX-KEY THRU SOUNDEX-KEY-EXIT
           MOVE WS-SOUNDEX TO WS-CUST-SX-FORE

      * DATEOFBIRTH is held CCYY-MM-DD; the list gives CCYYMMDD.
           MOVE SPACES TO WS-CUST-DOB
           STRING DB2-CUST-DOB(1:4) DB2-CUST-DOB(6:2)
                  DB2-CUST-DOB(9:2)
             INTO WS-CUST-DOB
           END-STRING

           MOVE DB2-CUST-POSTCODE TO WS-PC-IN
           PERFORM COMPRESS-POSTCODE
           MOVE WS-PC-OUT TO WS-CUST-POSTCODE
           MOVE WS-PC-LEN TO WS-CUST-POSTCODE-LEN
           MOVE DB2-CUST-TOWN TO WS-NORM-IN
           PERFORM NORMALISE-NAME
           MOVE WS-NORM-OUT TO WS-CUST-TOWN

      * A customer with no surname to match on has no candidates.
           IF WS-CUST-MATCH-SUR NOT EQUAL SPACES
             PERFORM SEARCH-CANDIDATES THRU SEARCH-CANDIDATES-EXIT
             IF WS-FATAL-ERROR
               GO TO SCREEN-ONE-CUSTOMER-EXIT
             END-IF
           END-IF

           PERFORM UPDATE-CUSTOMER-SCREEN
              THRU UPDATE-CUSTOMER-SCREEN-EXIT
           IF WS-FATAL-ERROR
             GO TO SCREEN-ONE-CUSTOMER-EXIT
           END-IF

           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT NOT LESS THAN WS-CHECKPOINT-FREQ
             EXEC SQL COMMIT END-EXEC
             MOVE ZERO TO WS-SINCE-CHECKPOINT
           END-IF.

       SCREEN-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * Score every candidate for the customer. The names of one       *
      * listed entry arrive together; the best-scoring of them that    *
      * reaches the threshold is queued once the entry's last name has *
      * been scored, so one listed person raises one review however    *
      * many aliases the list gives.                                   *
      ******************************************************************
       SEARCH-CANDIDATES.
           MOVE 'N' TO WS-CAND-EOF-SW
           MOVE 'N' TO WS-BEST-FOUND-SW
           MOVE SPACES TO WS-CURR-ENTRYREF

           EXEC SQL OPEN CANDIDATE-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'WATCHLIST CURSOR OPEN FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO SEARCH-CANDIDATES-EXIT
           END-IF

           PERFORM FETCH-NEXT-CANDIDATE
           PERFORM UNTIL WS-END-OF-CANDIDATES
                      OR WS-FATAL-ERROR
             ADD 1 TO WS-COMPARED-CNT
             IF DB2-CAND-ENTRYREF NOT EQUAL WS-CURR-ENTRYREF
               IF WS-BEST-FOUND
                 PERFORM QUEUE-BEST-MATCH THRU QUEUE-BEST-MATCH-EXIT
               END-IF
               MOVE 'N' TO WS-BEST-FOUND-SW
               MOVE DB2-CAND-ENTRYREF TO WS-CURR-ENTRYREF
             END-IF
             PERFORM SCORE-CANDIDATE THRU SCORE-CANDIDATE-EXIT
             IF WS-MATCH-SCORE NOT LESS THAN WS-MATCH-THRESHOLD
               IF NOT WS-BEST-FOUND
                  OR WS-MATCH-SCORE > WS-BEST-MATCH-SCORE
                 PERFORM KEEP-BEST-CANDIDATE
               END-IF
             END-IF
             IF NOT WS-FATAL-ERROR
               PERFORM FETCH-NEXT-CANDIDATE
             END-IF
           END-PERFORM

           EXEC SQL CLOSE CANDIDATE-CURSOR END-EXEC
           IF WS-BEST-FOUND AND NOT WS-FATAL-ERROR
             PERFORM QUEUE-BEST-MATCH THRU QUEUE-BEST-MATCH-EXIT
           END-IF.

       SEARCH-CANDIDATES-EXIT.
           EXIT.

       FETCH-NEXT-CANDIDATE.
           EXEC SQL
             FETCH CANDIDATE-CURSOR
              INTO :DB2-CAND-ENTRYREF,
                   :DB2-CAND-REGIME,
                   :DB2-CAND-SURNAME,
                   :DB2-CAND-FORENAMES,
                   :DB2-CAND-DOB,
                   :DB2-CAND-POSTCODE,
                   :DB2-CAND-TOWN,
                   :DB2-CAND-COUNTRY,
                   :DB2-CAND-MATCHSUR,
                   :DB2-CAND-MATCHFORE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-END-OF-CANDIDATES TO TRUE
             WHEN OTHER
               MOVE 'WATCHLIST FETCH FAILED' TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

       KEEP-BEST-CANDIDATE.
           SET WS-BEST-FOUND TO TRUE
           MOVE DB2-CANDIDATE-ROW TO WS-BEST-ROW
           MOVE WS-MATCH-SCORE TO WS-BEST-MATCH-SCORE
           MOVE WS-NAME-PCT TO WS-BEST-NAME-PCT
           MOVE WS-DOB-PCT TO WS-BEST-DOB-PCT
           MOVE WS-ADDR-PCT TO WS-BEST-ADDR-PCT
           MOVE WS-DOB-AVAIL-SW TO WS-BEST-DOB-AVAIL-SW
           MOVE WS-ADDR-AVAIL-SW TO WS-BEST-ADDR-AVAIL-SW.
           EXIT.

      ******************************************************************
      * Score the candidate in hand against the customer. The names    *
      * must reach WS-NAME-FLOOR on their own or the candidate scores  *
      * zero, whatever the date of birth and address say. The overall  *
      * score weights the names, date of birth and address, leaving    *
      * out of the weighting any detail the list does not give.        *
      ******************************************************************
       SCORE-CANDIDATE.
           MOVE ZERO TO WS-MATCH-SCORE
           PERFORM SCORE-NAMES THRU SCORE-NAMES-EXIT
           IF WS-NAME-PCT < WS-NAME-FLOOR
             GO TO SCORE-CANDIDATE-EXIT
           END-IF
           PERFORM SCORE-DOB THRU SCORE-DOB-EXIT
           PERFORM SCORE-ADDRESS THRU SCORE-ADDRESS-EXIT

           MOVE WS-NAME-WEIGHT TO WS-SCORE-WEIGHT
           COMPUTE WS-MATCH-SCORE = WS-NAME-PCT * WS-NAME-WEIGHT
           IF WS-DOB-AVAILABLE
             ADD WS-DOB-WEIGHT TO WS-SCORE-WEIGHT
             COMPUTE WS-MATCH-SCORE = WS-MATCH-SCORE
                                    + WS-DOB-PCT * WS-DOB-WEIGHT
           END-IF
           IF WS-ADDR-AVAILABLE
             ADD WS-ADDR-WEIGHT TO WS-SCORE-WEIGHT
             COMPUTE WS-MATCH-SCORE = WS-MATCH-SCORE
                                    + WS-ADDR-PCT * WS-ADDR-WEIGHT
           END-IF
           COMPUTE WS-MATCH-SCORE = WS-MATCH-SCORE / WS-SCORE-WEIGHT.

       SCORE-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * Name likeness: surname 60, first name 40 - or the surname      *
      * alone when either side has no first name. Lists and customers  *
      * alike put names the wrong way round, so with both first names  *
      * present the names are also tried swapped and the better score  *
      * taken.                                                         *
      ******************************************************************
       SCORE-NAMES.
           MOVE WS-CUST-MATCH-SUR TO WS-LEV-A
           MOVE DB2-CAND-MATCHSUR TO WS-LEV-B
           PERFORM SIMILAR-NAME THRU SIMILAR-NAME-EXIT
           MOVE WS-LEV-PCT TO WS-SURNAME-PCT

           IF WS-CUST-MATCH-FORE = SPACES
              OR DB2-CAND-MATCHFORE = SPACES
             MOVE WS-SURNAME-PCT TO WS-NAME-PCT
             GO TO SCORE-NAMES-EXIT
           END-IF

           MOVE WS-CUST-MATCH-FORE TO WS-LEV-A
           MOVE DB2-CAND-MATCHFORE TO WS-LEV-B
           PERFORM SIMILAR-FORENAME
           MOVE WS-LEV-PCT TO WS-FORENAME-PCT
           COMPUTE WS-NAME-PCT = ( WS-SURNAME-PCT * 60
                                 + WS-FORENAME-PCT * 40 ) / 100

           MOVE WS-CUST-MATCH-FORE TO WS-LEV-A
           MOVE DB2-CAND-MATCHSUR TO WS-LEV-B
           PERFORM SIMILAR-NAME THRU SIMILAR-NAME-EXIT
           MOVE WS-LEV-PCT TO WS-SURNAME-PCT
           MOVE WS-CUST-MATCH-SUR TO WS-LEV-A
           MOVE DB2-CAND-MATCHFORE TO WS-LEV-B
           PERFORM SIMILAR-FORENAME
           MOVE WS-LEV-PCT TO WS-FORENAME-PCT
           COMPUTE WS-SWAPPED-PCT = ( WS-SURNAME-PCT * 60
                                    + WS-FORENAME-PCT * 40 ) / 100
           IF WS-SWAPPED-PCT > WS-NAME-PCT
             MOVE WS-SWAPPED-PCT TO WS-NAME-PCT
           END-IF.

       SCORE-NAMES-EXIT.
           EXIT.

      ******************************************************************
      * Date of birth likeness, where the list gives one and the       *
      * customer's is a proper date:                                   *
      *   100 the same date                                            *
      *    80 year-only on the list and the same year, or the day and  *
      *       month transposed                                         *
      *    50 the same day and month a year out                        *
      *    40 year-only on the list a year out, or the same year and   *
      *       month                                                    *
      *     0 anything else                                            *
      ******************************************************************
       SCORE-DOB.
           MOVE 'N' TO WS-DOB-AVAIL-SW
           MOVE ZERO TO WS-DOB-PCT
           MOVE DB2-CAND-DOB TO WS-LIST-DOB
           IF WS-LIST-DOB NOT NUMERIC OR WS-CUST-DOB NOT NUMERIC
             GO TO SCORE-DOB-EXIT
           END-IF
           MOVE 'Y' TO WS-DOB-AVAIL-SW

           COMPUTE WS-YEAR-GAP = WS-CUST-DOB-CCYY - WS-LIST-DOB-CCYY
           IF WS-YEAR-GAP < 0
             COMPUTE WS-YEAR-GAP = 0 - WS-YEAR-GAP
           END-IF

           EVALUATE TRUE
             WHEN WS-LIST-DOB-MMDD = ZERO AND WS-YEAR-GAP = 0
               MOVE 80 TO WS-DOB-PCT
             WHEN WS-LIST-DOB-MMDD = ZERO AND WS-YEAR-GAP = 1
               MOVE 40 TO WS-DOB-PCT
             WHEN WS-LIST-DOB-MMDD = ZERO
               MOVE 0 TO WS-DOB-PCT
             WHEN WS-LIST-DOB = WS-CUST-DOB
               MOVE 100 TO WS-DOB-PCT
             WHEN WS-YEAR-GAP = 0
              AND WS-CUST-DOB-MM = WS-LIST-DOB-DD
              AND WS-CUST-DOB-DD = WS-LIST-DOB-MM
               MOVE 80 TO WS-DOB-PCT
             WHEN WS-YEAR-GAP = 1
              AND WS-CUST-DOB-MMDD = WS-LIST-DOB-MMDD
               MOVE 50 TO WS-DOB-PCT
             WHEN WS-YEAR-GAP = 0
              AND WS-CUST-DOB-MM = WS-LIST-DOB-MM
               MOVE 40 TO WS-DOB-PCT
             WHEN OTHER
               MOVE 0 TO WS-DOB-PCT
           END-EVALUATE.

       SCORE-DOB-EXIT.
           EXIT.

      ******************************************************************
      * Address likeness, where the list gives a postcode or a town:   *
      * the same postcode 100, the same outward code (all but the last *
      * three characters) 60, otherwise the same town 40. With only a  *
      * town on the list, the same town scores 100.                    *
      ******************************************************************
       SCORE-ADDRESS.
           MOVE 'N' TO WS-ADDR-AVAIL-SW
           MOVE ZERO TO WS-ADDR-PCT
           MOVE DB2-CAND-POSTCODE TO WS-PC-IN
           PERFORM COMPRESS-POSTCODE
           MOVE WS-PC-OUT TO WS-LIST-POSTCODE
           MOVE WS-PC-LEN TO WS-LIST-POSTCODE-LEN
           MOVE DB2-CAND-TOWN TO WS-NORM-IN
           PERFORM NORMALISE-NAME
           MOVE WS-NORM-OUT TO WS-LIST-TOWN
           IF WS-LIST-POSTCODE = SPACES AND WS-LIST-TOWN = SPACES
             GO TO SCORE-ADDRESS-EXIT
           END-IF
           MOVE 'Y' TO WS-ADDR-AVAIL-SW

           IF WS-LIST-POSTCODE = SPACES
             IF WS-LIST-TOWN = WS-CUST-TOWN
               MOVE 100 TO WS-ADDR-PCT
             END-IF
             GO TO SCORE-ADDRESS-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-LIST-POSTCODE = WS-CUST-POSTCODE
               MOVE 100 TO WS-ADDR-PCT
             WHEN WS-LIST-POSTCODE-LEN > 3
              AND WS-LIST-POSTCODE-LEN = WS-CUST-POSTCODE-LEN
              AND WS-LIST-POSTCODE(1:WS-LIST-POSTCODE-LEN - 3) =
                  WS-CUST-POSTCODE(1:WS-CUST-POSTCODE-LEN - 3)
               MOVE 60 TO WS-ADDR-PCT
             WHEN WS-LIST-TOWN NOT EQUAL SPACES
              AND WS-LIST-TOWN = WS-CUST-TOWN
               MOVE 40 TO WS-ADDR-PCT
             WHEN OTHER
               MOVE 0 TO WS-ADDR-PCT
           END-EVALUATE.

       SCORE-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * Queue the best-scoring name of the listed entry just scored,   *
      * unless the customer already has the entry awaiting a decision  *
      * or confirmed, or cleared it at this score or better. The       *
      * entry's details are copied onto the review as the evidence.    *
      ******************************************************************
       QUEUE-BEST-MATCH.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-PRIOR-COUNT
               FROM SCREENREVIEW
              WHERE CUSTOMERNUMBER = :DB2-CUST-NUM
                AND WLENTRYREF = :WS-BEST-ENTRYREF
                AND ( REVSTATUS IN ('R', 'X')
                   OR MATCHSCORE >= :WS-BEST-MATCH-SCORE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SCREENREVIEW READ FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO QUEUE-BEST-MATCH-EXIT
           END-IF
           IF DB2-PRIOR-COUNT > 0
             ADD 1 TO WS-SUPPRESSED-CNT
             GO TO QUEUE-BEST-MATCH-EXIT
           END-IF

           MOVE SPACES TO WS-BEST-WLNAME
           IF WS-BEST-FORENAMES = SPACES
             MOVE WS-BEST-SURNAME TO WS-BEST-WLNAME
           ELSE
             STRING WS-BEST-FORENAMES DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    WS-BEST-SURNAME DELIMITED BY '  '
               INTO WS-BEST-WLNAME
             END-STRING
           END-IF
           IF WS-BEST-DOB-AVAIL-SW = 'Y'
             MOVE 0 TO DB2-DOBSCORE-IND
           ELSE
             MOVE -1 TO DB2-DOBSCORE-IND
           END-IF
           IF WS-BEST-ADDR-AVAIL-SW = 'Y'
             MOVE 0 TO DB2-ADDRSCORE-IND
           ELSE
             MOVE -1 TO DB2-ADDRSCORE-IND
           END-IF

           EXEC SQL
             INSERT INTO SCREENREVIEW
                       ( REVIEWNUMBER,
                         CUSTOMERNUMBER,
                         REVSTATUS,
                         MATCHSCORE,
                         NAMESCORE,
                         DOBSCORE,
                         ADDRSCORE,
                         WLLISTID,
                         WLENTRYREF,
                         WLREGIME,
                         WLNAME,
                         WLDOB,
                         WLPOSTCODE,
                         WLCOUNTRY,
                         REVQUEUED )
                VALUES ( DEFAULT,
                         :DB2-CUST-NUM,
                         'R',
                         :WS-BEST-MATCH-SCORE,
                         :WS-BEST-NAME-PCT,
                         :WS-BEST-DOB-PCT :DB2-DOBSCORE-IND,
                         :WS-BEST-ADDR-PCT :DB2-ADDRSCORE-IND,
                         :WS-LIST-ID,
                         :WS-BEST-ENTRYREF,
                         :WS-BEST-REGIME,
                         :WS-BEST-WLNAME,
                         :WS-BEST-DOB,
                         :WS-BEST-POSTCODE,
                         :WS-BEST-COUNTRY,
                         :WS-BUSINESS-DATE-ISO )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SCREENREVIEW INSERT FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO QUEUE-BEST-MATCH-EXIT
           END-IF

      * get value of assigned review number
           EXEC SQL
             SET :DB2-REVIEWNUM-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           ADD 1 TO WS-QUEUED-CNT

           MOVE DB2-REVIEWNUM-INT TO DL-REVIEW-NUM
           MOVE DB2-CUST-NUM TO DL-CUSTNUM
           MOVE DB2-CUST-FIRSTNAME TO WS-RPT-FIRSTNAME
           MOVE DB2-CUST-LASTNAME TO WS-RPT-LASTNAME
           MOVE DB2-CUST-DOB TO DL-CUST-DOB
           MOVE DB2-CUST-POSTCODE TO DL-CUST-POSTCODE
           MOVE WS-BEST-MATCH-SCORE TO DL-SCORE
           MOVE WS-BEST-ENTRYREF TO DL-WL-ENTRYREF
           MOVE WS-BEST-WLNAME TO DL-WL-NAME
           MOVE WS-BEST-DOB TO DL-WL-DOB
           MOVE WS-BEST-POSTCODE TO DL-WL-POSTCODE
           MOVE WS-BUSINESS-DATE-ISO TO DL-WL-QUEUED
           PERFORM WRITE-MATCH-LINES.

       QUEUE-BEST-MATCH-EXIT.
           EXIT.

      ******************************************************************
      * Record the customer as screened against the list in force,     *
      * with the screening status re-derived from all of the           *
      * customer's reviews - a decision compliance has already taken   *
      * stands.                                                        *
      ******************************************************************
       UPDATE-CUSTOMER-SCREEN.
           EXEC SQL
             SELECT COALESCE(MAX(CASE REVSTATUS
                                   WHEN 'X' THEN 2
                                   WHEN 'R' THEN 1
                                   ELSE 0 END), 0)
               INTO :DB2-HOLD-LEVEL
               FROM SCREENREVIEW
              WHERE CUSTOMERNUMBER = :DB2-CUST-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SCREENREVIEW READ FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO UPDATE-CUSTOMER-SCREEN-EXIT
           END-IF
           EVALUATE DB2-HOLD-LEVEL
             WHEN 2
               MOVE 'X' TO DB2-CUST-SCREEN
             WHEN 1
               MOVE 'R' TO DB2-CUST-SCREEN
             WHEN OTHER
               MOVE 'C' TO DB2-CUST-SCREEN
           END-EVALUATE

           EXEC SQL
             UPDATE CUSTOMER
                SET CUSTSCREEN     = :DB2-CUST-SCREEN,
                    CUSTSCREENLIST = :WS-LIST-ID,
                    CUSTSCREENDATE = :WS-BUSINESS-DATE-ISO
              WHERE CUSTOMERNUMBER = :DB2-CUST-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CUSTOMER UPDATE FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
           END-IF.

       UPDATE-CUSTOMER-SCREEN-EXIT.
           EXIT.

      ******************************************************************
      * Likeness of WS-LEV-A to WS-LEV-B (match forms - letters only,  *
      * so the first space ends each) as a percentage: the edit        *
      * distance taken off the longer length. Nothing to compare       *
      * scores zero.                                                   *
      ******************************************************************
       SIMILAR-NAME.
           MOVE ZERO TO WS-LEV-PCT
           MOVE ZERO TO WS-LEV-A-LEN
           MOVE ZERO TO WS-LEV-B-LEN
           INSPECT WS-LEV-A TALLYING WS-LEV-A-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-LEV-B TALLYING WS-LEV-B-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LEV-A-LEN = ZERO OR WS-LEV-B-LEN = ZERO
             GO TO SIMILAR-NAME-EXIT
           END-IF

           PERFORM VARYING WS-LEV-J FROM 0 BY 1
                   UNTIL WS-LEV-J > WS-LEV-B-LEN
             MOVE WS-LEV-J TO WS-LEV-PREV(WS-LEV-J + 1)
           END-PERFORM

           PERFORM VARYING WS-LEV-I FROM 1 BY 1
                   UNTIL WS-LEV-I > WS-LEV-A-LEN
             MOVE WS-LEV-I TO WS-LEV-CURR(1)
             PERFORM VARYING WS-LEV-J FROM 1 BY 1
                     UNTIL WS-LEV-J > WS-LEV-B-LEN
               IF WS-LEV-A(WS-LEV-I:1) = WS-LEV-B(WS-LEV-J:1)
                 MOVE 0 TO WS-LEV-COST
               ELSE
                 MOVE 1 TO WS-LEV-COST
               END-IF
               COMPUTE WS-LEV-BEST = WS-LEV-PREV(WS-LEV-J) + WS-LEV-COST
               IF WS-LEV-PREV(WS-LEV-J + 1) + 1 < WS-LEV-BEST
                 COMPUTE WS-LEV-BEST = WS-LEV-PREV(WS-LEV-J + 1) + 1
               END-IF
               IF WS-LEV-CURR(WS-LEV-J) + 1 < WS-LEV-BEST
                 COMPUTE WS-LEV-BEST = WS-LEV-CURR(WS-LEV-J) + 1
               END-IF
               MOVE WS-LEV-BEST TO WS-LEV-CURR(WS-LEV-J + 1)
             END-PERFORM
             PERFORM VARYING WS-LEV-J FROM 1 BY 1
                     UNTIL WS-LEV-J > WS-LEV-B-LEN + 1
               MOVE WS-LEV-CURR(WS-LEV-J) TO WS-LEV-PREV(WS-LEV-J)
             END-PERFORM
           END-PERFORM

           MOVE WS-LEV-PREV(WS-LEV-B-LEN + 1) TO WS-LEV-DIST
           IF WS-LEV-A-LEN > WS-LEV-B-LEN
             MOVE WS-LEV-A-LEN TO WS-LEV-MAX-LEN
           ELSE
             MOVE WS-LEV-B-LEN TO WS-LEV-MAX-LEN
           END-IF
           COMPUTE WS-LEV-PCT = ( WS-LEV-MAX-LEN - WS-LEV-DIST ) * 100
                              / WS-LEV-MAX-LEN.

       SIMILAR-NAME-EXIT.
           EXIT.

      * A first name given only as an initial on either side can only
      * agree or not: 70 when the initials agree.
       SIMILAR-FORENAME.
           IF WS-LEV-A(2:1) = SPACE OR WS-LEV-B(2:1) = SPACE
             IF WS-LEV-A(1:1) = WS-LEV-B(1:1)
               MOVE 70 TO WS-LEV-PCT
             ELSE
               MOVE 0 TO WS-LEV-PCT
             END-IF
           ELSE
             PERFORM SIMILAR-NAME THRU SIMILAR-NAME-EXIT
           END-IF.
           EXIT.

      ******************************************************************
      * WS-NORM-IN to its match form in WS-NORM-OUT: upper case, with  *
      * everything but the letters dropped - spaces, hyphens and       *
      * apostrophes included, so O'NEILL, O NEILL and ONEILL are one.  *
      ******************************************************************
       NORMALISE-NAME.
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO TO WS-NORM-OX
           INSPECT WS-NORM-IN CONVERTING WS-LOWER-ALPHABET
                                      TO WS-ALPHABET
           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
                   UNTIL WS-NORM-IX > 30
             IF WS-NORM-IN(WS-NORM-IX:1) IS ALPHABETIC-UPPER
                AND WS-NORM-IN(WS-NORM-IX:1) NOT EQUAL SPACE
               ADD 1 TO WS-NORM-OX
               MOVE WS-NORM-IN(WS-NORM-IX:1)
                 TO WS-NORM-OUT(WS-NORM-OX:1)
             END-IF
           END-PERFORM.
           EXIT.

      * The first of several forenames, in match form - a hyphenated
      * forename counts as one.
       NORMALISE-FORENAME.
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO TO WS-NORM-OX
           MOVE 'N' TO WS-NORM-STARTED-SW
           MOVE 'N' TO WS-NORM-DONE-SW
           INSPECT WS-NORM-IN CONVERTING WS-LOWER-ALPHABET
                                      TO WS-ALPHABET
           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
                   UNTIL WS-NORM-IX > 30 OR WS-NORM-DONE
             EVALUATE TRUE
               WHEN WS-NORM-IN(WS-NORM-IX:1) = SPACE
                 IF WS-NORM-STARTED
                   SET WS-NORM-DONE TO TRUE
                 END-IF
               WHEN WS-NORM-IN(WS-NORM-IX:1) IS ALPHABETIC-UPPER
                 SET WS-NORM-STARTED TO TRUE
                 ADD 1 TO WS-NORM-OX
                 MOVE WS-NORM-IN(WS-NORM-IX:1)
                   TO WS-NORM-OUT(WS-NORM-OX:1)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
           EXIT.

      ******************************************************************
      * Soundex key of the match form in WS-NORM-OUT: the first letter *
      * and the codes of the consonants after it, a code repeated by   *
      * neighbouring letters (or across an H or W) counted once, zero  *
      * filled to four. No name gives a blank key.                     *
      ******************************************************************
       SOUNDEX-KEY.
           MOVE SPACES TO WS-SOUNDEX
           IF WS-NORM-OUT = SPACES
             GO TO SOUNDEX-KEY-EXIT
           END-IF
           MOVE '0000' TO WS-SOUNDEX
           MOVE WS-NORM-OUT(1:1) TO WS-SOUNDEX(1:1)
           MOVE ZERO TO WS-SX-LETTER-POS
           INSPECT WS-ALPHABET TALLYING WS-SX-LETTER-POS
                   FOR CHARACTERS BEFORE INITIAL WS-NORM-OUT(1:1)
           MOVE WS-SOUNDEX-CODES(WS-SX-LETTER-POS + 1:1)
             TO WS-SX-PREV-CODE
           MOVE 1 TO WS-SX-OX
           PERFORM VARYING WS-SX-IX FROM 2 BY 1
                   UNTIL WS-SX-IX > 30
                      OR WS-SX-OX > 3
                      OR WS-NORM-OUT(WS-SX-IX:1) = SPACE
             MOVE ZERO TO WS-SX-LETTER-POS
             INSPECT WS-ALPHABET TALLYING WS-SX-LETTER-POS
                     FOR CHARACTERS BEFORE INITIAL
                         WS-NORM-OUT(WS-SX-IX:1)
             MOVE WS-SOUNDEX-CODES(WS-SX-LETTER-POS + 1:1)
               TO WS-SX-CODE
             IF WS-SX-CODE NOT EQUAL '0'
                AND WS-SX-CODE NOT EQUAL WS-SX-PREV-CODE
               ADD 1 TO WS-SX-OX
               MOVE WS-SX-CODE TO WS-SOUNDEX(WS-SX-OX:1)
             END-IF
             IF WS-NORM-OUT(WS-SX-IX:1) NOT EQUAL 'H'
                AND WS-NORM-OUT(WS-SX-IX:1) NOT EQUAL 'W'
               MOVE WS-SX-CODE TO WS-SX-PREV-CODE
             END-IF
           END-PERFORM.

       SOUNDEX-KEY-EXIT.
           EXIT.

      * WS-PC-IN upper case with the spaces taken out, and its length.
       COMPRESS-POSTCODE.
           MOVE SPACES TO WS-PC-OUT
           MOVE ZERO TO WS-PC-LEN
           INSPECT WS-PC-IN CONVERTING WS-LOWER-ALPHABET
                                    TO WS-ALPHABET
           PERFORM VARYING WS-PC-IX FROM 1 BY 1
                   UNTIL WS-PC-IX > 8
             IF WS-PC-IN(WS-PC-IX:1) NOT EQUAL SPACE
               ADD 1 TO WS-PC-LEN
               MOVE WS-PC-IN(WS-PC-IX:1) TO WS-PC-OUT(WS-PC-LEN:1)
             END-IF
           END-PERFORM.
           EXIT.

      ******************************************************************
      * Everything awaiting a decision, oldest first - what the        *
      * compliance desk works from - and the count of customers        *
      * confirmed as listed.                                           *
      ******************************************************************
       PRINT-REVIEW-QUEUE.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REVIEW QUEUE - AWAITING DECISION' TO HL-SECTION-LINE
           MOVE HL-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-COLUMN-HEADS-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HL-COLUMN-HEADS-2 TO REPORT-LINE
           WRITE REPORT-LINE

           EXEC SQL OPEN QUEUE-CURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'REVIEW QUEUE OPEN FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO PRINT-REVIEW-QUEUE-EXIT
           END-IF

           PERFORM FETCH-NEXT-QUEUE-ROW
           PERFORM UNTIL WS-END-OF-QUEUE
                      OR WS-FATAL-ERROR
             ADD 1 TO WS-AWAITING-CNT
             MOVE DB2-Q-REVIEWNUM TO DL-REVIEW-NUM
             MOVE DB2-Q-CUSTNUM TO DL-CUSTNUM
             MOVE DB2-Q-FIRSTNAME TO WS-RPT-FIRSTNAME
             MOVE DB2-Q-LASTNAME TO WS-RPT-LASTNAME
             MOVE DB2-Q-DOB TO DL-CUST-DOB
             MOVE DB2-Q-POSTCODE TO DL-CUST-POSTCODE
             MOVE DB2-Q-SCORE TO DL-SCORE
             MOVE DB2-Q-ENTRYREF TO DL-WL-ENTRYREF
             MOVE DB2-Q-WLNAME TO DL-WL-NAME
             MOVE DB2-Q-WLDOB TO DL-WL-DOB
             MOVE DB2-Q-WLPOSTCODE TO DL-WL-POSTCODE
             MOVE DB2-Q-QUEUED TO DL-WL-QUEUED
             PERFORM WRITE-MATCH-LINES
             PERFORM FETCH-NEXT-QUEUE-ROW
           END-PERFORM

           EXEC SQL CLOSE QUEUE-CURSOR END-EXEC
           IF WS-FATAL-ERROR
             GO TO PRINT-REVIEW-QUEUE-EXIT
           END-IF
           IF WS-AWAITING-CNT = ZERO
             MOVE HL-NONE-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-CONFIRMED-COUNT
               FROM CUSTOMER
              WHERE CUSTSCREEN = 'X'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CONFIRMED COUNT FAILED' TO WS-FAIL-REASON
             SET WS-FATAL-ERROR TO TRUE
             GO TO PRINT-REVIEW-QUEUE-EXIT
           END-IF
           MOVE DB2-CONFIRMED-COUNT TO WS-CONFIRMED-CNT.

       PRINT-REVIEW-QUEUE-EXIT.
           EXIT.

       FETCH-NEXT-QUEUE-ROW.
           EXEC SQL
             FETCH QUEUE-CURSOR
              INTO :DB2-Q-REVIEWNUM,
                   :DB2-Q-CUSTNUM,
                   :DB2-Q-FIRSTNAME,
                   :DB2-Q-LASTNAME,
                   :DB2-Q-DOB,
                   :DB2-Q-POSTCODE,
                   :DB2-Q-SCORE,
                   :DB2-Q-ENTRYREF,
                   :DB2-Q-WLNAME,
                   :DB2-Q-WLDOB,
                   :DB2-Q-WLPOSTCODE,
                   :DB2-Q-QUEUED
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-END-OF-QUEUE TO TRUE
             WHEN OTHER
               MOVE 'REVIEW QUEUE FETCH FAILED' TO WS-FAIL-REASON
               SET WS-FATAL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      * The customer's name is put together here from WS-RPT-NAME;
      * the rest of both lines is set by the caller.
       WRITE-MATCH-LINES.
           MOVE SPACES TO DL-CUST-NAME
           STRING WS-RPT-FIRSTNAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-LASTNAME DELIMITED BY '  '
             INTO DL-CUST-NAME
           END-STRING
           MOVE DL-MATCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DL-LISTED-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       PRINT-TOTALS.
           MOVE HL-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NAMES LOADED FROM THE LIST  : ' TO HL-COUNT-LABEL
           MOVE WS-ENTRIES-LOADED TO HL-COUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NAMES NOT LOADED (NO NAME)  : ' TO HL-COUNT-LABEL
           MOVE WS-ENTRIES-REJECTED TO HL-COUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CUSTOMERS SCREENED          : ' TO HL-COUNT-LABEL
           MOVE WS-SCREENED-CNT TO HL-COUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CANDIDATE NAMES COMPARED    : ' TO HL-COUNT-LABEL
           MOVE WS-COMPARED-CNT TO HL-COUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'POTENTIAL MATCHES QUEUED    : ' TO HL-COUNT-LABEL
           MOVE WS-QUEUED-CNT TO HL-COUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MATCHES ALREADY REVIEWED    : ' TO HL-COUNT-LABEL
           MOVE WS-SUPPRESSED-CNT TO HL-COUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REVIEWS AWAITING DECISION   : ' TO HL-COUNT-LABEL
           MOVE WS-AWAITING-CNT TO HL-COUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CUSTOMERS CONFIRMED LISTED  : ' TO HL-COUNT-LABEL
           MOVE WS-CONFIRMED-CNT TO HL-COUNT
           MOVE HL-COUNT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.
           EXIT.

       TERMINATE-SCREENING.
           CLOSE WATCHLIST-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'LGACBATD WATCHLIST IN FORCE  : ' WS-LIST-ID.
           DISPLAY 'LGACBATD NAMES LOADED        : ' WS-ENTRIES-LOADED.
           DISPLAY 'LGACBATD CUSTOMERS SCREENED  : ' WS-SCREENED-CNT.
           DISPLAY 'LGACBATD MATCHES QUEUED      : ' WS-QUEUED-CNT.
           DISPLAY 'LGACBATD AWAITING DECISION   : ' WS-AWAITING-CNT.
           MOVE WS-SCREENED-CNT TO RUN-INPUT-CNT.
           MOVE WS-QUEUED-CNT TO RUN-OUTPUT-CNT.
           MOVE WS-ENTRIES-REJECTED TO RUN-REJECT-CNT.
           EXIT.

      ******************************************************************
      * Register the run with lgacrun1 before any file is opened. A    *
      * refused run stops here having done nothing. Screening may run  *
      * more than once for a date - a list can arrive at any time.     *
      ******************************************************************
       REGISTER-RUN-START.
           INITIALIZE RUN-CONTROL-AREA
           SET RUN-REQ-START TO TRUE
           MOVE 'LGACBATD' TO RUN-PROGRAM
           MOVE WS-BUSINESS-DATE-ISO TO RUN-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO RUN-CONTROL-CARDS
           MOVE 'Y' TO RUN-REPEAT-SW
           CALL 'LGACRUN1' USING RUN-CONTROL-AREA
           IF RUN-RETURN-CODE NOT EQUAL '00'
             DISPLAY 'LGACBATD: RUN REFUSED - ' RUN-REFUSE-REASON
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
