      * supplies CA-CUSTOMER-NUM and gets back up to ten of that       *
      * customer's policies, with the search-style return codes        *
      * (00 one, 01 several, 82 more than ten, 95 none).               *
      * The CA-CANCEL- fields on CA-POLICY-REQUEST carry LGACPOL1's    *
      * action code '5' mid-term cancellation: the caller supplies     *
      * the cancellation date and reason, and gets back the return     *
      * premium, the refund actually due after payments and claims,    *
      * and the PREMIUMPAYMENT number the refund was recorded under.   *
      * CA-COMPLAINT-REQUEST redefines CA-CUSTOMER-REQUEST for the     *
      * complaints register program LGACCMP1: the complaint is made by *
      * CA-CUSTOMER-NUM, and CA-CMP-POLICY-NUM and CA-CMP-CLAIM-NUM    *
      * name the policy or claim it is about (zero for none). LGACCMP1 *
      * returns the final-response deadline in CA-CMP-DEADLINE.        *
      * CA-COMPLAINT-RESULTS redefines CA-HISTORY-AREA for its         *
      * customer complaints inquiry - up to ten complaints come back   *
      * newest first, with the search-style return codes.              *
      * CA-DECEASED-REQUEST redefines CA-CUSTOMER-REQUEST for          *
      * LGACDB01's action code '7', which records CA-CUSTOMER-NUM as   *
      * deceased: the caller supplies the date of death and the        *
      * executor's name, address and contact details, and gets back in *
      * CA-DEC-HOLD-UNTIL the date until which the estate's policies   *
      * are held from arrears lapse. Action code '8' returns the same  *
      * fields as recorded.                                            *
      * CA-SCREEN-REQUEST redefines CA-CUSTOMER-REQUEST for the        *
      * sanctions screening decision program LGACSNC1: the caller      *
      * names the review in CA-SCR-REVIEW-NUM and, to clear or confirm *
      * it, gives the reason in CA-SCR-NOTE. LGACSNC1 returns the      *
      * potential match as queued by the screening run, the last       *
      * decision taken on it and, in CA-SCR-CUST-SCREEN, the           *
      * customer's screening status.                                   *
      ******************************************************************
           03 CA-REQUEST-ID                  PIC X(6).
           03 CA-RETURN-CODE                 PIC 9(2).
              05 CA-POLICY-PREMIUM           PIC 9(6)V99.
              05 CA-POLICY-STATUS            PIC X(1).
              05 CA-POLICY-AGENT             PIC X(6).
              05 CA-CANCEL-DATE              PIC X(10).
              05 CA-CANCEL-REASON            PIC X(2).
              05 CA-CANCEL-RETURN-PREM       PIC 9(6)V99.
              05 CA-CANCEL-REFUND            PIC 9(6)V99.
              05 CA-CANCEL-REFUND-NUM        PIC 9(10).
              05 FILLER                      PIC X(169).
           03 CA-MERGE-REQUEST REDEFINES CA-CUSTOMER-REQUEST.
              05 CA-MERGE-LOSER-NUM          PIC 9(10).
              05 FILLER                      PIC X(243).
              05 CA-CLAIM-VALUE              PIC 9(6)V99.
              05 CA-CLAIM-STATUS             PIC X(1).
              05 FILLER                      PIC X(214).
           03 CA-COMPLAINT-REQUEST REDEFINES CA-CUSTOMER-REQUEST.
              05 CA-CMP-NUM                  PIC 9(10).
              05 CA-CMP-POLICY-NUM           PIC 9(10).
              05 CA-CMP-CLAIM-NUM            PIC 9(10).
              05 CA-CMP-CATEGORY             PIC X(2).
              05 CA-CMP-RECEIVED-DATE        PIC X(10).
              05 CA-CMP-DEADLINE             PIC X(10).
              05 CA-CMP-ACK-DATE             PIC X(10).
              05 CA-CMP-RESPONSE-DATE        PIC X(10).
              05 CA-CMP-OUTCOME              PIC X(1).
              05 CA-CMP-REDRESS              PIC 9(6)V99.
              05 CA-CMP-STATUS               PIC X(1).
              05 FILLER                      PIC X(171).
           03 CA-DECEASED-REQUEST REDEFINES CA-CUSTOMER-REQUEST.
              05 CA-DEC-DATE-OF-DEATH        PIC X(10).
              05 CA-DEC-HOLD-UNTIL           PIC X(10).
              05 CA-EXEC-NAME                PIC X(30).
              05 CA-EXEC-HOUSE-NAME          PIC X(20).
              05 CA-EXEC-HOUSE-NUM           PIC X(4).
              05 CA-EXEC-POSTCODE            PIC X(8).
              05 CA-EXEC-TOWN                PIC X(20).
              05 CA-EXEC-COUNTY              PIC X(20).
              05 CA-EXEC-PHONE               PIC X(20).
              05 CA-EXEC-EMAIL               PIC X(100).
              05 FILLER                      PIC X(11).
           03 CA-SCREEN-REQUEST REDEFINES CA-CUSTOMER-REQUEST.
              05 CA-SCR-REVIEW-NUM           PIC 9(10).
              05 CA-SCR-STATUS               PIC X(1).
              05 CA-SCR-SCORE                PIC 9(3).
              05 CA-SCR-LIST-ID              PIC X(12).
              05 CA-SCR-ENTRY-REF            PIC X(12).
              05 CA-SCR-REGIME               PIC X(10).
              05 CA-SCR-WL-NAME              PIC X(61).
              05 CA-SCR-WL-DOB               PIC X(8).
              05 CA-SCR-WL-POSTCODE          PIC X(8).
              05 CA-SCR-WL-COUNTRY           PIC X(20).
              05 CA-SCR-QUEUED               PIC X(10).
              05 CA-SCR-DECIDED              PIC X(10).
              05 CA-SCR-DEC-USER             PIC X(8).
              05 CA-SCR-NOTE                 PIC X(60).
              05 CA-SCR-CUST-SCREEN          PIC X(1).
              05 FILLER                      PIC X(19).
           03 CA-HISTORY-AREA.
              05 CA-HISTORY-COUNT            PIC 9(02).
              05 CA-HISTORY-ENTRY OCCURS 5 TIMES.
                 07 CA-PAY-AMOUNT            PIC 9(6)V99.
                 07 CA-PAY-STATUS            PIC X(1).
              05 FILLER                      PIC X(470).
           03 CA-COMPLAINT-RESULTS REDEFINES CA-HISTORY-AREA.
              05 CA-COMPLAINT-COUNT          PIC 9(02).
              05 CA-COMPLAINT-ENTRY OCCURS 10 TIMES.
                 07 CA-CMPL-NUM              PIC 9(10).
                 07 CA-CMPL-POLICY-NUM       PIC 9(10).
                 07 CA-CMPL-CLAIM-NUM        PIC 9(10).
                 07 CA-CMPL-CATEGORY         PIC X(2).
                 07 CA-CMPL-RECEIVED         PIC X(10).
                 07 CA-CMPL-DEADLINE         PIC X(10).
                 07 CA-CMPL-STATUS           PIC X(1).
                 07 CA-CMPL-OUTCOME          PIC X(1).
                 07 CA-CMPL-AGE-FLAG         PIC X(1).
              05 FILLER                      PIC X(290).
