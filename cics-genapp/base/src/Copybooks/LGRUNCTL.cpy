      ******************************************************************
      * LGRUNCTL                                                       *
      * Parameter area every batch program passes to the lgacrun1      *
      * run-control routine, CALLed once at start (RUN-REQUEST 'S')    *
      * and once at end ('E'). The caller supplies it as               *
      *     01 RUN-CONTROL-AREA.                                       *
      *         COPY LGRUNCTL.                                         *
      *                                                                 *
      * At start the caller fills in RUN-PROGRAM, RUN-BUSINESS-DATE    *
      * (CCYY-MM-DD), RUN-CONTROL-CARDS and - if it found a            *
      * checkpoint dataset - RUN-CHECKPOINT-FOUND-SW and               *
      * RUN-RESTART-FROM. RUN-REPEAT-SW 'Y' lets a run repeat a date   *
      * already completed; only an on-demand run, or an explicit       *
      * recreate, sets it. lgacrun1 answers in RUN-RETURN-CODE: 00 go  *
      * ahead, 81 already completed for this date, 82 a prerequisite   *
      * has not completed for this date, 90 the register could not be  *
      * read or written. On anything but 00 the caller must stop       *
      * without doing any work, ending with RUN-END-RC as its return   *
      * code and displaying RUN-REFUSE-REASON. RUN-STALE-CHECKPOINT    *
      * comes back set when the checkpoint was left by a run that had  *
      * completed - the caller ignores it and starts afresh.           *
      *                                                                 *
      * At end the caller fills in the counts, RUN-END-RC (the return  *
      * code it is about to end with) and RUN-CHECKPOINT-LEFT-SW, and  *
      * CALLs again with RUN-NUMBER as lgacrun1 returned it at start.  *
      * The caller ends any unit of work of its own first - lgacrun1   *
      * commits the register row.                                      *
      ******************************************************************
           03 RUN-REQUEST                 PIC X(1).
               88 RUN-REQ-START                 VALUE 'S'.
               88 RUN-REQ-END                   VALUE 'E'.
           03 RUN-RETURN-CODE             PIC X(2).
           03 RUN-PROGRAM                 PIC X(8).
           03 RUN-BUSINESS-DATE           PIC X(10).
           03 RUN-CONTROL-CARDS           PIC X(80).
           03 RUN-REPEAT-SW               PIC X(1).
               88 RUN-REPEAT-ALLOWED            VALUE 'Y'.
           03 RUN-CHECKPOINT-FOUND-SW     PIC X(1).
               88 RUN-CHECKPOINT-FOUND          VALUE 'Y'.
           03 RUN-RESTART-FROM            PIC X(20).
           03 RUN-STALE-SW                PIC X(1).
               88 RUN-STALE-CHECKPOINT          VALUE 'Y'.
           03 RUN-REFUSE-REASON           PIC X(40).
           03 RUN-NUMBER                  PIC S9(9).
           03 RUN-INPUT-CNT               PIC S9(9).
           03 RUN-OUTPUT-CNT              PIC S9(9).
           03 RUN-REJECT-CNT              PIC S9(9).
           03 RUN-END-RC                  PIC S9(4).
           03 RUN-CHECKPOINT-LEFT-SW      PIC X(1).
               88 RUN-CHECKPOINT-LEFT           VALUE 'Y'.
