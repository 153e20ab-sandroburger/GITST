       01  WS-STATUSES                 PIC X(1).
           88 STATUSES                 VALUE "4" "5" "6" "7" "8" "9".

      *----------------------------------------------------------------
      * Overnight run control - passed to CBRUNCTL at the start and
      * the end of the run.
      *----------------------------------------------------------------
       01  WS-RUN-CONTROL.
           05  WS-RUN-PGM              PIC X(10).
           05  WS-RUN-ACTION           PIC X(01).
           05  WS-RUN-BUSDATE          PIC 9(08).
           05  WS-RUN-NO               PIC 9(03).
           05  WS-RUN-READ             PIC 9(07).
           05  WS-RUN-WRITTEN          PIC 9(07).
           05  WS-RUN-REJECTED         PIC 9(07).
           05  WS-RUN-OK               PIC X(01).
           05  WS-RUN-MSG              PIC X(60).

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(44) VALUE
                "TRANSACTIONS WRITTEN    : ".
           05  TRL-TRN              PIC ZZZZZZ9.

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       LINKAGE SECTION.
      *--"Y" writes every failing record to AUDTRANS in CUSTRANS
      *  format for correction and replay through CBCUSLOAD.
       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           PERFORM RUNSTART-RTN  THRU  RUNSTART-EXIT.
           IF WS-RUN-OK NOT = "Y"
             PERFORM CLOSE-FILES
             GOBACK
           END-IF.
           PERFORM READ-CUSFL3-RTN  THRU  READ-CUSFL3-EXIT.
           PERFORM UNTIL END-OF-CUSFL3
             ADD 1 TO WS-READ-COUNT
             PERFORM READ-CUSFL3-RTN  THRU  READ-CUSFL3-EXIT
           END-PERFORM.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           MOVE "C" TO WS-RUN-ACTION.
           PERFORM RUNEND-RTN  THRU  RUNEND-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

             CLOSE AUDTRANS-FILE
           END-IF.

      *----------------------------------------------------------------
      * RUNSTART-RTN - logs the start of the run on RUNCTL.  The start
      * is refused when the job before this one has not completed for
      * the business date, or this one already has and no rerun has
      * been authorised.
      *----------------------------------------------------------------
       RUNSTART-RTN.
           INITIALIZE WS-RUN-CONTROL.
           MOVE "CBCUSAUDT" TO WS-RUN-PGM.
           MOVE "S" TO WS-RUN-ACTION.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
           IF WS-RUN-OK NOT = "Y"
             MOVE WS-RUN-MSG TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
           END-IF.
       RUNSTART-EXIT. EXIT.

      *----------------------------------------------------------------
      * RUNEND-RTN - logs the end of the run on RUNCTL with its
      * counts; WS-RUN-ACTION is "C" completed or "F" failed.
      *----------------------------------------------------------------
       RUNEND-RTN.
           MOVE WS-READ-COUNT       TO WS-RUN-READ.
           MOVE WS-TRN-COUNT        TO WS-RUN-WRITTEN.
           MOVE WS-BAD-COUNT        TO WS-RUN-REJECTED.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
       RUNEND-EXIT. EXIT.

       READ-CUSFL3-RTN.
           READ CUSFL3-FILE NEXT RECORD
                AT END SET END-OF-CUSFL3 TO TRUE
