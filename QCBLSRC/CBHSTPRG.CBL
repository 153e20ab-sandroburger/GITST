           02  WS-KEPT-C               PIC 9(7) VALUE 0.
           02  WS-KEPT-D               PIC 9(7) VALUE 0.
           02  WS-KEPT-R               PIC 9(7) VALUE 0.
           02  WS-KEPT-V               PIC 9(7) VALUE 0.
           02  WS-KEPT-OTH             PIC 9(7) VALUE 0.
           02  WS-ARCH-A               PIC 9(7) VALUE 0.
           02  WS-ARCH-C               PIC 9(7) VALUE 0.
           02  WS-ARCH-D               PIC 9(7) VALUE 0.
           02  WS-ARCH-R               PIC 9(7) VALUE 0.
           02  WS-ARCH-V               PIC 9(7) VALUE 0.
           02  WS-ARCH-OTH             PIC 9(7) VALUE 0.

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
           05  FILLER               PIC X(46) VALUE
       MAIN-PROCESSING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           PERFORM RUNSTART-RTN  THRU  RUNSTART-EXIT.
           IF WS-RUN-OK NOT = "Y"
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
           IF LS-CUTOFF-DATE IS NOT NUMERIC
                 OR LS-CUTOFF-DATE < 19000101
             MOVE "CUTOFF DATE MUST BE A FULL YYYYMMDD DATE"
                                   TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
             MOVE "F" TO WS-RUN-ACTION
             MOVE ERR-REASON TO WS-RUN-MSG
             PERFORM RUNEND-RTN  THRU  RUNEND-EXIT
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
           PERFORM SPLIT-RTN  THRU  SPLIT-EXIT.
           PERFORM COPYBACK-RTN  THRU  COPYBACK-EXIT.
           PERFORM PRINT-TOTALS-RTN  THRU  PRINT-TOTALS-EXIT.
           MOVE "C" TO WS-RUN-ACTION.
           PERFORM RUNEND-RTN  THRU  RUNEND-EXIT.
           CLOSE REPORT-FILE.
           GOBACK.

      *----------------------------------------------------------------
      * RUNSTART-RTN - logs the start of the run on RUNCTL.  The start
      * is refused when the job before this one has not completed for
      * the business date, or this one already has and no rerun has
      * been authorised.
      *----------------------------------------------------------------
       RUNSTART-RTN.
           INITIALIZE WS-RUN-CONTROL.
           MOVE "CBHSTPRG" TO WS-RUN-PGM.
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
           MOVE WS-ARCH-COUNT       TO WS-RUN-WRITTEN.
           MOVE ZERO                TO WS-RUN-REJECTED.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
       RUNEND-EXIT. EXIT.

      *----------------------------------------------------------------
      * SPLIT-RTN - one pass over CUSFHIST, writing every entry
      * either to the yearly archive (older than the cutoff) or to
             WHEN "C"    ADD 1 TO WS-ARCH-C
             WHEN "D"    ADD 1 TO WS-ARCH-D
             WHEN "R"    ADD 1 TO WS-ARCH-R
             WHEN "V"    ADD 1 TO WS-ARCH-V
             WHEN OTHER  ADD 1 TO WS-ARCH-OTH
           END-EVALUATE.
       COUNTARCH-EXIT. EXIT.
             WHEN "C"    ADD 1 TO WS-KEPT-C
             WHEN "D"    ADD 1 TO WS-KEPT-D
             WHEN "R"    ADD 1 TO WS-KEPT-R
             WHEN "V"    ADD 1 TO WS-KEPT-V
             WHEN OTHER  ADD 1 TO WS-KEPT-OTH
           END-EVALUATE.
       COUNTKEPT-EXIT. EXIT.
           MOVE WS-KEPT-R TO ACT-KEPT.
           MOVE WS-ARCH-R TO ACT-ARCH.
           WRITE REPORT-LINE FROM ACT-LINE.
           MOVE "V" TO ACT-ACTION.
           MOVE WS-KEPT-V TO ACT-KEPT.
           MOVE WS-ARCH-V TO ACT-ARCH.
           WRITE REPORT-LINE FROM ACT-LINE.
           MOVE "*" TO ACT-ACTION.
           MOVE WS-KEPT-OTH TO ACT-KEPT.
           MOVE WS-ARCH-OTH TO ACT-ARCH.
