       01  WS-FIRST-PAGE                PIC X(1)  VALUE "Y".

       01  WS-COUNTERS.
           02  WS-READ-COUNT           PIC 9(7) VALUE 0.
           02  WS-LETTER-COUNT         PIC 9(7) VALUE 0.
           02  WS-SKIP-COUNT           PIC 9(7) VALUE 0.

       01  WS-OUTPTR                   PIC S9(4) COMP.
       01  WS-NUM-DISP                 PIC 9(05).

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

       01  LTR-DATE-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  LTR-DD               PIC X(02).
                "SKIPPED - NOT ON MASTER : ".
           05  SUM-SKIPPED          PIC ZZZZZZ9.

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
                       CUSFL3-FILE
                       SALUTS-FILE
                OUTPUT PRINT-FILE.
           PERFORM RUNSTART-RTN  THRU  RUNSTART-EXIT.
           IF WS-RUN-OK NOT = "Y"
             CLOSE CUSFHIST-FILE
                   CUSFL3-FILE
                   SALUTS-FILE
                   PRINT-FILE
             STOP RUN
           END-IF.
           PERFORM RDCTL-RTN  THRU  RDCTL-EXIT.
           MOVE WS-LAST-DATE TO WS-HIGH-DATE.
           MOVE WS-LAST-TIME TO WS-HIGH-TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READHIST-RTN  THRU  READHIST-EXIT.
           PERFORM UNTIL END-OF-CUSFHIST
             ADD 1 TO WS-READ-COUNT
             IF CH-ADD-ACTION
               IF CH-DATE > WS-LAST-DATE
                    OR (CH-DATE = WS-LAST-DATE
           END-PERFORM.
           PERFORM WRCTL-RTN  THRU  WRCTL-EXIT.
           PERFORM PRINT-SUMMARY-RTN  THRU  PRINT-SUMMARY-EXIT.
           MOVE "C" TO WS-RUN-ACTION.
           PERFORM RUNEND-RTN  THRU  RUNEND-EXIT.
           CLOSE CUSFHIST-FILE
                 CUSFL3-FILE
                 SALUTS-FILE
                 PRINT-FILE.
           STOP RUN.

      *----------------------------------------------------------------
      * RUNSTART-RTN - logs the start of the run on RUNCTL.  The start
      * is refused when the job before this one has not completed for
      * the business date, or this one already has and no rerun has
      * been authorised.
      *----------------------------------------------------------------
       RUNSTART-RTN.
           INITIALIZE WS-RUN-CONTROL.
           MOVE "CBWELCOME" TO WS-RUN-PGM.
           MOVE "S" TO WS-RUN-ACTION.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
           IF WS-RUN-OK NOT = "Y"
             MOVE WS-RUN-MSG TO ERR-REASON
             WRITE PRINT-LINE FROM ERR-LINE
           END-IF.
       RUNSTART-EXIT. EXIT.

      *----------------------------------------------------------------
      * RUNEND-RTN - logs the end of the run on RUNCTL with its
      * counts; WS-RUN-ACTION is "C" completed or "F" failed.
      *----------------------------------------------------------------
       RUNEND-RTN.
           MOVE WS-READ-COUNT       TO WS-RUN-READ.
           MOVE WS-LETTER-COUNT     TO WS-RUN-WRITTEN.
           MOVE WS-SKIP-COUNT       TO WS-RUN-REJECTED.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
       RUNEND-EXIT. EXIT.

       READHIST-RTN.
           READ CUSFHIST-FILE
                AT END SET END-OF-CUSFHIST TO TRUE
