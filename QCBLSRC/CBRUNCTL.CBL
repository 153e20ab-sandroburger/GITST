       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBRUNCTL.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      *----------------------------------------------------------------
      * The one place the overnight run-control rules live.  Called
      * by every scheduled batch program when it starts and again
      * when it ends, and writes the RUNCTL entry for the run.
      *   "S" start     - works out the business date, refuses the
      *                   start when the job this one depends on has
      *                   not completed for the date, or when this
      *                   job has already completed for it and no
      *                   supervisor has authorised a rerun; records
      *                   the start (or the refusal) either way.
      *   "C" / "F"     - end of run, completed or failed, with the
      *                   read / written / rejected counts.
      *   "D"           - returns the current business date only.
      * The business date is the calendar date the night's run
      * belongs to - a run started before the cutover time in the
      * morning belongs to the previous day.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUNCTL-FILE
               ASSIGN TO DATABASE-RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF RUNCTL-RECORD.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           COPY DDS-RRUNCT        OF  RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-IDX                      PIC S9(4) COMP.
       01  WS-PRED-PGM                 PIC X(10).

      *--Runs started before this time of day belong to the previous
      *  business date.
       01  WS-CUTOVER-TIME             PIC 9(08) VALUE 12000000.

       01  WS-NOW-DATE                 PIC 9(08).
       01  WS-NOW-TIME                 PIC 9(08).

      *----------------------------------------------------------------
      * The business date worked out from the system date, split so
      * a day can be taken off it.
      *----------------------------------------------------------------
       01  WS-BUS-DATE.
           02  WS-BUS-YYYY             PIC 9(04).
           02  WS-BUS-MM               PIC 9(02).
           02  WS-BUS-DD               PIC 9(02).
       01  WS-BUS-NUM REDEFINES WS-BUS-DATE
                                       PIC 9(08).
       01  WS-QUOT                     PIC S9(7) COMP.
       01  WS-REMD                     PIC S9(7) COMP.

       01  WS-MONTH-DAYS-VALUES        PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           02  WS-MONTH-DAYS           PIC 9(02)  OCCURS 12.

      *----------------------------------------------------------------
      * What the scan of one program's entries for the date found.
      *----------------------------------------------------------------
       01  WS-SCAN-PGM                 PIC X(10).
       01  WS-LAST-RUNNO               PIC 9(03).
       01  WS-AUTH-RUNNO               PIC 9(03).

       01  WS-VARIABLES.
           02  RECORD-FOUND-RUNCTL     PIC X VALUE SPACES.
           02  SCAN-COMPLETED          PIC X VALUE SPACES.

           COPY RUNSCHED OF RUNCTL.

       LINKAGE SECTION.
       01  LS-RUN-CONTROL.
      *--Program name, as in the schedule.
           05  LS-RUN-PGM              PIC X(10).
      *--"S" start, "C" completed, "F" failed, "D" business date.
           05  LS-RUN-ACTION           PIC X(01).
      *--Returned by the start; passed back unchanged at the end.
           05  LS-RUN-BUSDATE          PIC 9(08).
           05  LS-RUN-NO               PIC 9(03).
      *--Set by the caller for the end of run.
           05  LS-RUN-READ             PIC 9(07).
           05  LS-RUN-WRITTEN          PIC 9(07).
           05  LS-RUN-REJECTED         PIC 9(07).
      *--Returned by the start: "Y" go ahead, "N" refused.
           05  LS-RUN-OK               PIC X(01).
      *--Refusal reason from the start, or the caller's failure
      *  reason for a failed end.
           05  LS-RUN-MSG              PIC X(60).

       PROCEDURE DIVISION
                  USING LS-RUN-CONTROL.

       MAIN-PROCESSING.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           EVALUATE LS-RUN-ACTION
             WHEN "D"
               PERFORM BUSDATE-RTN  THRU  BUSDATE-EXIT
               MOVE WS-BUS-NUM TO LS-RUN-BUSDATE
             WHEN "S"
               OPEN I-O RUNCTL-FILE
               PERFORM START-RTN  THRU  START-EXIT
               CLOSE RUNCTL-FILE
             WHEN "C"
             WHEN "F"
               OPEN I-O RUNCTL-FILE
               PERFORM END-RTN  THRU  END-EXIT
               CLOSE RUNCTL-FILE
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------------
      * BUSDATE-RTN - today's date, or yesterday's when the time is
      * before the cutover, into WS-BUS-DATE.
      *----------------------------------------------------------------
       BUSDATE-RTN.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-BUS-NUM.
           IF WS-NOW-TIME NOT < WS-CUTOVER-TIME
             GO BUSDATE-EXIT
           END-IF.
           IF WS-BUS-DD > 1
             SUBTRACT 1 FROM WS-BUS-DD
             GO BUSDATE-EXIT
           END-IF.
           IF WS-BUS-MM > 1
             SUBTRACT 1 FROM WS-BUS-MM
           ELSE
             MOVE 12 TO WS-BUS-MM
             SUBTRACT 1 FROM WS-BUS-YYYY
           END-IF.
           MOVE WS-MONTH-DAYS (WS-BUS-MM) TO WS-BUS-DD.
           IF WS-BUS-MM = 2
             DIVIDE WS-BUS-YYYY BY 4
                    GIVING WS-QUOT  REMAINDER WS-REMD
             IF WS-REMD = 0
               MOVE 29 TO WS-BUS-DD
               DIVIDE WS-BUS-YYYY BY 100
                      GIVING WS-QUOT  REMAINDER WS-REMD
               IF WS-REMD = 0
                 MOVE 28 TO WS-BUS-DD
                 DIVIDE WS-BUS-YYYY BY 400
                        GIVING WS-QUOT  REMAINDER WS-REMD
                 IF WS-REMD = 0
                   MOVE 29 TO WS-BUS-DD
                 END-IF
               END-IF
             END-IF
           END-IF.
       BUSDATE-EXIT. EXIT.

      *----------------------------------------------------------------
      * START-RTN - the start checks, then the run entry: status R
      * when the program may go ahead, X with the reason when not.
      *----------------------------------------------------------------
       START-RTN.
           PERFORM BUSDATE-RTN  THRU  BUSDATE-EXIT.
           MOVE WS-BUS-NUM TO LS-RUN-BUSDATE.
           MOVE "Y" TO LS-RUN-OK.
           MOVE SPACES TO LS-RUN-MSG.
      * Already completed for the date - only a supervisor's rerun
      * authority lets it go again.
           MOVE LS-RUN-PGM TO WS-SCAN-PGM.
           PERFORM SCANRUN-RTN  THRU  SCANRUN-EXIT.
           MOVE WS-LAST-RUNNO TO LS-RUN-NO.
           ADD 1 TO LS-RUN-NO.
           IF SCAN-COMPLETED = "Y"  AND  WS-AUTH-RUNNO = ZERO
             MOVE "N" TO LS-RUN-OK
             MOVE "ALREADY COMPLETED FOR DATE - NO RERUN AUTHORISED"
                                   TO LS-RUN-MSG
           END-IF.
      * The job this one depends on must have completed for the date
           IF LS-RUN-OK = "Y"
             PERFORM FINDPRED-RTN  THRU  FINDPRED-EXIT
             IF WS-PRED-PGM NOT = SPACES
               MOVE WS-PRED-PGM TO WS-SCAN-PGM
               PERFORM SCANRUN-RTN  THRU  SCANRUN-EXIT
               IF SCAN-COMPLETED = "N"
                 MOVE "N" TO LS-RUN-OK
                 STRING WS-PRED-PGM  DELIMITED BY SPACE
                        " HAS NOT COMPLETED FOR THIS DATE"
                                     DELIMITED BY SIZE
                        INTO LS-RUN-MSG
               END-IF
             END-IF
           END-IF.
      * Record the start, or the refusal
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE LS-RUN-PGM     TO RC-PGM.
           MOVE LS-RUN-BUSDATE TO RC-BUSDATE.
           MOVE LS-RUN-NO      TO RC-RUNNO.
           MOVE WS-OPERATOR-ID TO RC-USERID.
           ACCEPT RC-STRDATE FROM DATE YYYYMMDD.
           ACCEPT RC-STRTIME FROM TIME.
           MOVE ZERO TO RC-ENDDATE  RC-ENDTIME
                        RC-READ  RC-WRITTEN  RC-REJECTED.
           IF LS-RUN-OK = "Y"
             SET RC-RUNNING TO TRUE
             IF WS-AUTH-RUNNO NOT = ZERO
               SET RC-FORCED-RERUN TO TRUE
             END-IF
           ELSE
             SET RC-REFUSED TO TRUE
             MOVE RC-STRDATE TO RC-ENDDATE
             MOVE RC-STRTIME TO RC-ENDTIME
             MOVE LS-RUN-MSG TO RC-MESSAGE
           END-IF.
           WRITE RUNCTL-RECORD
                   INVALID KEY
                     CONTINUE
           END-WRITE.
      * A rerun authority is good for one rerun only
           IF LS-RUN-OK = "Y"  AND  WS-AUTH-RUNNO NOT = ZERO
             MOVE LS-RUN-PGM     TO RC-PGM
             MOVE LS-RUN-BUSDATE TO RC-BUSDATE
             MOVE WS-AUTH-RUNNO  TO RC-RUNNO
             READ RUNCTL-FILE
                    INVALID KEY
                      GO START-EXIT
             END-READ
             SET RC-RERUN-USED TO TRUE
             REWRITE RUNCTL-RECORD
           END-IF.
       START-EXIT. EXIT.

      *----------------------------------------------------------------
      * SCANRUN-RTN - reads every entry of WS-SCAN-PGM for the
      * business date: the highest run number, whether any run
      * completed, and the run carrying an unused rerun authority.
      *----------------------------------------------------------------
       SCANRUN-RTN.
           MOVE ZERO TO WS-LAST-RUNNO.
           IF WS-SCAN-PGM = LS-RUN-PGM
             MOVE ZERO TO WS-AUTH-RUNNO
           END-IF.
           MOVE "N" TO SCAN-COMPLETED.
           MOVE WS-SCAN-PGM    TO RC-PGM.
           MOVE LS-RUN-BUSDATE TO RC-BUSDATE.
           MOVE ZERO           TO RC-RUNNO.
           MOVE "Y" TO RECORD-FOUND-RUNCTL.
           START RUNCTL-FILE KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                                    OF RUNCTL-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-RUNCTL  END-START.
           PERFORM UNTIL RECORD-FOUND-RUNCTL = "N"
             READ RUNCTL-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-RUNCTL
             END-READ
             IF RECORD-FOUND-RUNCTL = "Y"
               IF RC-PGM NOT = WS-SCAN-PGM
                     OR RC-BUSDATE NOT = LS-RUN-BUSDATE
                 MOVE "N" TO RECORD-FOUND-RUNCTL
               ELSE
                 MOVE RC-RUNNO TO WS-LAST-RUNNO
                 IF RC-COMPLETE
                   MOVE "Y" TO SCAN-COMPLETED
                 END-IF
                 IF RC-RERUN-AUTH  AND  WS-SCAN-PGM = LS-RUN-PGM
                   MOVE RC-RUNNO TO WS-AUTH-RUNNO
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       SCANRUN-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDPRED-RTN - the job LS-RUN-PGM depends on, from the
      * schedule.  Spaces for the first job of the night and for a
      * program not on the schedule.
      *----------------------------------------------------------------
       FINDPRED-RTN.
           MOVE SPACES TO WS-PRED-PGM.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > RUN-SCHED-COUNT
             IF RUN-SCHED-PGM (WS-IDX) = LS-RUN-PGM
               MOVE RUN-SCHED-PRED (WS-IDX) TO WS-PRED-PGM
               MOVE RUN-SCHED-COUNT TO WS-IDX
             END-IF
             ADD 1 TO WS-IDX
           END-PERFORM.
       FINDPRED-EXIT. EXIT.

      *----------------------------------------------------------------
      * END-RTN - completes the run entry written by the start.
      *----------------------------------------------------------------
       END-RTN.
           MOVE LS-RUN-PGM     TO RC-PGM.
           MOVE LS-RUN-BUSDATE TO RC-BUSDATE.
           MOVE LS-RUN-NO      TO RC-RUNNO.
           READ RUNCTL-FILE
                  INVALID KEY
                    GO END-EXIT
           END-READ.
           ACCEPT RC-ENDDATE FROM DATE YYYYMMDD.
           ACCEPT RC-ENDTIME FROM TIME.
           MOVE LS-RUN-READ     TO RC-READ.
           MOVE LS-RUN-WRITTEN  TO RC-WRITTEN.
           MOVE LS-RUN-REJECTED TO RC-REJECTED.
           IF LS-RUN-ACTION = "C"
             SET RC-COMPLETE TO TRUE
           ELSE
             SET RC-FAILED TO TRUE
             MOVE LS-RUN-MSG TO RC-MESSAGE
           END-IF.
           REWRITE RUNCTL-RECORD.
       END-EXIT. EXIT.
