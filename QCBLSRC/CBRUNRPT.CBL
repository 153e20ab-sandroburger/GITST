       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBRUNRPT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Morning operations report of the overnight run from RUNCTL.
      * Every program on the schedule is listed in running order
      * with each of its runs for the business date - who started
      * it, when, how long it took, the read / written / rejected
      * counts and how it ended.  A program with no run at all is
      * shown as missing, except the month-end purge on any other
      * night.  Run in the morning with a zero date it reports the
      * night just gone.
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

           SELECT REPORT-FILE
               ASSIGN TO PRINTER-QSYSPRT.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           COPY DDS-RRUNCT        OF  RUNCTL.

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LINE-COUNT                PIC 99    VALUE 0.
       01  WS-PAGE-COUNT                PIC 999   VALUE 0.
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.
       01  WS-IDX                      PIC S9(4) COMP.
       01  WS-PGM-RUNS                 PIC 9(03).

       01  WS-COUNTERS.
           02  WS-COMPLETE-COUNT       PIC 9(7) VALUE 0.
           02  WS-FAILED-COUNT         PIC 9(7) VALUE 0.
           02  WS-REFUSED-COUNT        PIC 9(7) VALUE 0.
           02  WS-MISSING-COUNT        PIC 9(7) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-RUNCTL     PIC X VALUE SPACES.
           02  WS-MONTH-END            PIC X VALUE SPACES.

      *----------------------------------------------------------------
      * The business date reported on, split to find out whether it
      * is the last day of its month.
      *----------------------------------------------------------------
       01  WS-RPT-DATE.
           02  WS-RPT-YYYY             PIC 9(04).
           02  WS-RPT-MM               PIC 9(02).
           02  WS-RPT-DD               PIC 9(02).
       01  WS-RPT-NUM REDEFINES WS-RPT-DATE
                                       PIC 9(08).
       01  WS-LAST-DD                  PIC 9(02).
       01  WS-QUOT                     PIC S9(7) COMP.
       01  WS-REMD                     PIC S9(7) COMP.

       01  WS-MONTH-DAYS-VALUES        PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           02  WS-MONTH-DAYS           PIC 9(02)  OCCURS 12.

      *----------------------------------------------------------------
      * Times of day as HHMMSShh, and the working for the elapsed
      * time of a run.
      *----------------------------------------------------------------
       01  WS-TIME.
           02  WS-TIME-HH              PIC 9(02).
           02  WS-TIME-MM              PIC 9(02).
           02  WS-TIME-SS              PIC 9(02).
           02  WS-TIME-HS              PIC 9(02).
       01  WS-TIME-NUM REDEFINES WS-TIME
                                       PIC 9(08).
       01  WS-STR-SECS                 PIC S9(7) COMP.
       01  WS-END-SECS                 PIC S9(7) COMP.
       01  WS-RUN-SECS                 PIC S9(7) COMP.

       01  WS-TIME-EDIT.
           02  WS-EDIT-HH              PIC 9(02).
           02  FILLER                  PIC X(01) VALUE ":".
           02  WS-EDIT-MM              PIC 9(02).
           02  FILLER                  PIC X(01) VALUE ":".
           02  WS-EDIT-SS              PIC 9(02).

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

           COPY RUNSCHED OF RUNCTL.

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "CBRUNRPT - OVERNIGHT RUN CONTROL REPORT".
           05  FILLER               PIC X(11) VALUE "    PAGE  ".
           05  HDG-PAGE-NO          PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
                "BUSINESS DATE: ".
           05  HDG-BUSDATE          PIC 9(08).

       01  HDG-LINE-3.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(16) VALUE "PROGRAM    RUN  ".
           05  FILLER               PIC X(25) VALUE "STATUS".
           05  FILLER               PIC X(11) VALUE "USER".
           05  FILLER               PIC X(19) VALUE "STARTED".
           05  FILLER               PIC X(10) VALUE "ENDED".
           05  FILLER               PIC X(09) VALUE "ELAPSED".
           05  FILLER               PIC X(08) VALUE "   READ".
           05  FILLER               PIC X(08) VALUE "WRITTEN".
           05  FILLER               PIC X(09) VALUE "REJECTED".
           05  FILLER               PIC X(06) VALUE "FORCED".

       01  DTL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-PGM              PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-RUNNO            PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-STATUS           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-USER             PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-STR-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-STR-TIME         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-END-TIME         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-ELAPSED          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-READ             PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-WRITTEN          PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-REJECTED         PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-FORCED           PIC X(03).

       01  MSG-LINE.
           05  FILLER               PIC X(17) VALUE SPACES.
           05  MSG-TEXT             PIC X(60).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MSG-RERUN            PIC X(35).

       01  CNT-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  CNT-LABEL            PIC X(26).
           05  CNT-VALUE            PIC ZZZZZZ9.

       LINKAGE SECTION.
      *--Business date YYYYMMDD to report on; zero for the current
      *  business date (the night just gone, when run in the
      *  morning).
       01  LS-RPT-DATE                 PIC 9(08).

       PROCEDURE DIVISION
                  USING LS-RPT-DATE.

       MAIN-PROCESSING.
           IF LS-RPT-DATE IS NUMERIC  AND  LS-RPT-DATE NOT = ZERO
             MOVE LS-RPT-DATE TO WS-RPT-NUM
           ELSE
             MOVE SPACES TO WS-RUN-CONTROL
             MOVE "CBRUNRPT" TO WS-RUN-PGM
             MOVE "D"        TO WS-RUN-ACTION
             CALL "CBRUNCTL" USING WS-RUN-CONTROL
             MOVE WS-RUN-BUSDATE TO WS-RPT-NUM
           END-IF.
           PERFORM MONTHEND-RTN  THRU  MONTHEND-EXIT.
           OPEN INPUT  RUNCTL-FILE
                OUTPUT REPORT-FILE.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > RUN-SCHED-COUNT
             PERFORM LISTPGM-RTN  THRU  LISTPGM-EXIT
           END-PERFORM.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           CLOSE RUNCTL-FILE
                 REPORT-FILE.
           GOBACK.

      *----------------------------------------------------------------
      * MONTHEND-RTN - whether the business date is the last day of
      * its month, for the month-end only jobs.
      *----------------------------------------------------------------
       MONTHEND-RTN.
           MOVE "N" TO WS-MONTH-END.
           IF WS-RPT-MM < 1  OR  WS-RPT-MM > 12
             GO MONTHEND-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS (WS-RPT-MM) TO WS-LAST-DD.
           IF WS-RPT-MM = 2
             DIVIDE WS-RPT-YYYY BY 4
                    GIVING WS-QUOT  REMAINDER WS-REMD
             IF WS-REMD = 0
               MOVE 29 TO WS-LAST-DD
               DIVIDE WS-RPT-YYYY BY 100
                      GIVING WS-QUOT  REMAINDER WS-REMD
               IF WS-REMD = 0
                 MOVE 28 TO WS-LAST-DD
                 DIVIDE WS-RPT-YYYY BY 400
                        GIVING WS-QUOT  REMAINDER WS-REMD
                 IF WS-REMD = 0
                   MOVE 29 TO WS-LAST-DD
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-RPT-DD = WS-LAST-DD
             MOVE "Y" TO WS-MONTH-END
           END-IF.
       MONTHEND-EXIT. EXIT.

      *----------------------------------------------------------------
      * LISTPGM-RTN - every run of one scheduled program for the
      * date, or the line saying it did not run.
      *----------------------------------------------------------------
       LISTPGM-RTN.
           MOVE ZERO TO WS-PGM-RUNS.
           MOVE RUN-SCHED-PGM (WS-IDX) TO RC-PGM.
           MOVE WS-RPT-NUM             TO RC-BUSDATE.
           MOVE ZERO                   TO RC-RUNNO.
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
               IF RC-PGM NOT = RUN-SCHED-PGM (WS-IDX)
                     OR RC-BUSDATE NOT = WS-RPT-NUM
                 MOVE "N" TO RECORD-FOUND-RUNCTL
               ELSE
                 ADD 1 TO WS-PGM-RUNS
                 PERFORM PRTRUN-RTN  THRU  PRTRUN-EXIT
               END-IF
             END-IF
           END-PERFORM.
           IF WS-PGM-RUNS > ZERO
             GO LISTPGM-EXIT
           END-IF.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO DTL-LINE.
           MOVE RUN-SCHED-PGM (WS-IDX) TO DTL-PGM.
           IF RUN-SCHED-MONTH-END (WS-IDX)  AND  WS-MONTH-END = "N"
             MOVE "NOT DUE - MONTH END ONLY" TO DTL-STATUS
           ELSE
             MOVE "MISSING - DID NOT RUN" TO DTL-STATUS
             ADD 1 TO WS-MISSING-COUNT
           END-IF.
           WRITE REPORT-LINE FROM DTL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       LISTPGM-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRTRUN-RTN - one run entry, with its message (and who
      * authorised a rerun against it) on a second line.
      *----------------------------------------------------------------
       PRTRUN-RTN.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO DTL-LINE.
           MOVE RC-PGM      TO DTL-PGM.
           MOVE RC-RUNNO    TO DTL-RUNNO.
           MOVE RC-USERID   TO DTL-USER.
           MOVE RC-STRDATE  TO DTL-STR-DATE.
           MOVE RC-STRTIME  TO WS-TIME-NUM.
           PERFORM EDITTIME-RTN  THRU  EDITTIME-EXIT.
           MOVE WS-TIME-EDIT TO DTL-STR-TIME.
           COMPUTE WS-STR-SECS = WS-TIME-HH * 3600
                               + WS-TIME-MM * 60 + WS-TIME-SS.
           MOVE RC-READ     TO DTL-READ.
           MOVE RC-WRITTEN  TO DTL-WRITTEN.
           MOVE RC-REJECTED TO DTL-REJECTED.
           IF RC-FORCED-RERUN
             MOVE "YES" TO DTL-FORCED
           END-IF.
           EVALUATE TRUE
             WHEN RC-COMPLETE
               MOVE "COMPLETED" TO DTL-STATUS
               ADD 1 TO WS-COMPLETE-COUNT
             WHEN RC-FAILED
               MOVE "FAILED" TO DTL-STATUS
               ADD 1 TO WS-FAILED-COUNT
             WHEN RC-REFUSED
               MOVE "REFUSED" TO DTL-STATUS
               ADD 1 TO WS-REFUSED-COUNT
             WHEN OTHER
               MOVE "DID NOT END" TO DTL-STATUS
               ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.
      * Elapsed time - only for a run that ended; a run ending the
      * day after it started has gone past midnight.
           IF RC-ENDDATE NOT = ZERO  AND  NOT RC-REFUSED
             MOVE RC-ENDTIME TO WS-TIME-NUM
             PERFORM EDITTIME-RTN  THRU  EDITTIME-EXIT
             MOVE WS-TIME-EDIT TO DTL-END-TIME
             COMPUTE WS-END-SECS = WS-TIME-HH * 3600
                                 + WS-TIME-MM * 60 + WS-TIME-SS
             IF RC-ENDDATE > RC-STRDATE
               ADD 86400 TO WS-END-SECS
             END-IF
             COMPUTE WS-RUN-SECS = WS-END-SECS - WS-STR-SECS
             IF WS-RUN-SECS < ZERO
               MOVE ZERO TO WS-RUN-SECS
             END-IF
             DIVIDE WS-RUN-SECS BY 3600
                    GIVING WS-EDIT-HH  REMAINDER WS-END-SECS
             DIVIDE WS-END-SECS BY 60
                    GIVING WS-EDIT-MM  REMAINDER WS-EDIT-SS
             MOVE WS-TIME-EDIT TO DTL-ELAPSED
           END-IF.
           WRITE REPORT-LINE FROM DTL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO MSG-LINE.
           MOVE RC-MESSAGE TO MSG-TEXT.
           IF RC-RERUN-AUTH  OR  RC-RERUN-USED
             STRING "RERUN AUTHORISED BY " DELIMITED BY SIZE
                    RC-RERUN-USR           DELIMITED BY SPACE
                    INTO MSG-RERUN
           END-IF.
           IF MSG-LINE NOT = SPACES
             WRITE REPORT-LINE FROM MSG-LINE
             ADD 1 TO WS-LINE-COUNT
           END-IF.
       PRTRUN-EXIT. EXIT.

      *----------------------------------------------------------------
      * EDITTIME-RTN - WS-TIME as HH:MM:SS in WS-TIME-EDIT.
      *----------------------------------------------------------------
       EDITTIME-RTN.
           MOVE WS-TIME-HH TO WS-EDIT-HH.
           MOVE WS-TIME-MM TO WS-EDIT-MM.
           MOVE WS-TIME-SS TO WS-EDIT-SS.
       EDITTIME-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-HEADINGS - starts a new page and prints the report
      * headings.
      *----------------------------------------------------------------
       PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
           MOVE WS-RPT-NUM TO HDG-BUSDATE.
           IF WS-LINE-COUNT > 0
             WRITE REPORT-LINE FROM HDG-LINE-1
                   AFTER ADVANCING PAGE
           ELSE
             WRITE REPORT-LINE FROM HDG-LINE-1
           END-IF.
           WRITE REPORT-LINE FROM HDG-LINE-2.
           WRITE REPORT-LINE FROM HDG-LINE-3.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
       PRINT-HEADINGS-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-TRAILER-RTN - prints the control counts at the end of
      * the report.
      *----------------------------------------------------------------
       PRINT-TRAILER-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUNS COMPLETED          : " TO CNT-LABEL.
           MOVE WS-COMPLETE-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "RUNS FAILED / NOT ENDED : " TO CNT-LABEL.
           MOVE WS-FAILED-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "STARTS REFUSED          : " TO CNT-LABEL.
           MOVE WS-REFUSED-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "PROGRAMS MISSING        : " TO CNT-LABEL.
           MOVE WS-MISSING-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
       PRINT-TRAILER-EXIT. EXIT.
