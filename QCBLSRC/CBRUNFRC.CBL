       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBRUNFRC.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Supervisor authority to run an overnight program a second
      * time for a business date it has already completed.  The
      * last completed RUNCTL entry for the program and date is
      * marked as authorised for one rerun; CBRUNCTL lets the next
      * start through, marks that run as forced and uses the
      * authority up.  A run that failed or did not end needs no
      * authority - it can simply be started again.
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
       01  WS-ERRMSG                   PIC X(70).
       01  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBRUNFRC".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
       01  WS-IDX                      PIC S9(4) COMP.
       01  WS-BUSDATE                  PIC 9(08) VALUE ZERO.
       01  WS-LAST-RUNNO               PIC 9(03).

       01  WS-VARIABLES.
           02  RECORD-FOUND-RUNCTL     PIC X VALUE SPACES.
           02  WS-FOUND                PIC X VALUE SPACES.

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
                "CBRUNFRC - OVERNIGHT RERUN AUTHORITY".

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE "PROGRAM: ".
           05  HDG-PGM              PIC X(10).
           05  FILLER               PIC X(18) VALUE
                "  BUSINESS DATE: ".
           05  HDG-BUSDATE          PIC 9(08).
           05  FILLER               PIC X(15) VALUE
                "  SUPERVISOR: ".
           05  HDG-USER             PIC X(10).

       01  DTL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(31) VALUE
                "RERUN AUTHORISED AGAINST RUN : ".
           05  DTL-RUNNO            PIC ZZ9.

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       LINKAGE SECTION.
      *--Program to be rerun, as named on the overnight schedule.
       01  LS-PGM                      PIC X(10).
      *--Business date YYYYMMDD to rerun it for; zero for the
      *  current business date.
       01  LS-BUSDATE                  PIC 9(08).

       PROCEDURE DIVISION
                  USING LS-PGM
                        LS-BUSDATE.

       MAIN-PROCESSING.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-ERRMSG.
           PERFORM EDITPARM-RTN  THRU  EDITPARM-EXIT.
           IF WS-ERRMSG = SPACES
             PERFORM CHKAUT-RTN  THRU  CHKAUT-EXIT
           END-IF.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           IF WS-ERRMSG NOT = SPACES
             MOVE WS-ERRMSG TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
           OPEN I-O RUNCTL-FILE.
           PERFORM AUTHRUN-RTN  THRU  AUTHRUN-EXIT.
           CLOSE RUNCTL-FILE.
           IF WS-ERRMSG NOT = SPACES
             MOVE WS-ERRMSG TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
           ELSE
             MOVE WS-LAST-RUNNO TO DTL-RUNNO
             WRITE REPORT-LINE FROM DTL-LINE
           END-IF.
           CLOSE REPORT-FILE.
           GOBACK.

      *----------------------------------------------------------------
      * EDITPARM-RTN - the program must be on the overnight schedule;
      * a zero date means the current business date.
      *----------------------------------------------------------------
       EDITPARM-RTN.
           MOVE "N" TO WS-FOUND.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > RUN-SCHED-COUNT
             IF RUN-SCHED-PGM (WS-IDX) = LS-PGM
               MOVE "Y" TO WS-FOUND
             END-IF
             ADD 1 TO WS-IDX
           END-PERFORM.
           IF WS-FOUND = "N"
             MOVE "PROGRAM IS NOT ON THE OVERNIGHT SCHEDULE"
                                   TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           IF LS-BUSDATE IS NOT NUMERIC
             MOVE "BUSINESS DATE MUST BE YYYYMMDD OR ZERO"
                                   TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           IF LS-BUSDATE = ZERO
             MOVE SPACES TO WS-RUN-CONTROL
             MOVE LS-PGM TO WS-RUN-PGM
             MOVE "D"    TO WS-RUN-ACTION
             CALL "CBRUNCTL" USING WS-RUN-CONTROL
             MOVE WS-RUN-BUSDATE TO WS-BUSDATE
           ELSE
             IF LS-BUSDATE < 19000101
               MOVE "BUSINESS DATE MUST BE YYYYMMDD OR ZERO"
                                   TO WS-ERRMSG
               GO EDITPARM-EXIT
             END-IF
             MOVE LS-BUSDATE TO WS-BUSDATE
           END-IF.
       EDITPARM-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKAUT-RTN - forcing a rerun is a supervisor job.
      *----------------------------------------------------------------
       CHKAUT-RTN.
           MOVE "FORCE RERUN" TO WS-AUTH-ACTION.
           MOVE "S" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           IF WS-AUTH-OK NOT = "Y"
             MOVE "NOT AUTHORISED - SUPERVISORS ONLY" TO WS-ERRMSG
           END-IF.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
       CHKAUT-EXIT. EXIT.

      *----------------------------------------------------------------
      * AUTHRUN-RTN - finds the program's last completed run for the
      * date and marks it as authorised for one rerun.
      *----------------------------------------------------------------
       AUTHRUN-RTN.
           MOVE ZERO TO WS-LAST-RUNNO.
           MOVE LS-PGM     TO RC-PGM.
           MOVE WS-BUSDATE TO RC-BUSDATE.
           MOVE ZERO       TO RC-RUNNO.
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
               IF RC-PGM NOT = LS-PGM
                     OR RC-BUSDATE NOT = WS-BUSDATE
                 MOVE "N" TO RECORD-FOUND-RUNCTL
               ELSE
                 IF RC-RERUN-AUTH
                   MOVE "A RERUN IS ALREADY AUTHORISED FOR THIS DATE"
                                   TO WS-ERRMSG
                 END-IF
                 IF RC-COMPLETE
                   MOVE RC-RUNNO TO WS-LAST-RUNNO
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF WS-ERRMSG NOT = SPACES
             GO AUTHRUN-EXIT
           END-IF.
           IF WS-LAST-RUNNO = ZERO
             MOVE "NO COMPLETED RUN FOR THIS DATE - NO AUTHORITY NEEDED"
                                   TO WS-ERRMSG
             GO AUTHRUN-EXIT
           END-IF.
           MOVE LS-PGM        TO RC-PGM.
           MOVE WS-BUSDATE    TO RC-BUSDATE.
           MOVE WS-LAST-RUNNO TO RC-RUNNO.
           READ RUNCTL-FILE
                  INVALID KEY
                    MOVE "RUN ENTRY NOT FOUND" TO WS-ERRMSG
                    GO AUTHRUN-EXIT
           END-READ.
           SET RC-RERUN-AUTH TO TRUE.
           MOVE WS-OPERATOR-ID TO RC-RERUN-USR.
           REWRITE RUNCTL-RECORD.
       AUTHRUN-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-HEADINGS - prints the report headings.
      *----------------------------------------------------------------
       PRINT-HEADINGS.
           MOVE LS-PGM         TO HDG-PGM.
           MOVE WS-BUSDATE     TO HDG-BUSDATE.
           MOVE WS-OPERATOR-ID TO HDG-USER.
           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-HEADINGS-EXIT. EXIT.
