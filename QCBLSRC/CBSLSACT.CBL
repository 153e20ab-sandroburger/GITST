               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSACTF-RECORD.

           SELECT CUSSLSH-FILE
               ASSIGN TO DATABASE-CUSSLSH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSSLSH-RECORD.

           SELECT CUSCRED-FILE
               ASSIGN TO DATABASE-CUSCRED
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSCRED-RECORD.

           SELECT REPORT-FILE
               ASSIGN TO PRINTER-QSYSPRT.

       01  CUSACTF-RECORD.
           COPY DDS-RCUSACT       OF  CUSACTF.

       FD  CUSSLSH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSSLSH-RECORD.
           COPY DDS-RCUSSH        OF  CUSSLSH.

       FD  CUSCRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSCRED-RECORD.
           COPY DDS-RCUSCR        OF  CUSCRED.

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).
           02  WS-REJ-COUNT            PIC 9(7) VALUE 0.
           02  WS-CUST-COUNT           PIC 9(7) VALUE 0.
           02  WS-DORM-COUNT           PIC 9(7) VALUE 0.
           02  WS-HIST-COUNT           PIC 9(7) VALUE 0.
           02  WS-HOLD-COUNT           PIC 9(7) VALUE 0.
           02  WS-OVER-COUNT           PIC 9(7) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSACTF    PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSSLSH    PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSCRED    PIC X VALUE SPACES.
      *--The customer's month total before this invoice was added,
      *  to catch the invoice that takes it over the credit limit.
       01  WS-PRIOR-SLSVAL             PIC S9(11)V9(02).

      *----------------------------------------------------------------
      * Invoice date split so the month can key the sales history.
      *----------------------------------------------------------------
       01  WS-INV-DATE.
           02  WS-INV-YYYYMM           PIC 9(06).
           02  WS-INV-DD               PIC 9(02).

      *----------------------------------------------------------------
      * The dormancy cutoff - the run date taken back the parameter
       01  WS-QUOT                     PIC S9(7) COMP.
       01  WS-REMD                     PIC S9(7) COMP.

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

       01  HDG1-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "DORMANT CUSTOMERS       : ".
           05  TRL-DORM             PIC ZZZZZZ9.

       01  TRL-LINE-6.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "HISTORY MONTHS ADDED    : ".
           05  TRL-HIST             PIC ZZZZZZ9.

       01  TRL-LINE-7.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "CREDIT HOLD WARNINGS    : ".
           05  TRL-HOLD             PIC ZZZZZZ9.

       01  TRL-LINE-8.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "OVER LIMIT WARNINGS     : ".
           05  TRL-OVER             PIC ZZZZZZ9.

       LINKAGE SECTION.
      *--Customers with no activity for this many months are listed
      *  as dormant.

       MAIN-PROCESSING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-HEADINGS1  THRU  PRINT-HEADINGS1-EXIT.
           PERFORM RUNSTART-RTN  THRU  RUNSTART-EXIT.
           IF WS-RUN-OK NOT = "Y"
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
           IF LS-DORMANT-MONTHS IS NOT NUMERIC
                 OR LS-DORMANT-MONTHS = ZERO
             MOVE "DORMANT MONTHS MUST BE 1 TO 999" TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
             MOVE "F" TO WS-RUN-ACTION
             MOVE ERR-REASON TO WS-RUN-MSG
             PERFORM RUNEND-RTN  THRU  RUNEND-EXIT
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
           PERFORM CUTOFF-RTN  THRU  CUTOFF-EXIT.
           OPEN INPUT  SLSTRANS-FILE
                       CUSFL3-FILE
                       CUSCRED-FILE
                I-O    CUSACTF-FILE
                       CUSSLSH-FILE.
           PERFORM READFEED-RTN  THRU  READFEED-EXIT.
           PERFORM UNTIL END-OF-SLSTRANS
             ADD 1 TO WS-READ-COUNT
           CLOSE SLSTRANS-FILE.
           PERFORM DORMANT-RTN  THRU  DORMANT-EXIT.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           MOVE "C" TO WS-RUN-ACTION.
           PERFORM RUNEND-RTN  THRU  RUNEND-EXIT.
           CLOSE CUSFL3-FILE
                 CUSACTF-FILE
                 CUSSLSH-FILE
                 CUSCRED-FILE
                 REPORT-FILE.
           GOBACK.

      *----------------------------------------------------------------
      * RUNSTART-RTN - logs the start of the run on RUNCTL.  The start
      * is refused when the job before this one has not completed for
      * the business date, or this one already has and no rerun has
      * been authorised.
      *----------------------------------------------------------------
       RUNSTART-RTN.
           INITIALIZE WS-RUN-CONTROL.
           MOVE "CBSLSACT" TO WS-RUN-PGM.
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
           MOVE WS-POST-COUNT       TO WS-RUN-WRITTEN.
           MOVE WS-REJ-COUNT        TO WS-RUN-REJECTED.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
       RUNEND-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUTOFF-RTN - takes the run date back LS-DORMANT-MONTHS whole
      * months to give the dormancy cutoff.
             MOVE 1          TO INVCNT OF CUSACTF-RECORD
             WRITE CUSACTF-RECORD
           END-IF
           PERFORM POSTHIST-RTN  THRU  POSTHIST-EXIT.
           PERFORM CHKCRED-RTN  THRU  CHKCRED-EXIT.
           ADD 1 TO WS-POST-COUNT.
       POSTFEED-EXIT. EXIT.

      *----------------------------------------------------------------
      * POSTHIST-RTN - adds the invoice into the customer's sales
      * history for the month it is dated in, starting the month
      * if this is its first invoice.
      *----------------------------------------------------------------
       POSTHIST-RTN.
           MOVE ST-INVDATE TO WS-INV-DATE.
           MOVE ST-CUSNO      TO CUSNO OF CUSSLSH-RECORD.
           MOVE WS-INV-YYYYMM TO SLSPRD OF CUSSLSH-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSSLSH.
           READ CUSSLSH-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSSLSH
           END-READ.
           IF RECORD-FOUND-CUSSLSH = "Y"
             MOVE SLSVAL OF CUSSLSH-RECORD TO WS-PRIOR-SLSVAL
             ADD ST-VALUE TO SLSVAL OF CUSSLSH-RECORD
             ADD 1 TO SLSCNT OF CUSSLSH-RECORD
             REWRITE CUSSLSH-RECORD
           ELSE
             MOVE ZERO          TO WS-PRIOR-SLSVAL
             MOVE ST-CUSNO      TO CUSNO OF CUSSLSH-RECORD
             MOVE WS-INV-YYYYMM TO SLSPRD OF CUSSLSH-RECORD
             MOVE ST-VALUE      TO SLSVAL OF CUSSLSH-RECORD
             MOVE 1             TO SLSCNT OF CUSSLSH-RECORD
             WRITE CUSSLSH-RECORD
             ADD 1 TO WS-HIST-COUNT
           END-IF.
       POSTHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKCRED-RTN - the invoice is posted regardless, but goes on
      * the exception listing as a warning when the customer's
      * account is on credit hold, or when it takes the customer's
      * invoicing for the month over the CUSCRED credit limit.  A
      * customer with no credit record, or a limit of zero, has no
      * limit to go over.
      *----------------------------------------------------------------
       CHKCRED-RTN.
           MOVE ST-CUSNO TO CUSNO OF CUSCRED-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSCRED.
           READ CUSCRED-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSCRED
           END-READ.
           IF RECORD-FOUND-CUSCRED = "N"
             GO CHKCRED-EXIT
           END-IF
           IF CREDIT-ON-HOLD
             ADD 1 TO WS-HOLD-COUNT
             MOVE "WARNING - CUSTOMER ON CREDIT HOLD" TO WS-ERRMSG
             PERFORM PRINT-EXC-RTN  THRU  PRINT-EXC-EXIT
           END-IF
           IF CRLIMIT OF CUSCRED-RECORD > ZERO
                 AND WS-PRIOR-SLSVAL NOT > CRLIMIT OF CUSCRED-RECORD
                 AND SLSVAL OF CUSSLSH-RECORD
                                     > CRLIMIT OF CUSCRED-RECORD
             ADD 1 TO WS-OVER-COUNT
             MOVE "WARNING - MONTH OVER CREDIT LIMIT" TO WS-ERRMSG
             PERFORM PRINT-EXC-RTN  THRU  PRINT-EXC-EXIT
           END-IF.
       CHKCRED-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-EXC-RTN - one exception line per rejected feed record
      * with the reason it failed, or per credit warning.
      *----------------------------------------------------------------
       PRINT-EXC-RTN.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
           WRITE REPORT-LINE FROM TRL-LINE-4.
           MOVE WS-DORM-COUNT TO TRL-DORM.
           WRITE REPORT-LINE FROM TRL-LINE-5.
           MOVE WS-HIST-COUNT TO TRL-HIST.
           WRITE REPORT-LINE FROM TRL-LINE-6.
           MOVE WS-HOLD-COUNT TO TRL-HOLD.
           WRITE REPORT-LINE FROM TRL-LINE-7.
           MOVE WS-OVER-COUNT TO TRL-OVER.
           WRITE REPORT-LINE FROM TRL-LINE-8.
       PRINT-TRAILER-EXIT. EXIT.
