       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCRREVW.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Weekly credit review listing - every customer whose CUSCRED
      * next review date has passed, or was never set, as at the run
      * date (or a date passed in).  Optionally also the customers
      * that have no credit record at all.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSFL3-FILE
               ASSIGN TO DATABASE-CUSFL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSFL3-RECORD.

           SELECT CUSCRED-FILE
               ASSIGN TO DATABASE-CUSCRED
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSCRED-RECORD.

           SELECT REPORT-FILE
               ASSIGN TO PRINTER-QSYSPRT.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CUSCRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSCRED-RECORD.
           COPY DDS-RCUSCR        OF  CUSCRED.

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-EOF-CUSFL3               PIC X(1)  VALUE "N".
           88  END-OF-CUSFL3           VALUE "Y".
       01  WS-LINE-COUNT                PIC 99    VALUE 0.
       01  WS-PAGE-COUNT                PIC 999   VALUE 0.
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.

       01  WS-COUNTERS.
           02  WS-CUST-COUNT           PIC 9(7) VALUE 0.
           02  WS-DUE-COUNT            PIC 9(7) VALUE 0.
           02  WS-NOTSET-COUNT         PIC 9(7) VALUE 0.
           02  WS-NONE-COUNT           PIC 9(7) VALUE 0.
           02  WS-HOLD-COUNT           PIC 9(7) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSCRED    PIC X VALUE SPACES.

       01  WS-ASAT-DATE.
           02  WS-ASAT-YYYY            PIC 9(04).
           02  WS-ASAT-MM              PIC 9(02).
           02  WS-ASAT-DD              PIC 9(02).
       01  WS-ASAT-NUM  REDEFINES WS-ASAT-DATE  PIC 9(08).

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "CBCRREVW - CREDIT REVIEWS DUE".
           05  FILLER               PIC X(11) VALUE "    PAGE  ".
           05  HDG-PAGE-NO          PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "REVIEW DUE ON OR BEFORE : ".
           05  HDG-ASAT             PIC 9(08).

       01  HDG-LINE-3.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(45) VALUE
                "CUST NO  CUSTOMER NAME                   SLM ".
           05  FILLER               PIC X(60) VALUE
                "  CREDIT LIMIT TRM HLD LAST REV  NEXT REV  REVIEWER".

       01  DTL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-CUSNO            PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CNAME            PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-SINIT            PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-LIMIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-TERMS            PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-HOLD             PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-LSTREV           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-NXTREV           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-REVUSR           PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-NOTE             PIC X(20).

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       01  TRL-LINE-1.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "CUSTOMERS EXAMINED      : ".
           05  TRL-CUST             PIC ZZZZZZ9.

       01  TRL-LINE-2.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "REVIEWS OVERDUE         : ".
           05  TRL-DUE              PIC ZZZZZZ9.

       01  TRL-LINE-3.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "NO REVIEW DATE SET      : ".
           05  TRL-NOTSET           PIC ZZZZZZ9.

       01  TRL-LINE-4.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "OF WHICH ON HOLD        : ".
           05  TRL-HOLD             PIC ZZZZZZ9.

       01  TRL-LINE-5.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "NO CREDIT RECORD        : ".
           05  TRL-NONE             PIC ZZZZZZ9.

       LINKAGE SECTION.
      *--Reviews due on or before this date are listed - zero for
      *  the run date.
       01  LS-ASAT-DATE                PIC 9(08).
      *--"Y" also lists the customers with no credit record.
       01  LS-INCL-NONE                PIC X(01).

       PROCEDURE DIVISION
                  USING LS-ASAT-DATE  LS-INCL-NONE.

       MAIN-PROCESSING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM EDITPARM-RTN  THRU  EDITPARM-EXIT.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           IF WS-ERRMSG NOT = SPACES
             MOVE WS-ERRMSG TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
           OPEN INPUT  CUSFL3-FILE
                       CUSCRED-FILE.
           PERFORM READ-CUSFL3-RTN  THRU  READ-CUSFL3-EXIT.
           PERFORM UNTIL END-OF-CUSFL3
             ADD 1 TO WS-CUST-COUNT
             PERFORM CHKREV-RTN  THRU  CHKREV-EXIT
             PERFORM READ-CUSFL3-RTN  THRU  READ-CUSFL3-EXIT
           END-PERFORM.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           CLOSE CUSFL3-FILE
                 CUSCRED-FILE
                 REPORT-FILE.
           GOBACK.

      *----------------------------------------------------------------
      * EDITPARM-RTN - validates the parameters and settles the
      * as-at date.
      *----------------------------------------------------------------
       EDITPARM-RTN.
           MOVE SPACES TO WS-ERRMSG.
           IF LS-ASAT-DATE IS NOT NUMERIC
             MOVE "AS-AT DATE MUST BE YYYYMMDD OR ZERO" TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF
           IF LS-ASAT-DATE = ZERO
             ACCEPT WS-ASAT-NUM FROM DATE YYYYMMDD
           ELSE
             MOVE LS-ASAT-DATE TO WS-ASAT-NUM
           END-IF
           IF WS-ASAT-MM < 1 OR WS-ASAT-MM > 12
                 OR WS-ASAT-DD < 1 OR WS-ASAT-DD > 31
             MOVE "AS-AT DATE MUST BE YYYYMMDD OR ZERO" TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF
           IF LS-INCL-NONE NOT = "Y" AND LS-INCL-NONE NOT = "N"
                 AND LS-INCL-NONE NOT = SPACES
             MOVE "NO-CREDIT-RECORD FLAG MUST BE Y OR N" TO WS-ERRMSG
           END-IF.
       EDITPARM-EXIT. EXIT.

       READ-CUSFL3-RTN.
           READ CUSFL3-FILE NEXT RECORD
                AT END SET END-OF-CUSFL3 TO TRUE
           END-READ.
       READ-CUSFL3-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKREV-RTN - looks the customer up on CUSCRED and prints the
      * review line when the next review date has passed or was
      * never set.
      *----------------------------------------------------------------
       CHKREV-RTN.
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSCRED-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSCRED.
           READ CUSCRED-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSCRED
           END-READ.
           MOVE SPACES TO DTL-LINE.
           IF RECORD-FOUND-CUSCRED = "N"
             IF LS-INCL-NONE NOT = "Y"
               GO CHKREV-EXIT
             END-IF
             ADD 1 TO WS-NONE-COUNT
             MOVE "NO CREDIT RECORD" TO DTL-NOTE
           ELSE
             IF CRNXTREV OF CUSCRED-RECORD > WS-ASAT-NUM
               GO CHKREV-EXIT
             END-IF
             IF CRNXTREV OF CUSCRED-RECORD = ZERO
               ADD 1 TO WS-NOTSET-COUNT
               MOVE "  NONE" TO DTL-NXTREV
             ELSE
               ADD 1 TO WS-DUE-COUNT
               MOVE CRNXTREV OF CUSCRED-RECORD TO DTL-NXTREV
             END-IF
             IF CREDIT-ON-HOLD
               ADD 1 TO WS-HOLD-COUNT
             END-IF
             MOVE CRLIMIT OF CUSCRED-RECORD  TO DTL-LIMIT
             MOVE CRTERMS OF CUSCRED-RECORD  TO DTL-TERMS
             MOVE CRHOLD OF CUSCRED-RECORD   TO DTL-HOLD
             MOVE CRREVUSR OF CUSCRED-RECORD TO DTL-REVUSR
             IF CRLSTREV OF CUSCRED-RECORD = ZERO
               MOVE "  NEVER" TO DTL-LSTREV
             ELSE
               MOVE CRLSTREV OF CUSCRED-RECORD TO DTL-LSTREV
             END-IF
           END-IF.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE CUSNO OF CUSFL3-RECORD  TO DTL-CUSNO.
           MOVE CNAME OF CUSFL3-RECORD  TO DTL-CNAME.
           MOVE SINIT OF CUSFL3-RECORD  TO DTL-SINIT.
           WRITE REPORT-LINE FROM DTL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       CHKREV-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-HEADINGS - starts a new page and prints the report
      * headings.
      *----------------------------------------------------------------
       PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
           MOVE WS-ASAT-NUM TO HDG-ASAT.
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
           MOVE WS-CUST-COUNT TO TRL-CUST.
           WRITE REPORT-LINE FROM TRL-LINE-1.
           MOVE WS-DUE-COUNT TO TRL-DUE.
           WRITE REPORT-LINE FROM TRL-LINE-2.
           MOVE WS-NOTSET-COUNT TO TRL-NOTSET.
           WRITE REPORT-LINE FROM TRL-LINE-3.
           MOVE WS-HOLD-COUNT TO TRL-HOLD.
           WRITE REPORT-LINE FROM TRL-LINE-4.
           IF LS-INCL-NONE = "Y"
             MOVE WS-NONE-COUNT TO TRL-NONE
             WRITE REPORT-LINE FROM TRL-LINE-5
           END-IF.
       PRINT-TRAILER-EXIT. EXIT.
