       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSANON.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Personal data anonymisation.  Customers past the retention
      * period have their personal details masked on every file that
      * holds them, and the run prints a certificate of what was
      * masked.  A customer qualifies when it is
      *   archived - its newest CUSFARCH "C" record is older than
      *              the retention period and it has not been
      *              reinstated, or
      *   inactive - still on CUSFL3 but with no CUSACTF invoice and
      *              no CUSFHIST or CUSFHARC entry inside the
      *              retention period.  The run is stopped if the
      *              audit entries read do not reach back that far.
      * Masked: USERNM, JTITLE, EMAIL and TELNO on CUSFL3 and in the
      * customer images on CUSFHIST, CUSFHARC, CUSPEND and CUSFARCH;
      * CONNAME, CONPHONE and CONEMAIL on CONHDR and CUSFARCH "T"
      * records; NOTTEXT on CUSNOTES and CUSFARCH "N" records.  A
      * name or note becomes *ANONYMISED*, the other fields blank.
      * Each customer done goes on the CUSANON register; audit and
      * archive records dated up to then are masked on every run,
      * so a CUSFHARC member pointed at by the calling CL is cleaned
      * for every customer on the register.
      * Trial mode lists the customers and current records that
      * would be masked without updating anything.
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

           SELECT CUSACTF-FILE
               ASSIGN TO DATABASE-CUSACTF
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSACTF-RECORD.

           SELECT CONHDR-FILE
               ASSIGN TO DATABASE-CONHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD
                        WITH DUPLICATES.

           SELECT CUSNOTES-FILE
               ASSIGN TO DATABASE-CUSNOTES
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSNOTES-RECORD
                        WITH DUPLICATES.

           SELECT CUSPEND-FILE
               ASSIGN TO DATABASE-CUSPEND
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSPEND-RECORD
                        WITH DUPLICATES.

           SELECT OPTIONAL CUSANON-FILE
               ASSIGN TO DATABASE-CUSANON
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSANON-RECORD.

           SELECT CUSFHIST-FILE
               ASSIGN TO DATABASE-CUSFHIST
               ORGANIZATION IS SEQUENTIAL.

      *--Yearly audit archive - the calling CL points this at the
      *  member to be cleaned before the job runs.
           SELECT OPTIONAL CUSFHARC-FILE
               ASSIGN TO DATABASE-CUSFHARC
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUSFARCH-FILE
               ASSIGN TO DATABASE-CUSFARCH
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK01.

           SELECT REPORT-FILE
               ASSIGN TO PRINTER-QSYSPRT.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CUSACTF-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSACTF-RECORD.
           COPY DDS-RCUSACT       OF  CUSACTF.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-RCONHDR       OF  CONHDR.

       FD  CUSNOTES-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSNOTES-RECORD.
           COPY DDS-RCUSNT        OF  CUSNOTES.

       FD  CUSPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSPEND-RECORD.
           COPY DDS-RCUSPD        OF  CUSPEND.

       FD  CUSANON-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSANON-RECORD.
           COPY DDS-RCUSAN        OF  CUSANON.

       FD  CUSFHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFHIST-RECORD.
           COPY DDS-RCUSFH        OF  CUSFHIST.

       FD  CUSFHARC-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFHARC-RECORD.
           COPY DDS-RCUSFH        OF  CUSFHARC.

       FD  CUSFARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFARCH-RECORD.
           COPY DDS-RCUSFA        OF  CUSFARCH.

      *--Customers with a CUSFHIST entry inside the retention period.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SK-CUSNO            PIC S9(05).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBCUSANON".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
       01  WS-EOF-CUSFHIST             PIC X(1)  VALUE "N".
           88  END-OF-CUSFHIST         VALUE "Y".
       01  WS-EOF-CUSFHARC             PIC X(1)  VALUE "N".
           88  END-OF-CUSFHARC         VALUE "Y".
       01  WS-EOF-CUSFARCH             PIC X(1)  VALUE "N".
           88  END-OF-CUSFARCH         VALUE "Y".
       01  WS-EOF-CUSFL3               PIC X(1)  VALUE "N".
           88  END-OF-CUSFL3           VALUE "Y".
       01  WS-EOF-SORT                 PIC X(1)  VALUE "N".
           88  END-OF-SORT             VALUE "Y".
       01  WS-TRIAL                    PIC X(1)  VALUE "Y".
           88  TRIAL-RUN               VALUE "Y".
       01  WS-TABLE-FULL               PIC X(1)  VALUE "N".
           88  TABLE-FULL              VALUE "Y".
       01  WS-LINE-COUNT                PIC 99    VALUE 0.
       01  WS-PAGE-COUNT                PIC 999   VALUE 0.
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.

       01  WS-CONSTANTS.
           02  MAX-AN-CUSTOMERS        PIC 9(4) VALUE 2000.
           02  ANON-TEXT               PIC X(12) VALUE "*ANONYMISED*".

       01  WS-COUNTERS.
           02  WS-CUST-COUNT           PIC 9(7) VALUE 0.
           02  WS-INACT-COUNT          PIC 9(7) VALUE 0.
           02  WS-ARCH-COUNT           PIC 9(7) VALUE 0.
           02  WS-MASK-CUSFL3          PIC 9(7) VALUE 0.
           02  WS-MASK-CONHDR          PIC 9(7) VALUE 0.
           02  WS-MASK-CUSNOTES        PIC 9(7) VALUE 0.
           02  WS-MASK-CUSPEND         PIC 9(7) VALUE 0.
           02  WS-READ-CUSFHIST        PIC 9(7) VALUE 0.
           02  WS-MASK-CUSFHIST        PIC 9(7) VALUE 0.
           02  WS-READ-CUSFHARC        PIC 9(7) VALUE 0.
           02  WS-MASK-CUSFHARC        PIC 9(7) VALUE 0.
           02  WS-READ-CUSFARCH        PIC 9(7) VALUE 0.
           02  WS-MASK-CUSFARCH        PIC 9(7) VALUE 0.

      *--Current records masked for the customer in hand
       01  WS-CUST-COUNTS.
           02  WS-C-MASTER             PIC X(03) VALUE SPACES.
           02  WS-C-CONTACTS           PIC 9(5) VALUE 0.
           02  WS-C-NOTES              PIC 9(5) VALUE 0.
           02  WS-C-PENDING            PIC 9(5) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSACTF    PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSNOTES   PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSPEND    PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSANON    PIC X VALUE SPACES.
           02  WS-FOUND                PIC X VALUE SPACES.
           02  WS-CHANGED              PIC X VALUE SPACES.
           02  WS-REC-CHANGED          PIC X VALUE SPACES.
           02  WS-SORT-CUSNO           PIC S9(05) VALUE 0.
           02  WS-FIND-CUSNO           PIC S9(05) VALUE 0.
           02  WS-LSTDATE              PIC 9(08) VALUE 0.

      *--Last CUSANON lookup, kept so the audit passes read the
      *  register once per run of entries for the same customer.
       01  WS-LOOKUP.
           02  WS-LK-CUSNO             PIC S9(05) VALUE 0.
           02  WS-LK-VALID             PIC X(01)  VALUE "N".
           02  WS-LK-FOUND             PIC X(01)  VALUE "N".
           02  WS-LK-DATE              PIC 9(08)  VALUE 0.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY             PIC 9(04).
           02  WS-RUN-MM               PIC 9(02).
           02  WS-RUN-DD               PIC 9(02).
       01  WS-RUN-NUM  REDEFINES WS-RUN-DATE  PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).

       01  WS-CUTOFF-DATE.
           02  WS-CUT-YYYY             PIC 9(04).
           02  WS-CUT-MM               PIC 9(02).
           02  WS-CUT-DD               PIC 9(02).
       01  WS-CUTOFF-NUM  REDEFINES WS-CUTOFF-DATE  PIC 9(08).
      *--Oldest audit entry seen - the audit trail must reach back
      *  to the cutoff before a customer can be judged inactive.
       01  WS-OLDEST-NUM               PIC 9(08) VALUE 99999999.
       01  WS-MONTH-NO                 PIC 9(07).
       01  WS-MONTH-REM                PIC 9(02).

      *----------------------------------------------------------------
      * Work views of the personal fields.  WS-IMAGE lays a CUSFL3
      * record image out so the four personal fields can be reached
      * whichever file the image came from.
      *----------------------------------------------------------------
       01  WS-IMAGE.
           05  FILLER                  PIC X(185).
           05  IM-TELNO                PIC X(15).
           05  FILLER                  PIC X(15).
           05  IM-EMAIL                PIC X(50).
           05  FILLER                  PIC X(59).
           05  IM-USERNM               PIC X(30).
           05  FILLER                  PIC X(10).
           05  IM-JTITLE               PIC X(30).

       01  WS-CONTACT.
           05  FILLER                  PIC X(05).
           05  WC-CONNAME              PIC X(30).
           05  WC-CONPHONE             PIC X(15).
           05  WC-CONEMAIL             PIC X(50).
           05  FILLER                  PIC X(01).

       01  WS-NOTE.
           05  FILLER                  PIC X(31).
           05  WN-NOTTEXT              PIC X(60).

      *----------------------------------------------------------------
      * Customers qualifying this run.  WS-AN-KIND "I" inactive, "A"
      * archived, "X" dropped again (re-archived inside the period,
      * or reinstated since).
      *----------------------------------------------------------------
       01  WS-AN-COUNT                 PIC S9(4) COMP VALUE 0.
       01  WS-AN-TABLE.
           02  WS-AN-ENTRY  OCCURS 2000  INDEXED BY AN-IDX.
               03  WS-AN-CUSNO         PIC S9(05).
               03  WS-AN-KIND          PIC X(01).
               03  WS-AN-LSTDATE       PIC 9(08).
               03  WS-AN-CNAME         PIC X(30).
       01  WS-I                        PIC S9(4) COMP.

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "CBCUSANON - ANONYMISATION CERTIFICATE".
           05  FILLER               PIC X(11) VALUE "    PAGE  ".
           05  HDG-PAGE-NO          PIC ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  HDG-MODE             PIC X(30).

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE
                "RETENTION MONTHS: ".
           05  HDG-MONTHS           PIC ZZ9.
           05  FILLER               PIC X(21) VALUE
                "  NO ACTIVITY SINCE: ".
           05  HDG-CUTOFF           PIC 9(08).
           05  FILLER               PIC X(08) VALUE "  RUN: ".
           05  HDG-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  HDG-RUN-TIME         PIC 9(08).
           05  FILLER               PIC X(06) VALUE "  BY: ".
           05  HDG-USER             PIC X(10).

       01  HDG-LINE-3.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(42) VALUE
                "CUST NO  CUSTOMER NAME".
           05  FILLER               PIC X(52) VALUE
                "REASON    SINCE     MST CONTCT  NOTES PENDNG  RESULT".

       01  SEC-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SEC-TITLE            PIC X(80).

       01  DTL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-CUSNO            PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CNAME            PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-REASON           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-SINCE            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-MASTER           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CONTACTS         PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-NOTES            PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-PENDING          PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-RESULT           PIC X(20).

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       01  CNT-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  CNT-LABEL            PIC X(26).
           05  CNT-VALUE            PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CNT-VALUE-2          PIC X(30).

       01  FULL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(44) VALUE
                "MORE CUSTOMERS ARE DUE THAN ONE RUN TAKES - ".
           05  FILLER               PIC X(30) VALUE
                "RUN THE JOB AGAIN FOR THE REST".

       01  CERT-LINE-1.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(16) VALUE
                "FIELDS MASKED - ".
           05  FILLER               PIC X(38) VALUE
                "CUSTOMER: USERNM, JTITLE, EMAIL, TELNO".
       01  CERT-LINE-2.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(53) VALUE
                "CONTACT:  CONNAME, CONPHONE, CONEMAIL   NOTE: NOTTEXT".
       01  CERT-LINE-3.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "THE PERSONAL DETAILS OF THE CUSTOMERS LISTED ".
           05  FILLER               PIC X(46) VALUE
                "HAVE BEEN MASKED ON EVERY FILE COUNTED ABOVE.".
       01  CERT-LINE-4.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(44) VALUE
                "CERTIFIED BY: ______________________________".
           05  FILLER               PIC X(24) VALUE
                "    DATE: ____________".

       LINKAGE SECTION.
      *--Retention period in months - customers with nothing inside
      *  it are masked.
       01  LS-RETAIN-MONTHS            PIC 9(03).
      *--"N" updates the files.  Anything else is a trial run that
      *  only prints what would be masked.
       01  LS-TRIAL-RUN                PIC X(01).

       PROCEDURE DIVISION
                  USING LS-RETAIN-MONTHS  LS-TRIAL-RUN.

       MAIN-PROCESSING.
           OPEN OUTPUT REPORT-FILE.
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
      * Inactive customers - CUSFL3 merged against the customers
      * with recent audit entries
           OPEN INPUT  CUSFL3-FILE
                       CUSACTF-FILE
                       CUSANON-FILE.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SK-CUSNO
                INPUT PROCEDURE  IS RECENT-RTN    THRU  RECENT-EXIT
                OUTPUT PROCEDURE IS SELINACT-RTN  THRU  SELINACT-EXIT.
      * Entries older than CBHSTPRG keeps are only on CUSFHARC - if
      * neither file reaches back to the cutoff, a customer changed
      * inside the period could be taken for an inactive one.
           IF WS-OLDEST-NUM > WS-CUTOFF-NUM
             MOVE "AUDIT TRAIL DOES NOT COVER RETENTION PERIOD"
                                   TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
             CLOSE CUSFL3-FILE
                   CUSACTF-FILE
                   CUSANON-FILE
                   REPORT-FILE
             GOBACK
           END-IF.
      * Archived customers
           OPEN INPUT CUSFARCH-FILE.
           PERFORM READARCH-RTN  THRU  READARCH-EXIT.
           PERFORM UNTIL END-OF-CUSFARCH
             PERFORM SELARCH-RTN  THRU  SELARCH-EXIT
             PERFORM READARCH-RTN  THRU  READARCH-EXIT
           END-PERFORM.
           CLOSE CUSFARCH-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AN-COUNT
             PERFORM CHKREIN-RTN  THRU  CHKREIN-EXIT
           END-PERFORM.
           CLOSE CUSFL3-FILE
                 CUSACTF-FILE
                 CUSANON-FILE.
      * Mask the current files, customer by customer
           PERFORM OPEN-FILES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AN-COUNT
             PERFORM ANON-RTN  THRU  ANON-EXIT
           END-PERFORM.
      * Then the audit and archive files, for every customer on the
      * register
           IF NOT TRIAL-RUN
             PERFORM MASKHIST-RTN  THRU  MASKHIST-EXIT
             PERFORM MASKHARC-RTN  THRU  MASKHARC-EXIT
             PERFORM MASKARCH-RTN  THRU  MASKARCH-EXIT
           END-IF.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           IF TRIAL-RUN
             OPEN INPUT  CUSFL3-FILE
                         CONHDR-FILE
                         CUSNOTES-FILE
                         CUSPEND-FILE
           ELSE
             OPEN I-O    CUSFL3-FILE
                         CONHDR-FILE
                         CUSNOTES-FILE
                         CUSPEND-FILE
                         CUSANON-FILE
           END-IF.

       CLOSE-FILES.
           IF TRIAL-RUN
             CLOSE CUSFL3-FILE
                   CONHDR-FILE
                   CUSNOTES-FILE
                   CUSPEND-FILE
                   REPORT-FILE
           ELSE
             CLOSE CUSFL3-FILE
                   CONHDR-FILE
                   CUSNOTES-FILE
                   CUSPEND-FILE
                   CUSANON-FILE
                   REPORT-FILE
           END-IF.

      *----------------------------------------------------------------
      * EDITPARM-RTN - validates the parameters and works out the
      * cut-off date, the retention period back from today.
      *----------------------------------------------------------------
       EDITPARM-RTN.
           MOVE SPACES TO WS-ERRMSG.
           ACCEPT WS-RUN-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE ZERO TO WS-CUTOFF-NUM.
           IF LS-TRIAL-RUN = "N"
             MOVE "N" TO WS-TRIAL
           END-IF.
           IF LS-RETAIN-MONTHS IS NOT NUMERIC
                 OR LS-RETAIN-MONTHS = ZERO
             MOVE "RETENTION PERIOD MUST BE 1 TO 999 MONTHS"
                                   TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           COMPUTE WS-MONTH-NO = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
                                - LS-RETAIN-MONTHS.
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-CUT-YYYY
                                    REMAINDER WS-MONTH-REM.
           COMPUTE WS-CUT-MM = WS-MONTH-REM + 1.
           MOVE WS-RUN-DD TO WS-CUT-DD.
           IF WS-CUT-MM = 2 AND WS-CUT-DD > 28
             MOVE 28 TO WS-CUT-DD
           END-IF.
           IF WS-CUT-DD = 31
                 AND (WS-CUT-MM = 4 OR WS-CUT-MM = 6
                   OR WS-CUT-MM = 9 OR WS-CUT-MM = 11)
             MOVE 30 TO WS-CUT-DD
           END-IF.
       EDITPARM-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKAUT-RTN - masking personal data cannot be undone, so it is
      * a supervisor job.  A trial run changes nothing and is open
      * to maintain level.
      *----------------------------------------------------------------
       CHKAUT-RTN.
           MOVE "ANONYMISE CUSTOMERS" TO WS-AUTH-ACTION.
           IF TRIAL-RUN
             MOVE "M" TO WS-AUTH-REQD
           ELSE
             MOVE "S" TO WS-AUTH-REQD
           END-IF.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           IF WS-AUTH-OK NOT = "Y"
             IF TRIAL-RUN
               MOVE "NOT AUTHORISED - INQUIRY ONLY" TO WS-ERRMSG
             ELSE
               MOVE "NOT AUTHORISED - SUPERVISORS ONLY" TO WS-ERRMSG
             END-IF
           END-IF.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
       CHKAUT-EXIT. EXIT.

      *----------------------------------------------------------------
      * RECENT-RTN - feeds the sort the customer number of every
      * CUSFHIST entry, and every entry on the CUSFHARC member the
      * job has been pointed at, dated inside the retention period,
      * noting the oldest entry seen on either file.
      *----------------------------------------------------------------
       RECENT-RTN.
           OPEN INPUT CUSFHIST-FILE.
           PERFORM READHIST-RTN  THRU  READHIST-EXIT.
           PERFORM UNTIL END-OF-CUSFHIST
             IF CH-DATE OF CUSFHIST-RECORD < WS-OLDEST-NUM
               MOVE CH-DATE OF CUSFHIST-RECORD TO WS-OLDEST-NUM
             END-IF
             IF CH-DATE OF CUSFHIST-RECORD NOT < WS-CUTOFF-NUM
               MOVE CH-CUSNO OF CUSFHIST-RECORD TO SK-CUSNO
               RELEASE SORT-WORK-RECORD
             END-IF
             PERFORM READHIST-RTN  THRU  READHIST-EXIT
           END-PERFORM.
           CLOSE CUSFHIST-FILE.
           OPEN INPUT CUSFHARC-FILE.
           PERFORM READHARC-RTN  THRU  READHARC-EXIT.
           PERFORM UNTIL END-OF-CUSFHARC
             IF CH-DATE OF CUSFHARC-RECORD < WS-OLDEST-NUM
               MOVE CH-DATE OF CUSFHARC-RECORD TO WS-OLDEST-NUM
             END-IF
             IF CH-DATE OF CUSFHARC-RECORD NOT < WS-CUTOFF-NUM
               MOVE CH-CUSNO OF CUSFHARC-RECORD TO SK-CUSNO
               RELEASE SORT-WORK-RECORD
             END-IF
             PERFORM READHARC-RTN  THRU  READHARC-EXIT
           END-PERFORM.
           CLOSE CUSFHARC-FILE.
      * MASKHARC-RTN reads the member again from the start.
           MOVE "N" TO WS-EOF-CUSFHARC.
       RECENT-EXIT. EXIT.

       READHIST-RTN.
           READ CUSFHIST-FILE
                AT END SET END-OF-CUSFHIST TO TRUE
           END-READ.
       READHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * SELINACT-RTN - reads CUSFL3 in customer-number order against
      * the sorted recent audit entries.  A customer with none is
      * checked for recent invoices.
      *----------------------------------------------------------------
       SELINACT-RTN.
           PERFORM RETSORT-RTN  THRU  RETSORT-EXIT.
           PERFORM READCUS-RTN  THRU  READCUS-EXIT.
           PERFORM UNTIL END-OF-CUSFL3
             ADD 1 TO WS-CUST-COUNT
             PERFORM UNTIL END-OF-SORT
                   OR WS-SORT-CUSNO NOT < CUSNO OF CUSFL3-RECORD
               PERFORM RETSORT-RTN  THRU  RETSORT-EXIT
             END-PERFORM
             IF END-OF-SORT
                   OR WS-SORT-CUSNO NOT = CUSNO OF CUSFL3-RECORD
               PERFORM CHKINACT-RTN  THRU  CHKINACT-EXIT
             END-IF
             PERFORM READCUS-RTN  THRU  READCUS-EXIT
           END-PERFORM.
       SELINACT-EXIT. EXIT.

       RETSORT-RTN.
           RETURN SORT-WORK-FILE
                  AT END SET END-OF-SORT TO TRUE
                  NOT AT END MOVE SK-CUSNO TO WS-SORT-CUSNO
           END-RETURN.
       RETSORT-EXIT. EXIT.

       READCUS-RTN.
           READ CUSFL3-FILE NEXT RECORD
                AT END SET END-OF-CUSFL3 TO TRUE
           END-READ.
       READCUS-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKINACT-RTN - a customer with no change inside the period
      * is inactive unless CUSACTF shows an invoice inside it.  One
      * already on the register whose details are still masked has
      * nothing left to do.
      *----------------------------------------------------------------
       CHKINACT-RTN.
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSACTF-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSACTF.
           READ CUSACTF-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSACTF
           END-READ.
           MOVE ZERO TO WS-LSTDATE.
           IF RECORD-FOUND-CUSACTF = "Y"
             IF LSTDATE OF CUSACTF-RECORD NOT < WS-CUTOFF-NUM
               GO CHKINACT-EXIT
             END-IF
             MOVE LSTDATE OF CUSACTF-RECORD TO WS-LSTDATE
           END-IF.
           MOVE CUSFL3-RECORD TO WS-IMAGE.
           PERFORM MASKIMG-RTN  THRU  MASKIMG-EXIT.
           MOVE CUSNO OF CUSFL3-RECORD TO AN-CUSNO.
           MOVE "Y" TO RECORD-FOUND-CUSANON.
           READ CUSANON-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSANON
           END-READ.
           IF RECORD-FOUND-CUSANON = "Y" AND WS-CHANGED = "N"
             GO CHKINACT-EXIT
           END-IF.
           IF WS-AN-COUNT NOT < MAX-AN-CUSTOMERS
             MOVE "Y" TO WS-TABLE-FULL
             GO CHKINACT-EXIT
           END-IF.
           ADD 1 TO WS-AN-COUNT.
           SET AN-IDX TO WS-AN-COUNT.
           MOVE CUSNO OF CUSFL3-RECORD TO WS-AN-CUSNO (AN-IDX).
           MOVE "I"                    TO WS-AN-KIND (AN-IDX).
           MOVE WS-LSTDATE             TO WS-AN-LSTDATE (AN-IDX).
           MOVE CNAME OF CUSFL3-RECORD TO WS-AN-CNAME (AN-IDX).
       CHKINACT-EXIT. EXIT.

       READARCH-RTN.
           READ CUSFARCH-FILE
                AT END SET END-OF-CUSFARCH TO TRUE
           END-READ.
       READARCH-EXIT. EXIT.

      *----------------------------------------------------------------
      * SELARCH-RTN - one CUSFARCH record.  The file is in archive
      * order, so the last "C" record seen for a customer is its
      * newest.  An archive inside the period drops the customer
      * again; one already covered by the register is skipped.
      *----------------------------------------------------------------
       SELARCH-RTN.
           IF NOT AR-CUSTOMER-REC
             GO SELARCH-EXIT
           END-IF.
           MOVE AR-CUSNO TO WS-FIND-CUSNO.
           PERFORM FINDAN-RTN  THRU  FINDAN-EXIT.
           IF AR-DATE NOT < WS-CUTOFF-NUM
             IF WS-FOUND = "Y"
               IF WS-AN-KIND (AN-IDX) = "A"
                 MOVE "X" TO WS-AN-KIND (AN-IDX)
               END-IF
             END-IF
             GO SELARCH-EXIT
           END-IF.
           IF WS-FOUND = "Y"
             IF WS-AN-KIND (AN-IDX) = "A"
               MOVE AR-DATE TO WS-AN-LSTDATE (AN-IDX)
               MOVE CNAME OF AR-CUSTOMER-DATA TO WS-AN-CNAME (AN-IDX)
             END-IF
             GO SELARCH-EXIT
           END-IF.
           MOVE AR-CUSNO TO AN-CUSNO.
           MOVE "Y" TO RECORD-FOUND-CUSANON.
           READ CUSANON-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSANON
           END-READ.
           IF RECORD-FOUND-CUSANON = "Y"
             IF AN-DATE NOT < AR-DATE
               GO SELARCH-EXIT
             END-IF
           END-IF.
           IF WS-AN-COUNT NOT < MAX-AN-CUSTOMERS
             MOVE "Y" TO WS-TABLE-FULL
             GO SELARCH-EXIT
           END-IF.
           ADD 1 TO WS-AN-COUNT.
           SET AN-IDX TO WS-AN-COUNT.
           MOVE AR-CUSNO                  TO WS-AN-CUSNO (AN-IDX).
           MOVE "A"                       TO WS-AN-KIND (AN-IDX).
           MOVE AR-DATE                   TO WS-AN-LSTDATE (AN-IDX).
           MOVE CNAME OF AR-CUSTOMER-DATA TO WS-AN-CNAME (AN-IDX).
       SELARCH-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDAN-RTN - looks WS-FIND-CUSNO up in the table.  WS-FOUND
      * "Y" leaves AN-IDX on its entry.
      *----------------------------------------------------------------
       FINDAN-RTN.
           MOVE "N" TO WS-FOUND.
           IF WS-AN-COUNT = ZERO
             GO FINDAN-EXIT
           END-IF.
           SET AN-IDX TO 1.
           SEARCH WS-AN-ENTRY
                AT END CONTINUE
                WHEN AN-IDX > WS-AN-COUNT
                  CONTINUE
                WHEN WS-AN-CUSNO (AN-IDX) = WS-FIND-CUSNO
                  MOVE "Y" TO WS-FOUND
           END-SEARCH.
       FINDAN-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKREIN-RTN - an archived customer back on CUSFL3 has been
      * reinstated; it is judged as an active customer instead.
      *----------------------------------------------------------------
       CHKREIN-RTN.
           SET AN-IDX TO WS-I.
           IF WS-AN-KIND (AN-IDX) NOT = "A"
             GO CHKREIN-EXIT
           END-IF.
           MOVE WS-AN-CUSNO (AN-IDX) TO CUSNO OF CUSFL3-RECORD.
           READ CUSFL3-FILE
                  INVALID KEY
                       GO CHKREIN-EXIT
           END-READ.
           MOVE "X" TO WS-AN-KIND (AN-IDX).
       CHKREIN-EXIT. EXIT.

      *----------------------------------------------------------------
      * ANON-RTN - masks one qualifying customer on the current
      * files, puts it on the register and prints its certificate
      * line.
      *----------------------------------------------------------------
       ANON-RTN.
           SET AN-IDX TO WS-I.
           IF WS-AN-KIND (AN-IDX) = "X"
             GO ANON-EXIT
           END-IF.
           MOVE "-" TO WS-C-MASTER.
           MOVE ZERO TO WS-C-CONTACTS
                        WS-C-NOTES
                        WS-C-PENDING.
           IF WS-AN-KIND (AN-IDX) = "I"
             ADD 1 TO WS-INACT-COUNT
             PERFORM MASKCUS-RTN  THRU  MASKCUS-EXIT
           ELSE
             ADD 1 TO WS-ARCH-COUNT
           END-IF.
           PERFORM MASKCON-RTN  THRU  MASKCON-EXIT.
           PERFORM MASKNOTE-RTN  THRU  MASKNOTE-EXIT.
           PERFORM MASKPEND-RTN  THRU  MASKPEND-EXIT.
           IF NOT TRIAL-RUN
             PERFORM REGISTER-RTN  THRU  REGISTER-EXIT
           END-IF.
           MOVE SPACES TO DTL-LINE.
           MOVE WS-AN-CUSNO (AN-IDX) TO DTL-CUSNO.
           MOVE WS-AN-CNAME (AN-IDX) TO DTL-CNAME.
           IF WS-AN-KIND (AN-IDX) = "I"
             MOVE "INACTIVE" TO DTL-REASON
           ELSE
             MOVE "ARCHIVED" TO DTL-REASON
           END-IF.
           IF WS-AN-LSTDATE (AN-IDX) = ZERO
             MOVE "  NONE" TO DTL-SINCE
           ELSE
             MOVE WS-AN-LSTDATE (AN-IDX) TO DTL-SINCE
           END-IF.
           MOVE WS-C-MASTER   TO DTL-MASTER.
           MOVE WS-C-CONTACTS TO DTL-CONTACTS.
           MOVE WS-C-NOTES    TO DTL-NOTES.
           MOVE WS-C-PENDING  TO DTL-PENDING.
           IF TRIAL-RUN
             MOVE "WOULD BE ANONYMISED" TO DTL-RESULT
           ELSE
             MOVE "ANONYMISED" TO DTL-RESULT
           END-IF.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           WRITE REPORT-LINE FROM DTL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       ANON-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKCUS-RTN - the customer master itself.
      *----------------------------------------------------------------
       MASKCUS-RTN.
           MOVE WS-AN-CUSNO (AN-IDX) TO CUSNO OF CUSFL3-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSFL3.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3
           END-READ.
           IF RECORD-FOUND-CUSFL3 = "N"
             GO MASKCUS-EXIT
           END-IF.
           MOVE "NO" TO WS-C-MASTER.
           MOVE CUSFL3-RECORD TO WS-IMAGE.
           PERFORM MASKIMG-RTN  THRU  MASKIMG-EXIT.
           IF WS-CHANGED = "Y"
             MOVE WS-IMAGE TO CUSFL3-RECORD
             IF NOT TRIAL-RUN
               REWRITE CUSFL3-RECORD
             END-IF
             MOVE "YES" TO WS-C-MASTER
             ADD 1 TO WS-MASK-CUSFL3
           END-IF.
       MASKCUS-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKCON-RTN - every CONHDR contact of the customer.
      *----------------------------------------------------------------
       MASKCON-RTN.
           MOVE WS-AN-CUSNO (AN-IDX) TO CUSNO OF CONHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONHDR.
           START CONHDR-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                    OF CONHDR-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CONHDR  END-START.
           PERFORM UNTIL RECORD-FOUND-CONHDR = "N"
             READ CONHDR-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CONHDR
             END-READ
             IF RECORD-FOUND-CONHDR = "Y"
               IF CUSNO OF CONHDR-RECORD = WS-AN-CUSNO (AN-IDX)
                 MOVE CONHDR-RECORD TO WS-CONTACT
                 PERFORM MASKCONT-RTN  THRU  MASKCONT-EXIT
                 IF WS-CHANGED = "Y"
                   MOVE WS-CONTACT TO CONHDR-RECORD
                   IF NOT TRIAL-RUN
                     REWRITE CONHDR-RECORD
                   END-IF
                   ADD 1 TO WS-C-CONTACTS
                   ADD 1 TO WS-MASK-CONHDR
                 END-IF
               ELSE
                 MOVE "N" TO RECORD-FOUND-CONHDR
               END-IF
             END-IF
           END-PERFORM.
       MASKCON-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKNOTE-RTN - every CUSNOTES note of the customer.
      *----------------------------------------------------------------
       MASKNOTE-RTN.
           MOVE WS-AN-CUSNO (AN-IDX) TO CUSNO OF CUSNOTES-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSNOTES.
           START CUSNOTES-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                    OF CUSNOTES-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSNOTES  END-START.
           PERFORM UNTIL RECORD-FOUND-CUSNOTES = "N"
             READ CUSNOTES-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CUSNOTES
             END-READ
             IF RECORD-FOUND-CUSNOTES = "Y"
               IF CUSNO OF CUSNOTES-RECORD = WS-AN-CUSNO (AN-IDX)
                 MOVE CUSNOTES-RECORD TO WS-NOTE
                 PERFORM MASKNOTT-RTN  THRU  MASKNOTT-EXIT
                 IF WS-CHANGED = "Y"
                   MOVE WS-NOTE TO CUSNOTES-RECORD
                   IF NOT TRIAL-RUN
                     REWRITE CUSNOTES-RECORD
                   END-IF
                   ADD 1 TO WS-C-NOTES
                   ADD 1 TO WS-MASK-CUSNOTES
                 END-IF
               ELSE
                 MOVE "N" TO RECORD-FOUND-CUSNOTES
               END-IF
             END-IF
           END-PERFORM.
       MASKNOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKPEND-RTN - the before and after images of every CUSPEND
      * entry for the customer.  Approval only ever takes CUSSTAT,
      * DSDCDE and SINIT from an entry, so masking the images does
      * not disturb one still waiting.
      *----------------------------------------------------------------
       MASKPEND-RTN.
           MOVE WS-AN-CUSNO (AN-IDX) TO PD-CUSNO.
           MOVE "Y" TO RECORD-FOUND-CUSPEND.
           START CUSPEND-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                    OF CUSPEND-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSPEND  END-START.
           PERFORM UNTIL RECORD-FOUND-CUSPEND = "N"
             READ CUSPEND-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CUSPEND
             END-READ
             IF RECORD-FOUND-CUSPEND = "Y"
               IF PD-CUSNO = WS-AN-CUSNO (AN-IDX)
                 MOVE "N" TO WS-REC-CHANGED
                 MOVE PD-BEFORE-IMAGE TO WS-IMAGE
                 PERFORM MASKIMG-RTN  THRU  MASKIMG-EXIT
                 IF WS-CHANGED = "Y"
                   MOVE WS-IMAGE TO PD-BEFORE-IMAGE
                   MOVE "Y" TO WS-REC-CHANGED
                 END-IF
                 MOVE PD-AFTER-IMAGE TO WS-IMAGE
                 PERFORM MASKIMG-RTN  THRU  MASKIMG-EXIT
                 IF WS-CHANGED = "Y"
                   MOVE WS-IMAGE TO PD-AFTER-IMAGE
                   MOVE "Y" TO WS-REC-CHANGED
                 END-IF
                 IF WS-REC-CHANGED = "Y"
                   IF NOT TRIAL-RUN
                     REWRITE CUSPEND-RECORD
                   END-IF
                   ADD 1 TO WS-C-PENDING
                   ADD 1 TO WS-MASK-CUSPEND
                 END-IF
               ELSE
                 MOVE "N" TO RECORD-FOUND-CUSPEND
               END-IF
             END-IF
           END-PERFORM.
       MASKPEND-EXIT. EXIT.

      *----------------------------------------------------------------
      * REGISTER-RTN - records the customer on CUSANON as masked at
      * this run's date and time.
      *----------------------------------------------------------------
       REGISTER-RTN.
           MOVE WS-AN-CUSNO (AN-IDX) TO AN-CUSNO.
           MOVE "Y" TO RECORD-FOUND-CUSANON.
           READ CUSANON-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSANON
           END-READ.
           MOVE WS-AN-CUSNO (AN-IDX)   TO AN-CUSNO.
           IF WS-AN-KIND (AN-IDX) = "I"
             SET AN-INACTIVE TO TRUE
           ELSE
             SET AN-ARCHIVED TO TRUE
           END-IF.
           MOVE WS-AN-LSTDATE (AN-IDX) TO AN-LSTDATE.
           MOVE WS-OPERATOR-ID         TO AN-USERID.
           MOVE WS-RUN-NUM             TO AN-DATE.
           MOVE WS-RUN-TIME            TO AN-TIME.
           IF RECORD-FOUND-CUSANON = "Y"
             REWRITE CUSANON-RECORD
           ELSE
             WRITE CUSANON-RECORD
           END-IF.
       REGISTER-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKIMG-RTN - masks the personal fields of the customer image
      * in WS-IMAGE.  WS-CHANGED "N" means there was nothing left to
      * mask.
      *----------------------------------------------------------------
       MASKIMG-RTN.
           MOVE "N" TO WS-CHANGED.
           IF (IM-USERNM = SPACES OR IM-USERNM = ANON-TEXT)
                 AND IM-JTITLE = SPACES
                 AND IM-TELNO = SPACES
                 AND IM-EMAIL = SPACES
             GO MASKIMG-EXIT
           END-IF.
           MOVE ANON-TEXT TO IM-USERNM.
           MOVE SPACES TO IM-JTITLE
                          IM-TELNO
                          IM-EMAIL.
           MOVE "Y" TO WS-CHANGED.
       MASKIMG-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKCONT-RTN - masks the contact in WS-CONTACT.
      *----------------------------------------------------------------
       MASKCONT-RTN.
           MOVE "N" TO WS-CHANGED.
           IF (WC-CONNAME = SPACES OR WC-CONNAME = ANON-TEXT)
                 AND WC-CONPHONE = SPACES
                 AND WC-CONEMAIL = SPACES
             GO MASKCONT-EXIT
           END-IF.
           MOVE ANON-TEXT TO WC-CONNAME.
           MOVE SPACES TO WC-CONPHONE
                          WC-CONEMAIL.
           MOVE "Y" TO WS-CHANGED.
       MASKCONT-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKNOTT-RTN - masks the note text in WS-NOTE.
      *----------------------------------------------------------------
       MASKNOTT-RTN.
           MOVE "N" TO WS-CHANGED.
           IF WN-NOTTEXT = SPACES OR WN-NOTTEXT = ANON-TEXT
             GO MASKNOTT-EXIT
           END-IF.
           MOVE ANON-TEXT TO WN-NOTTEXT.
           MOVE "Y" TO WS-CHANGED.
       MASKNOTT-EXIT. EXIT.

      *----------------------------------------------------------------
      * LOOKUP-RTN - is customer WS-LK-CUSNO on the register, and
      * when was it masked.  Audit and archive files are mostly in
      * date order, so the last answer is kept for the next record.
      *----------------------------------------------------------------
       LOOKUP-RTN.
           IF WS-LK-VALID = "Y" AND AN-CUSNO = WS-LK-CUSNO
             GO LOOKUP-EXIT
           END-IF.
           MOVE "Y" TO WS-LK-VALID.
           MOVE WS-LK-CUSNO TO AN-CUSNO.
           MOVE "Y" TO WS-LK-FOUND.
           READ CUSANON-FILE
                  INVALID KEY
                       MOVE "N" TO WS-LK-FOUND
           END-READ.
           MOVE WS-LK-CUSNO TO AN-CUSNO.
           IF WS-LK-FOUND = "Y"
             MOVE AN-DATE TO WS-LK-DATE
           ELSE
             MOVE ZERO TO WS-LK-DATE
           END-IF.
       LOOKUP-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKHIST-RTN - masks both images of every CUSFHIST entry for
      * a customer on the register, dated up to when it was masked.
      *----------------------------------------------------------------
       MASKHIST-RTN.
           MOVE "N" TO WS-EOF-CUSFHIST.
           OPEN I-O CUSFHIST-FILE.
           PERFORM READHIST-RTN  THRU  READHIST-EXIT.
           PERFORM UNTIL END-OF-CUSFHIST
             ADD 1 TO WS-READ-CUSFHIST
             MOVE CH-CUSNO OF CUSFHIST-RECORD TO WS-LK-CUSNO
             PERFORM LOOKUP-RTN  THRU  LOOKUP-EXIT
             IF WS-LK-FOUND = "Y"
                   AND CH-DATE OF CUSFHIST-RECORD NOT > WS-LK-DATE
               MOVE "N" TO WS-REC-CHANGED
               MOVE CH-BEFORE-IMAGE OF CUSFHIST-RECORD TO WS-IMAGE
               PERFORM MASKIMG-RTN  THRU  MASKIMG-EXIT
               IF WS-CHANGED = "Y"
                 MOVE WS-IMAGE TO CH-BEFORE-IMAGE OF CUSFHIST-RECORD
                 MOVE "Y" TO WS-REC-CHANGED
               END-IF
               MOVE CH-AFTER-IMAGE OF CUSFHIST-RECORD TO WS-IMAGE
               PERFORM MASKIMG-RTN  THRU  MASKIMG-EXIT
               IF WS-CHANGED = "Y"
                 MOVE WS-IMAGE TO CH-AFTER-IMAGE OF CUSFHIST-RECORD
                 MOVE "Y" TO WS-REC-CHANGED
               END-IF
               IF WS-REC-CHANGED = "Y"
                 REWRITE CUSFHIST-RECORD
                 ADD 1 TO WS-MASK-CUSFHIST
               END-IF
             END-IF
             PERFORM READHIST-RTN  THRU  READHIST-EXIT
           END-PERFORM.
           CLOSE CUSFHIST-FILE.
       MASKHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKHARC-RTN - the same for the CUSFHARC member the job has
      * been pointed at.
      *----------------------------------------------------------------
       MASKHARC-RTN.
           OPEN I-O CUSFHARC-FILE.
           PERFORM READHARC-RTN  THRU  READHARC-EXIT.
           PERFORM UNTIL END-OF-CUSFHARC
             ADD 1 TO WS-READ-CUSFHARC
             MOVE CH-CUSNO OF CUSFHARC-RECORD TO WS-LK-CUSNO
             PERFORM LOOKUP-RTN  THRU  LOOKUP-EXIT
             IF WS-LK-FOUND = "Y"
                   AND CH-DATE OF CUSFHARC-RECORD NOT > WS-LK-DATE
               MOVE "N" TO WS-REC-CHANGED
               MOVE CH-BEFORE-IMAGE OF CUSFHARC-RECORD TO WS-IMAGE
               PERFORM MASKIMG-RTN  THRU  MASKIMG-EXIT
               IF WS-CHANGED = "Y"
                 MOVE WS-IMAGE TO CH-BEFORE-IMAGE OF CUSFHARC-RECORD
                 MOVE "Y" TO WS-REC-CHANGED
               END-IF
               MOVE CH-AFTER-IMAGE OF CUSFHARC-RECORD TO WS-IMAGE
               PERFORM MASKIMG-RTN  THRU  MASKIMG-EXIT
               IF WS-CHANGED = "Y"
                 MOVE WS-IMAGE TO CH-AFTER-IMAGE OF CUSFHARC-RECORD
                 MOVE "Y" TO WS-REC-CHANGED
               END-IF
               IF WS-REC-CHANGED = "Y"
                 REWRITE CUSFHARC-RECORD
                 ADD 1 TO WS-MASK-CUSFHARC
               END-IF
             END-IF
             PERFORM READHARC-RTN  THRU  READHARC-EXIT
           END-PERFORM.
           CLOSE CUSFHARC-FILE.
       MASKHARC-EXIT. EXIT.

       READHARC-RTN.
           READ CUSFHARC-FILE
                AT END SET END-OF-CUSFHARC TO TRUE
           END-READ.
       READHARC-EXIT. EXIT.

      *----------------------------------------------------------------
      * MASKARCH-RTN - the customer, contact and note records on
      * CUSFARCH for a customer on the register, archived up to when
      * it was masked.
      *----------------------------------------------------------------
       MASKARCH-RTN.
           MOVE "N" TO WS-EOF-CUSFARCH.
           OPEN I-O CUSFARCH-FILE.
           PERFORM READARCH-RTN  THRU  READARCH-EXIT.
           PERFORM UNTIL END-OF-CUSFARCH
             ADD 1 TO WS-READ-CUSFARCH
             MOVE "N" TO WS-CHANGED
             IF AR-CUSTOMER-REC OR AR-CONTACT-REC OR AR-NOTE-REC
               MOVE AR-CUSNO TO WS-LK-CUSNO
               PERFORM LOOKUP-RTN  THRU  LOOKUP-EXIT
               IF WS-LK-FOUND = "Y" AND AR-DATE NOT > WS-LK-DATE
                 PERFORM MASKAREC-RTN  THRU  MASKAREC-EXIT
               END-IF
             END-IF
             IF WS-CHANGED = "Y"
               REWRITE CUSFARCH-RECORD
               ADD 1 TO WS-MASK-CUSFARCH
             END-IF
             PERFORM READARCH-RTN  THRU  READARCH-EXIT
           END-PERFORM.
           CLOSE CUSFARCH-FILE.
       MASKARCH-EXIT. EXIT.

       MASKAREC-RTN.
           EVALUATE TRUE
             WHEN AR-CUSTOMER-REC
               MOVE AR-CUSTOMER-DATA TO WS-IMAGE
               PERFORM MASKIMG-RTN  THRU  MASKIMG-EXIT
               IF WS-CHANGED = "Y"
                 MOVE WS-IMAGE TO AR-CUSTOMER-DATA
               END-IF
             WHEN AR-CONTACT-REC
               MOVE AR-CONTACT-DATA TO WS-CONTACT
               PERFORM MASKCONT-RTN  THRU  MASKCONT-EXIT
               IF WS-CHANGED = "Y"
                 MOVE WS-CONTACT TO AR-CONTACT-DATA
               END-IF
             WHEN AR-NOTE-REC
               MOVE AR-NOTE-DATA TO WS-NOTE
               PERFORM MASKNOTT-RTN  THRU  MASKNOTT-EXIT
               IF WS-CHANGED = "Y"
                 MOVE WS-NOTE TO AR-NOTE-DATA
               END-IF
           END-EVALUATE.
       MASKAREC-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-HEADINGS - starts a new page and prints the report
      * headings.
      *----------------------------------------------------------------
       PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
           IF TRIAL-RUN
             MOVE "TRIAL RUN - NOTHING UPDATED" TO HDG-MODE
           ELSE
             MOVE "UPDATE RUN" TO HDG-MODE
           END-IF.
           IF LS-RETAIN-MONTHS IS NUMERIC
             MOVE LS-RETAIN-MONTHS TO HDG-MONTHS
           ELSE
             MOVE ZERO TO HDG-MONTHS
           END-IF.
           MOVE WS-CUTOFF-NUM TO HDG-CUTOFF.
           MOVE WS-RUN-NUM TO HDG-RUN-DATE.
           MOVE WS-RUN-TIME TO HDG-RUN-TIME.
           MOVE WS-OPERATOR-ID TO HDG-USER.
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
      * PRINT-TRAILER-RTN - the record counts by file and the
      * certificate wording.
      *----------------------------------------------------------------
       PRINT-TRAILER-RTN.
           IF WS-LINE-COUNT + 24 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TABLE-FULL
             WRITE REPORT-LINE FROM FULL-LINE
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO CNT-LINE.
           MOVE "CUSTOMERS ON CUSFL3     : " TO CNT-LABEL.
           MOVE WS-CUST-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "INACTIVE CUSTOMERS      : " TO CNT-LABEL.
           MOVE WS-INACT-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "ARCHIVED CUSTOMERS      : " TO CNT-LABEL.
           MOVE WS-ARCH-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS MASKED BY FILE" TO SEC-TITLE.
           WRITE REPORT-LINE FROM SEC-LINE.
           MOVE "CUSFL3 CUSTOMERS        : " TO CNT-LABEL.
           MOVE WS-MASK-CUSFL3 TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CONHDR CONTACTS         : " TO CNT-LABEL.
           MOVE WS-MASK-CONHDR TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSNOTES NOTES          : " TO CNT-LABEL.
           MOVE WS-MASK-CUSNOTES TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSPEND REQUESTS        : " TO CNT-LABEL.
           MOVE WS-MASK-CUSPEND TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           IF TRIAL-RUN
             MOVE
               "AUDIT AND ARCHIVE FILES ARE MASKED IN UPDATE RUNS ONLY"
                                   TO SEC-TITLE
             WRITE REPORT-LINE FROM SEC-LINE
             GO PRINT-TRAILER-EXIT
           END-IF.
           MOVE "CUSFHIST AUDIT ENTRIES  : " TO CNT-LABEL.
           MOVE WS-MASK-CUSFHIST TO CNT-VALUE.
           MOVE WS-READ-CUSFHIST TO CNT-VALUE-2 (1:7).
           MOVE " READ" TO CNT-VALUE-2 (8:5).
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSFHARC AUDIT ARCHIVE  : " TO CNT-LABEL.
           MOVE WS-MASK-CUSFHARC TO CNT-VALUE.
           MOVE WS-READ-CUSFHARC TO CNT-VALUE-2 (1:7).
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSFARCH ARCHIVE RECORDS: " TO CNT-LABEL.
           MOVE WS-MASK-CUSFARCH TO CNT-VALUE.
           MOVE WS-READ-CUSFARCH TO CNT-VALUE-2 (1:7).
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM CERT-LINE-1.
           WRITE REPORT-LINE FROM CERT-LINE-2.
           WRITE REPORT-LINE FROM CERT-LINE-3.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM CERT-LINE-4.
       PRINT-TRAILER-EXIT. EXIT.
