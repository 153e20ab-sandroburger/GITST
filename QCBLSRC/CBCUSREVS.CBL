       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSREVS.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Batch reversal of a bad run from the CUSFHIST audit trail -
      * a CBCUSLOAD transaction file or a CBSLMREAS reassignment
      * that went wrong.  The entries written by one user id inside
      * a date/time window (optionally one action code only) are
      * selected, and each customer they touched is put back:
      *   "C" - CUSFL3 is restored to the before image of the first
      *         selected entry for the customer.
      *   "A" - the customer added by the run is removed, going to
      *         CUSFARCH with its contacts and notes first exactly as
      *         CBCUSARCH archives a customer.
      * A customer touched again by anything outside the selection,
      * or no longer matching what the run left on file, is not
      * touched - it goes on the exception section for manual
      * handling.  Every reversal is itself audited on CUSFHIST.
      * Trial mode prints the same report without updating.
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

           SELECT CUSFHIST-FILE
               ASSIGN TO DATABASE-CUSFHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUSCRED-FILE
               ASSIGN TO DATABASE-CUSCRED
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSCRED-RECORD.

           SELECT CUSADDR-FILE
               ASSIGN TO DATABASE-CUSADDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSADDR-RECORD.

           SELECT CUSREL-FILE
               ASSIGN TO DATABASE-CUSREL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSREL-RECORD.

           SELECT CUSRELP-FILE
               ASSIGN TO DATABASE-CUSRELP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSRELP-RECORD
                        WITH DUPLICATES.

           SELECT CUSCRHST-FILE
               ASSIGN TO DATABASE-CUSCRHST
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSFARCH-FILE
               ASSIGN TO DATABASE-CUSFARCH
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSMOVE-FILE
               ASSIGN TO DATABASE-CUSMOVE
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO PRINTER-QSYSPRT.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-RCONHDR       OF  CONHDR.

       FD  CUSNOTES-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSNOTES-RECORD.
           COPY DDS-RCUSNT        OF  CUSNOTES.

       FD  CUSFHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFHIST-RECORD.
           COPY DDS-RCUSFH        OF  CUSFHIST.

       FD  CUSCRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSCRED-RECORD.
           COPY DDS-RCUSCR        OF  CUSCRED.

       FD  CUSADDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSADDR-RECORD.
           COPY DDS-RCUSAD        OF  CUSADDR.

       FD  CUSCRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSCRHST-RECORD.
           COPY DDS-RCUSCC        OF  CUSCRHST.

       FD  CUSREL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSREL-RECORD.
           COPY DDS-RCUSRL        OF  CUSREL.

       FD  CUSRELP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSRELP-RECORD.
           COPY DDS-RCUSRLP       OF  CUSRELP.

       FD  CUSFARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFARCH-RECORD.
           COPY DDS-RCUSFA        OF  CUSFARCH.

       FD  CUSMOVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSMOVE-RECORD.
           COPY DDS-RCUSMV        OF  CUSMOVE.

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBCUSREVS".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
       01  WS-EOF-CUSFHIST             PIC X(1)  VALUE "N".
           88  END-OF-CUSFHIST         VALUE "Y".
       01  WS-TRIAL                    PIC X(1)  VALUE "Y".
           88  TRIAL-RUN               VALUE "Y".
       01  WS-LINE-COUNT                PIC 99    VALUE 0.
       01  WS-PAGE-COUNT                PIC 999   VALUE 0.
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.

       01  WS-COUNTERS.
           02  WS-READ-COUNT           PIC 9(7) VALUE 0.
           02  WS-SEL-COUNT            PIC 9(7) VALUE 0.
           02  WS-RESTORE-COUNT        PIC 9(7) VALUE 0.
           02  WS-REMOVE-COUNT         PIC 9(7) VALUE 0.
           02  WS-EXC-COUNT            PIC 9(7) VALUE 0.
           02  WS-CONTACT-COUNT        PIC 9(7) VALUE 0.
           02  WS-NOTE-COUNT           PIC 9(7) VALUE 0.
           02  WS-BRANCH-COUNT         PIC 9(7) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSNOTES   PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSCRED    PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSADDR    PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSREL     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSRELP    PIC X VALUE SPACES.
           02  WS-FOUND                PIC X VALUE SPACES.

      *----------------------------------------------------------------
      * Date/time stamps carried as one 16-digit number so a window
      * that crosses midnight compares correctly.
      *----------------------------------------------------------------
       01  WS-STAMP.
           02  WS-STAMP-DATE           PIC 9(08).
           02  WS-STAMP-TIME           PIC 9(08).
       01  WS-STAMP-NUM  REDEFINES WS-STAMP  PIC 9(16).
       01  WS-FROM-STAMP.
           02  WS-FROM-DATE            PIC 9(08).
           02  WS-FROM-TIME            PIC 9(08).
       01  WS-FROM-NUM  REDEFINES WS-FROM-STAMP  PIC 9(16).
       01  WS-TO-STAMP.
           02  WS-TO-DATE              PIC 9(08).
           02  WS-TO-TIME              PIC 9(08).
       01  WS-TO-NUM  REDEFINES WS-TO-STAMP  PIC 9(16).

      *----------------------------------------------------------------
      * One entry per customer touched by the selected entries - the
      * first selected action and its before image (what to go back
      * to), the after image of the last selected entry (what the
      * run left on file), and the reason it cannot be reversed.
      *----------------------------------------------------------------
       01  WS-RV-COUNT                 PIC S9(4) COMP VALUE 0.
       01  WS-RV-TABLE.
           02  WS-RV-ENTRY  OCCURS 1000  INDEXED BY RV-IDX.
               03  WS-RV-CUSNO         PIC S9(05).
               03  WS-RV-ACTION        PIC X(01).
               03  WS-RV-STAMP         PIC 9(16).
               03  WS-RV-BEFORE        PIC X(394).
               03  WS-RV-AFTER         PIC X(394).
               03  WS-RV-REASON        PIC X(40).
       01  WS-I                        PIC S9(4) COMP.

       01  WS-CONSTANTS.
           02  MAX-RV-CUSTOMERS PIC 9(4) VALUE 1000.

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "CBCUSREVS - BATCH RUN REVERSAL REPORT".
           05  FILLER               PIC X(11) VALUE "    PAGE  ".
           05  HDG-PAGE-NO          PIC ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  HDG-MODE             PIC X(30).

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "USER: ".
           05  HDG-USER             PIC X(10).
           05  FILLER               PIC X(08) VALUE "  FROM: ".
           05  HDG-FROM-DATE        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  HDG-FROM-TIME        PIC 9(08).
           05  FILLER               PIC X(06) VALUE "  TO: ".
           05  HDG-TO-DATE          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  HDG-TO-TIME          PIC 9(08).
           05  FILLER               PIC X(10) VALUE "  ACTION: ".
           05  HDG-ACTION           PIC X(05).

       01  HDG-LINE-3.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
                "CUST NO  CUSTOMER NAME                   A  RESULT".

       01  SEC-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SEC-TITLE            PIC X(60).

       01  DTL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-CUSNO            PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CNAME            PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-ACTION           PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-RESULT           PIC X(40).

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       01  CNT-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  CNT-LABEL            PIC X(26).
           05  CNT-VALUE            PIC ZZZZZZ9.

       LINKAGE SECTION.
      *--Entries written by this user id are selected.
       01  LS-SEL-USER                 PIC X(10).
      *--Window on CH-DATE/CH-TIME, inclusive.  A zero to-date means
      *  the from-date; a zero to-time means the end of that day.
       01  LS-FROM-DATE                PIC 9(08).
       01  LS-FROM-TIME                PIC 9(08).
       01  LS-TO-DATE                  PIC 9(08).
       01  LS-TO-TIME                  PIC 9(08).
      *--"A" or "C" to reverse one kind of entry only; blank for both.
       01  LS-SEL-ACTION               PIC X(01).
      *--"N" updates the files.  Anything else is a trial run that
      *  only prints what would be done.
       01  LS-TRIAL-RUN                PIC X(01).

       PROCEDURE DIVISION
                  USING LS-SEL-USER  LS-FROM-DATE  LS-FROM-TIME
                        LS-TO-DATE  LS-TO-TIME  LS-SEL-ACTION
                        LS-TRIAL-RUN.

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
           OPEN INPUT CUSFHIST-FILE.
           PERFORM READHIST-RTN  THRU  READHIST-EXIT.
           PERFORM UNTIL END-OF-CUSFHIST
             ADD 1 TO WS-READ-COUNT
             PERFORM SELECT-RTN  THRU  SELECT-EXIT
             PERFORM READHIST-RTN  THRU  READHIST-EXIT
           END-PERFORM.
           CLOSE CUSFHIST-FILE.
           IF WS-ERRMSG NOT = SPACES
             MOVE WS-ERRMSG TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
      * Second pass - anything since the run that was not part of it
           MOVE "N" TO WS-EOF-CUSFHIST.
           OPEN INPUT CUSFHIST-FILE.
           PERFORM READHIST-RTN  THRU  READHIST-EXIT.
           PERFORM UNTIL END-OF-CUSFHIST
             PERFORM LATER-RTN  THRU  LATER-EXIT
             PERFORM READHIST-RTN  THRU  READHIST-EXIT
           END-PERFORM.
           CLOSE CUSFHIST-FILE.
           PERFORM OPEN-FILES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RV-COUNT
             PERFORM REVERSE-RTN  THRU  REVERSE-EXIT
           END-PERFORM.
           PERFORM PRINT-EXC-RTN  THRU  PRINT-EXC-EXIT.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           IF TRIAL-RUN
             OPEN INPUT  CUSFL3-FILE
                         CONHDR-FILE
                         CUSNOTES-FILE
                         CUSRELP-FILE
           ELSE
             OPEN I-O    CUSFL3-FILE
                         CONHDR-FILE
                         CUSNOTES-FILE
                         CUSCRED-FILE
                         CUSADDR-FILE
                         CUSREL-FILE
                  INPUT  CUSRELP-FILE
                  EXTEND CUSFHIST-FILE
                         CUSFARCH-FILE
                         CUSCRHST-FILE
                         CUSMOVE-FILE
           END-IF.

       CLOSE-FILES.
           IF TRIAL-RUN
             CLOSE CUSFL3-FILE
                   CONHDR-FILE
                   CUSNOTES-FILE
                   CUSRELP-FILE
                   REPORT-FILE
           ELSE
             CLOSE CUSFL3-FILE
                   CONHDR-FILE
                   CUSNOTES-FILE
                   CUSFHIST-FILE
                   CUSFARCH-FILE
                   CUSCRED-FILE
                   CUSADDR-FILE
                   CUSREL-FILE
                   CUSRELP-FILE
                   CUSCRHST-FILE
                   CUSMOVE-FILE
                   REPORT-FILE
           END-IF.

      *----------------------------------------------------------------
      * EDITPARM-RTN - validates the selection and builds the window.
      *----------------------------------------------------------------
       EDITPARM-RTN.
           MOVE SPACES TO WS-ERRMSG.
           IF LS-TRIAL-RUN = "N"
             MOVE "N" TO WS-TRIAL
           END-IF.
           IF LS-SEL-USER = SPACES
             MOVE "USER ID OF THE RUN TO REVERSE NOT GIVEN" TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           IF LS-SEL-ACTION NOT = SPACE
                 AND LS-SEL-ACTION NOT = "A"
                 AND LS-SEL-ACTION NOT = "C"
             MOVE "ACTION CODE MUST BE A, C OR BLANK" TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           IF LS-FROM-DATE IS NOT NUMERIC OR LS-FROM-DATE = ZERO
                 OR LS-FROM-TIME IS NOT NUMERIC
                 OR LS-TO-DATE IS NOT NUMERIC
                 OR LS-TO-TIME IS NOT NUMERIC
             MOVE "WINDOW MUST BE YYYYMMDD DATES AND HHMMSSHH TIMES"
                                   TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           MOVE LS-FROM-DATE TO WS-FROM-DATE.
           MOVE LS-FROM-TIME TO WS-FROM-TIME.
           MOVE LS-TO-DATE TO WS-TO-DATE.
           MOVE LS-TO-TIME TO WS-TO-TIME.
           IF WS-TO-DATE = ZERO
             MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-TO-TIME = ZERO
             MOVE 99999999 TO WS-TO-TIME
           END-IF.
           IF WS-TO-NUM < WS-FROM-NUM
             MOVE "END OF WINDOW IS BEFORE ITS START" TO WS-ERRMSG
           END-IF.
       EDITPARM-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKAUT-RTN - putting customers back is a supervisor job.  A
      * trial run changes nothing and is open to maintain level.
      *----------------------------------------------------------------
       CHKAUT-RTN.
           MOVE "REVERSE BATCH RUN" TO WS-AUTH-ACTION.
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

       READHIST-RTN.
           READ CUSFHIST-FILE
                AT END SET END-OF-CUSFHIST TO TRUE
           END-READ.
       READHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * SELECT-RTN - first pass.  An entry inside the selection
      * either opens a table entry for its customer or, for a
      * customer already in the table, moves the "left on file"
      * image on to its after image.
      *----------------------------------------------------------------
       SELECT-RTN.
           IF CH-USERID NOT = LS-SEL-USER
             GO SELECT-EXIT
           END-IF.
           IF NOT CH-ADD-ACTION AND NOT CH-CHANGE-ACTION
             GO SELECT-EXIT
           END-IF.
           IF LS-SEL-ACTION NOT = SPACE
                 AND CH-ACTION NOT = LS-SEL-ACTION
             GO SELECT-EXIT
           END-IF.
           MOVE CH-DATE TO WS-STAMP-DATE.
           MOVE CH-TIME TO WS-STAMP-TIME.
           IF WS-STAMP-NUM < WS-FROM-NUM OR WS-STAMP-NUM > WS-TO-NUM
             GO SELECT-EXIT
           END-IF.
           ADD 1 TO WS-SEL-COUNT.
           PERFORM FINDRV-RTN  THRU  FINDRV-EXIT.
           IF WS-FOUND = "Y"
             MOVE CH-AFTER-IMAGE TO WS-RV-AFTER (RV-IDX)
             GO SELECT-EXIT
           END-IF.
           IF WS-RV-COUNT NOT < MAX-RV-CUSTOMERS
             MOVE "TOO MANY CUSTOMERS SELECTED - NARROW THE WINDOW"
                                   TO WS-ERRMSG
             GO SELECT-EXIT
           END-IF.
           ADD 1 TO WS-RV-COUNT.
           SET RV-IDX TO WS-RV-COUNT.
           MOVE CH-CUSNO        TO WS-RV-CUSNO (RV-IDX).
           MOVE CH-ACTION       TO WS-RV-ACTION (RV-IDX).
           MOVE WS-STAMP-NUM    TO WS-RV-STAMP (RV-IDX).
           MOVE CH-BEFORE-IMAGE TO WS-RV-BEFORE (RV-IDX).
           MOVE CH-AFTER-IMAGE  TO WS-RV-AFTER (RV-IDX).
           MOVE SPACES          TO WS-RV-REASON (RV-IDX).
       SELECT-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDRV-RTN - looks CH-CUSNO up in the table.  WS-FOUND "Y"
      * leaves RV-IDX on its entry.
      *----------------------------------------------------------------
       FINDRV-RTN.
           MOVE "N" TO WS-FOUND.
           IF WS-RV-COUNT = ZERO
             GO FINDRV-EXIT
           END-IF.
           SET RV-IDX TO 1.
           SEARCH WS-RV-ENTRY
                AT END CONTINUE
                WHEN RV-IDX > WS-RV-COUNT
                  CONTINUE
                WHEN WS-RV-CUSNO (RV-IDX) = CH-CUSNO
                  MOVE "Y" TO WS-FOUND
           END-SEARCH.
       FINDRV-EXIT. EXIT.

      *----------------------------------------------------------------
      * LATER-RTN - second pass.  Any entry for a selected customer
      * stamped after the first selected entry, that is not itself
      * part of the selection, means somebody has been at the
      * customer since - it must not be overwritten.
      *----------------------------------------------------------------
       LATER-RTN.
           MOVE CH-DATE TO WS-STAMP-DATE.
           MOVE CH-TIME TO WS-STAMP-TIME.
           IF WS-STAMP-NUM < WS-FROM-NUM
             GO LATER-EXIT
           END-IF.
           IF CH-USERID = LS-SEL-USER
                 AND WS-STAMP-NUM NOT > WS-TO-NUM
                 AND (CH-ADD-ACTION OR CH-CHANGE-ACTION)
                 AND (LS-SEL-ACTION = SPACE
                      OR CH-ACTION = LS-SEL-ACTION)
             GO LATER-EXIT
           END-IF.
           PERFORM FINDRV-RTN  THRU  FINDRV-EXIT.
           IF WS-FOUND = "Y"
             IF WS-STAMP-NUM > WS-RV-STAMP (RV-IDX)
                   AND WS-RV-REASON (RV-IDX) = SPACES
               STRING "CHANGED SINCE BY " DELIMITED BY SIZE
                      CH-USERID DELIMITED BY SPACE
                      " ON " DELIMITED BY SIZE
                      CH-DATE DELIMITED BY SIZE
                      INTO WS-RV-REASON (RV-IDX)
             END-IF
           END-IF.
       LATER-EXIT. EXIT.

      *----------------------------------------------------------------
      * REVERSE-RTN - puts table entry WS-I back, or marks why it
      * cannot be.  The customer on file must still be exactly what
      * the run left, otherwise an untracked change has been made.
      * An added customer that has since become a head office, with
      * branches on file under it, is left for the group to be
      * sorted out first, as CBCUSARCH would.
      *----------------------------------------------------------------
       REVERSE-RTN.
           SET RV-IDX TO WS-I.
           IF WS-RV-REASON (RV-IDX) NOT = SPACES
             GO REVERSE-EXIT
           END-IF.
           MOVE WS-RV-CUSNO (RV-IDX) TO CUSNO OF CUSFL3-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSFL3.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3
           END-READ.
           IF RECORD-FOUND-CUSFL3 = "N"
             MOVE "CUSTOMER NO LONGER ON FILE"
                                   TO WS-RV-REASON (RV-IDX)
             GO REVERSE-EXIT
           END-IF.
           IF CUSFL3-RECORD NOT = WS-RV-AFTER (RV-IDX)
             MOVE "ON FILE DIFFERS FROM WHAT THE RUN LEFT"
                                   TO WS-RV-REASON (RV-IDX)
             GO REVERSE-EXIT
           END-IF.
           IF WS-RV-ACTION (RV-IDX) = "A"
             PERFORM CHKBRANCH-RTN  THRU  CHKBRANCH-EXIT
             IF WS-BRANCH-COUNT > ZERO
               MOVE "STILL HAS BRANCHES ON FILE"
                                   TO WS-RV-REASON (RV-IDX)
               GO REVERSE-EXIT
             END-IF
             IF RECORD-FOUND-CUSFL3 = "N"
               MOVE "CUSTOMER NO LONGER ON FILE"
                                   TO WS-RV-REASON (RV-IDX)
               GO REVERSE-EXIT
             END-IF
           END-IF.
           MOVE SPACES TO DTL-LINE.
           MOVE WS-RV-CUSNO (RV-IDX) TO DTL-CUSNO.
           MOVE CNAME OF CUSFL3-RECORD TO DTL-CNAME.
           MOVE WS-RV-ACTION (RV-IDX) TO DTL-ACTION.
           IF WS-RV-ACTION (RV-IDX) = "A"
             PERFORM REMOVE-RTN  THRU  REMOVE-EXIT
           ELSE
             PERFORM RESTORE-RTN  THRU  RESTORE-EXIT
           END-IF.
           PERFORM PRINT-DTL-RTN  THRU  PRINT-DTL-EXIT.
       REVERSE-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKBRANCH-RTN - counts the branches directly under the
      * customer in CUSFL3-RECORD that are still on CUSFL3, through
      * the CUSRELP access path, then reads the customer back.
      *----------------------------------------------------------------
       CHKBRANCH-RTN.
           MOVE ZERO TO WS-BRANCH-COUNT.
           MOVE CUSNO OF CUSFL3-RECORD TO PARCUS OF CUSRELP-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSRELP.
           START CUSRELP-FILE KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                                    OF CUSRELP-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSRELP  END-START.
           PERFORM UNTIL RECORD-FOUND-CUSRELP = "N"
             READ CUSRELP-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CUSRELP
             END-READ
             IF RECORD-FOUND-CUSRELP = "Y"
               IF PARCUS OF CUSRELP-RECORD NOT = WS-RV-CUSNO (RV-IDX)
                 MOVE "N" TO RECORD-FOUND-CUSRELP
               ELSE
                 MOVE CUSNO OF CUSRELP-RECORD
                                   TO CUSNO OF CUSFL3-RECORD
                 READ CUSFL3-FILE
                        INVALID KEY
                          CONTINUE
                        NOT INVALID KEY
                          ADD 1 TO WS-BRANCH-COUNT
                 END-READ
               END-IF
             END-IF
           END-PERFORM.
           MOVE WS-RV-CUSNO (RV-IDX) TO CUSNO OF CUSFL3-RECORD.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3
           END-READ.
       CHKBRANCH-EXIT. EXIT.

      *----------------------------------------------------------------
      * RESTORE-RTN - puts the customer back to the before image of
      * the first entry the run wrote for it.
      *----------------------------------------------------------------
       RESTORE-RTN.
           ADD 1 TO WS-RESTORE-COUNT.
           IF TRIAL-RUN
             MOVE "WOULD BE RESTORED" TO DTL-RESULT
             GO RESTORE-EXIT
           END-IF.
           MOVE "C" TO CH-ACTION.
           MOVE CUSFL3-RECORD TO CH-BEFORE-IMAGE.
           MOVE WS-RV-BEFORE (RV-IDX) TO CUSFL3-RECORD.
           REWRITE CUSFL3-RECORD
                     INVALID KEY
                       SUBTRACT 1 FROM WS-RESTORE-COUNT
                       MOVE "** NOT UPDATED **" TO DTL-RESULT
                       GO RESTORE-EXIT
           END-REWRITE.
           MOVE CUSFL3-RECORD TO CH-AFTER-IMAGE.
           PERFORM CUSFHIST-RTN  THRU  CUSFHIST-EXIT.
           MOVE "RESTORED" TO DTL-RESULT.
       RESTORE-EXIT. EXIT.

      *----------------------------------------------------------------
      * REMOVE-RTN - takes out a customer the run added.  Contacts,
      * notes, addresses, a credit record and a link to a parent
      * customer keyed against it since go to CUSFARCH with it, the
      * same way CBCUSARCH archives a customer, so nothing is lost;
      * the archive records are
      * written before anything is deleted.
      *----------------------------------------------------------------
       REMOVE-RTN.
           ADD 1 TO WS-REMOVE-COUNT.
           IF TRIAL-RUN
             MOVE "WOULD BE REMOVED" TO DTL-RESULT
             GO REMOVE-EXIT
           END-IF.
      * Customer record out to the archive
           MOVE SPACES TO CUSFARCH-RECORD.
           SET AR-CUSTOMER-REC TO TRUE.
           MOVE WS-OPERATOR-ID TO AR-USERID.
           ACCEPT AR-DATE FROM DATE YYYYMMDD.
           ACCEPT AR-TIME FROM TIME.
           MOVE CUSNO OF CUSFL3-RECORD TO AR-CUSNO.
           MOVE CUSFL3-RECORD TO AR-DATA.
           WRITE CUSFARCH-RECORD.
      * Contacts out to the archive, deleting as they go
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CONHDR-RECORD.
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
               IF CUSNO OF CONHDR-RECORD = CUSNO OF CUSFL3-RECORD
                 MOVE SPACES TO CUSFARCH-RECORD
                 SET AR-CONTACT-REC TO TRUE
                 MOVE WS-OPERATOR-ID TO AR-USERID
                 ACCEPT AR-DATE FROM DATE YYYYMMDD
                 ACCEPT AR-TIME FROM TIME
                 MOVE CUSNO OF CUSFL3-RECORD TO AR-CUSNO
                 MOVE CONHDR-RECORD TO AR-DATA
                 WRITE CUSFARCH-RECORD
                 DELETE CONHDR-FILE
                 ADD 1 TO WS-CONTACT-COUNT
                 SET MV-CONTACT TO TRUE
                 MOVE CUSNO OF CUSFL3-RECORD TO MV-CUSNO
                 MOVE -1 TO MV-QTY
                 PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
               ELSE
                 MOVE "N" TO RECORD-FOUND-CONHDR
               END-IF
             END-IF
           END-PERFORM.
      * Notes out to the archive, deleting as they go
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSNOTES-RECORD.
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
               IF CUSNO OF CUSNOTES-RECORD = CUSNO OF CUSFL3-RECORD
                 MOVE SPACES TO CUSFARCH-RECORD
                 SET AR-NOTE-REC TO TRUE
                 MOVE WS-OPERATOR-ID TO AR-USERID
                 ACCEPT AR-DATE FROM DATE YYYYMMDD
                 ACCEPT AR-TIME FROM TIME
                 MOVE CUSNO OF CUSFL3-RECORD TO AR-CUSNO
                 MOVE CUSNOTES-RECORD TO AR-DATA
                 WRITE CUSFARCH-RECORD
                 DELETE CUSNOTES-FILE
                 ADD 1 TO WS-NOTE-COUNT
                 SET MV-NOTE TO TRUE
                 MOVE CUSNO OF CUSFL3-RECORD TO MV-CUSNO
                 MOVE -1 TO MV-QTY
                 PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
               ELSE
                 MOVE "N" TO RECORD-FOUND-CUSNOTES
               END-IF
             END-IF
           END-PERFORM.
      * Credit record out to the archive, with its own audit entry
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSCRED-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSCRED.
           READ CUSCRED-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSCRED
           END-READ.
           IF RECORD-FOUND-CUSCRED = "Y"
             MOVE SPACES TO CUSFARCH-RECORD
             SET AR-CREDIT-REC TO TRUE
             MOVE WS-OPERATOR-ID TO AR-USERID
             ACCEPT AR-DATE FROM DATE YYYYMMDD
             ACCEPT AR-TIME FROM TIME
             MOVE CUSNO OF CUSFL3-RECORD TO AR-CUSNO
             MOVE CUSCRED-RECORD TO AR-DATA
             WRITE CUSFARCH-RECORD
             DELETE CUSCRED-FILE
             MOVE CUSNO OF CUSFL3-RECORD TO CC-CUSNO
             MOVE "D" TO CC-ACTION
             MOVE WS-OPERATOR-ID TO CC-USERID
             ACCEPT CC-DATE FROM DATE YYYYMMDD
             ACCEPT CC-TIME FROM TIME
             MOVE CUSCRED-RECORD TO CC-BEFORE-IMAGE
             INITIALIZE CC-AFTER-IMAGE
             WRITE CUSCRHST-RECORD
           END-IF.
      * Addresses out to the archive, deleting as they go
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSADDR-RECORD.
           MOVE ZERO TO ADRSEQ OF CUSADDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSADDR.
           START CUSADDR-FILE KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                                    OF CUSADDR-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSADDR  END-START.
           PERFORM UNTIL RECORD-FOUND-CUSADDR = "N"
             READ CUSADDR-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CUSADDR
             END-READ
             IF RECORD-FOUND-CUSADDR = "Y"
               IF CUSNO OF CUSADDR-RECORD = CUSNO OF CUSFL3-RECORD
                 MOVE SPACES TO CUSFARCH-RECORD
                 SET AR-ADDRESS-REC TO TRUE
                 MOVE WS-OPERATOR-ID TO AR-USERID
                 ACCEPT AR-DATE FROM DATE YYYYMMDD
                 ACCEPT AR-TIME FROM TIME
                 MOVE CUSNO OF CUSFL3-RECORD TO AR-CUSNO
                 MOVE CUSADDR-RECORD TO AR-DATA
                 WRITE CUSFARCH-RECORD
                 DELETE CUSADDR-FILE
               ELSE
                 MOVE "N" TO RECORD-FOUND-CUSADDR
               END-IF
             END-IF
           END-PERFORM.
      * Link to a parent customer out to the archive
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSREL-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSREL.
           READ CUSREL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSREL
           END-READ.
           IF RECORD-FOUND-CUSREL = "Y"
             MOVE SPACES TO CUSFARCH-RECORD
             SET AR-LINK-REC TO TRUE
             MOVE WS-OPERATOR-ID TO AR-USERID
             ACCEPT AR-DATE FROM DATE YYYYMMDD
             ACCEPT AR-TIME FROM TIME
             MOVE CUSNO OF CUSFL3-RECORD TO AR-CUSNO
             MOVE CUSREL-RECORD TO AR-DATA
             WRITE CUSFARCH-RECORD
             DELETE CUSREL-FILE
           END-IF.
      * Audit entry - before image only, the record is gone
           MOVE "D" TO CH-ACTION.
           MOVE CUSFL3-RECORD TO CH-BEFORE-IMAGE.
           INITIALIZE CH-AFTER-IMAGE.
           PERFORM CUSFHIST-RTN  THRU  CUSFHIST-EXIT.
           DELETE CUSFL3-FILE
                  INVALID KEY
                    SUBTRACT 1 FROM WS-REMOVE-COUNT
                    MOVE "ARCHIVED, BUT MASTER NOT REMOVED"
                                          TO DTL-RESULT
                    GO REMOVE-EXIT
           END-DELETE.
           MOVE "REMOVED" TO DTL-RESULT.
       REMOVE-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSFHIST-RTN - audits one reversal under the operator running
      * this program.
      *----------------------------------------------------------------
       CUSFHIST-RTN.
           MOVE CUSNO OF CUSFL3-RECORD TO CH-CUSNO.
           MOVE WS-OPERATOR-ID TO CH-USERID.
           ACCEPT CH-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-TIME FROM TIME.
           WRITE CUSFHIST-RECORD.
       CUSFHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-DTL-RTN - prints the detail line built in DTL-LINE.
      *----------------------------------------------------------------
       PRINT-DTL-RTN.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           WRITE REPORT-LINE FROM DTL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       PRINT-DTL-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-EXC-RTN - lists every customer left alone, with the
      * reason, for manual handling through CBCUSFMNT.
      *----------------------------------------------------------------
       PRINT-EXC-RTN.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS - NOT REVERSED, HANDLE MANUALLY"
                                   TO SEC-TITLE.
           WRITE REPORT-LINE FROM SEC-LINE.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RV-COUNT
             IF WS-RV-REASON (WS-I) NOT = SPACES
               ADD 1 TO WS-EXC-COUNT
               MOVE SPACES TO DTL-LINE
               MOVE WS-RV-CUSNO (WS-I) TO DTL-CUSNO
               MOVE WS-RV-AFTER (WS-I) TO CUSFL3-RECORD
               MOVE CNAME OF CUSFL3-RECORD TO DTL-CNAME
               MOVE WS-RV-ACTION (WS-I) TO DTL-ACTION
               MOVE WS-RV-REASON (WS-I) TO DTL-RESULT
               PERFORM PRINT-DTL-RTN  THRU  PRINT-DTL-EXIT
             END-IF
           END-PERFORM.
       PRINT-EXC-EXIT. EXIT.

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
           MOVE LS-SEL-USER TO HDG-USER.
           MOVE WS-FROM-DATE TO HDG-FROM-DATE.
           MOVE WS-FROM-TIME TO HDG-FROM-TIME.
           MOVE WS-TO-DATE TO HDG-TO-DATE.
           MOVE WS-TO-TIME TO HDG-TO-TIME.
           IF LS-SEL-ACTION = SPACE
             MOVE "A + C" TO HDG-ACTION
           ELSE
             MOVE LS-SEL-ACTION TO HDG-ACTION
           END-IF.
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
           MOVE "AUDIT ENTRIES READ      : " TO CNT-LABEL.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "ENTRIES SELECTED        : " TO CNT-LABEL.
           MOVE WS-SEL-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSTOMERS AFFECTED      : " TO CNT-LABEL.
           MOVE WS-RV-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSTOMERS RESTORED      : " TO CNT-LABEL.
           MOVE WS-RESTORE-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSTOMERS REMOVED       : " TO CNT-LABEL.
           MOVE WS-REMOVE-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CONTACTS ARCHIVED       : " TO CNT-LABEL.
           MOVE WS-CONTACT-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "NOTES ARCHIVED          : " TO CNT-LABEL.
           MOVE WS-NOTE-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "EXCEPTIONS              : " TO CNT-LABEL.
           MOVE WS-EXC-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
       PRINT-TRAILER-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSMOVE-RTN - journals a change in the number of contacts or
      * notes held for a customer, for the daily balancing.  MV-FILE,
      * MV-CUSNO and MV-QTY are set by the caller.
      *----------------------------------------------------------------
       CUSMOVE-RTN.
           MOVE "CBCUSREVS" TO MV-PGM.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO MV-USERID.
           ACCEPT MV-DATE FROM DATE YYYYMMDD.
           ACCEPT MV-TIME FROM TIME.
           WRITE CUSMOVE-RECORD.
       CUSMOVE-EXIT. EXIT.
