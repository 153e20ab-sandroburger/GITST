       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBGRPRPT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Customer group report - one line per group in CUSREL, rolled
      * up to the top-level parent (head office): how many branches
      * are on file under it at any level, the latest CUSACTF
      * invoice date and the invoices posted across the head office
      * and all its branches.  A group whose members on file do not
      * all have the same distributor, or the same salesman, is
      * flagged.  Links that cannot be traced to a top-level parent
      * (a loop, or more levels than a group may have) are listed at
      * the end.
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

       FD  CUSREL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSREL-RECORD.
           COPY DDS-RCUSRL        OF  CUSREL.

       FD  CUSRELP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSRELP-RECORD.
           COPY DDS-RCUSRLP       OF  CUSRELP.

      *--SK-SECTION "1" is a branch under its top-level parent SK-TOP,
      *  "2" a link that could not be traced to one.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SK-SECTION          PIC X(01).
           05  SK-TOP              PIC S9(05).
           05  SK-CUSNO            PIC S9(05).
           05  SK-PARCUS           PIC S9(05).
           05  SK-LEVEL            PIC 9(02).
           05  SK-REASON           PIC X(01).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-EOF-CUSRELP              PIC X(1)  VALUE "N".
           88  END-OF-CUSRELP          VALUE "Y".
       01  WS-EOF-SORT                 PIC X(1)  VALUE "N".
           88  END-OF-SORT             VALUE "Y".
       01  WS-LINE-COUNT                PIC 99    VALUE 0.
       01  WS-PAGE-COUNT                PIC 999   VALUE 0.
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.
       01  WS-FIRST-GROUP               PIC X(1)  VALUE "Y".
           88  FIRST-GROUP              VALUE "Y".
       01  WS-GROUP-OPEN                PIC X(1)  VALUE "N".
           88  GROUP-OPEN               VALUE "Y".
       01  WS-BADLINK-HDG               PIC X(1)  VALUE "N".
           88  BADLINK-HDG-DONE         VALUE "Y".

       01  WS-CONSTANTS.
           02  MAX-GROUP-LEVELS        PIC 9(02) VALUE 20.

       01  WS-COUNTERS.
           02  WS-LINK-COUNT           PIC 9(7) VALUE 0.
           02  WS-GROUP-COUNT          PIC 9(7) VALUE 0.
           02  WS-LISTED-COUNT         PIC 9(7) VALUE 0.
           02  WS-BRANCH-COUNT         PIC 9(7) VALUE 0.
           02  WS-GONE-COUNT           PIC 9(7) VALUE 0.
           02  WS-SPLIT-DST-COUNT      PIC 9(7) VALUE 0.
           02  WS-SPLIT-SLM-COUNT      PIC 9(7) VALUE 0.
           02  WS-BADLINK-COUNT        PIC 9(7) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSACTF    PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSREL     PIC X VALUE SPACES.
           02  WS-BREAK-TOP            PIC S9(05) VALUE 0.
           02  WS-MBR-CUSNO            PIC S9(05) VALUE 0.
           02  WS-MBR-IS-TOP           PIC X(01) VALUE "N".
               88  MBR-IS-TOP          VALUE "Y".

      *--Walk up the group from a branch's parent to the top
       01  WS-WALK.
           02  WS-WALK-CUSNO           PIC S9(05) VALUE 0.
           02  WS-WALK-STOP            PIC S9(05) VALUE 0.
           02  WS-WALK-LEVEL           PIC 9(02)  VALUE 0.
           02  WS-WALK-RESULT          PIC X(01)  VALUE SPACES.
               88  WALK-AT-TOP         VALUE "T".
               88  WALK-REACHED-STOP   VALUE "L".
               88  WALK-TOO-DEEP       VALUE "D".

      *--Roll-up of the group in hand
       01  WS-GROUP.
           02  WS-GRP-CNAME            PIC X(30) VALUE SPACES.
           02  WS-GRP-BRANCHES         PIC 9(05) VALUE 0.
           02  WS-GRP-GONE             PIC 9(04) VALUE 0.
           02  WS-GRP-LEVELS           PIC 9(02) VALUE 0.
           02  WS-GRP-LSTDATE          PIC 9(08) VALUE 0.
           02  WS-GRP-INVCNT           PIC 9(07) VALUE 0.
           02  WS-GRP-ONFILE           PIC 9(05) VALUE 0.
           02  WS-GRP-DSDCDE           PIC X(05) VALUE SPACES.
           02  WS-GRP-SINIT            PIC X(03) VALUE SPACES.
           02  WS-GRP-SPLIT-DST        PIC X(01) VALUE "N".
               88  GRP-SPLIT-DST       VALUE "Y".
           02  WS-GRP-SPLIT-SLM        PIC X(01) VALUE "N".
               88  GRP-SPLIT-SLM       VALUE "Y".

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "CBGRPRPT - CUSTOMER GROUP ROLL-UP".
           05  FILLER               PIC X(11) VALUE "    PAGE  ".
           05  HDG-PAGE-NO          PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "GROUPS LISTED           : ".
           05  HDG-SELECT           PIC X(40).

       01  HDG-LINE-3.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(41) VALUE
                "CUST NO  HEAD OFFICE NAME".
           05  FILLER               PIC X(27) VALUE
                "BRNCH LVL  GONE  LAST ACT  ".
           05  FILLER               PIC X(33) VALUE
                "INVOICE  DIST   SLM  GROUP FLAGS".

       01  DTL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-CUSNO            PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CNAME            PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-BRANCHES         PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-LEVELS           PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-GONE             PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-LSTDATE          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-INVCNT           PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-DSDCDE           PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-SINIT            PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-FLAGS            PIC X(36).

       01  BAD-HDG-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
                "LINKS THAT CANNOT BE TRACED TO A TOP-LEVEL CUSTOMER".

       01  BAD-HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
                "BRANCH  PARENT  REASON".

       01  BAD-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  BAD-CUSNO            PIC ----9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  BAD-PARCUS           PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BAD-REASON           PIC X(40).

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       01  TRL-LINE-1.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "GROUP LINKS READ        : ".
           05  TRL-LINKS            PIC ZZZZZZ9.

       01  TRL-LINE-2.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "GROUPS                  : ".
           05  TRL-GROUPS           PIC ZZZZZZ9.

       01  TRL-LINE-3.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "GROUPS LISTED           : ".
           05  TRL-LISTED           PIC ZZZZZZ9.

       01  TRL-LINE-4.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "BRANCHES ON FILE        : ".
           05  TRL-BRANCHES         PIC ZZZZZZ9.

       01  TRL-LINE-5.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "BRANCHES NOT ON FILE    : ".
           05  TRL-GONE             PIC ZZZZZZ9.

       01  TRL-LINE-6.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "SPLIT DISTRIBUTOR       : ".
           05  TRL-SPLIT-DST        PIC ZZZZZZ9.

       01  TRL-LINE-7.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "SPLIT SALESMAN          : ".
           05  TRL-SPLIT-SLM        PIC ZZZZZZ9.

       01  TRL-LINE-8.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "LINKS NOT TRACED        : ".
           05  TRL-BADLINKS         PIC ZZZZZZ9.

       LINKAGE SECTION.
      *--"Y" lists only the groups split across distributors or
      *  salesmen; "N" or blank lists every group.
       01  LS-SPLIT-ONLY               PIC X(01).

       PROCEDURE DIVISION
                  USING LS-SPLIT-ONLY.

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
                       CUSACTF-FILE
                       CUSREL-FILE
                       CUSRELP-FILE.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SK-SECTION
                   ASCENDING KEY SK-TOP
                   ASCENDING KEY SK-CUSNO
                INPUT PROCEDURE  IS RELEASE-RTN  THRU  RELEASE-EXIT
                OUTPUT PROCEDURE IS REPORT-RTN   THRU  REPORT-EXIT.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           CLOSE CUSFL3-FILE
                 CUSACTF-FILE
                 CUSREL-FILE
                 CUSRELP-FILE
                 REPORT-FILE.
           GOBACK.

      *----------------------------------------------------------------
      * EDITPARM-RTN - validates the parameter.
      *----------------------------------------------------------------
       EDITPARM-RTN.
           MOVE SPACES TO WS-ERRMSG.
           IF LS-SPLIT-ONLY = "Y"
             MOVE "SPLIT GROUPS ONLY" TO HDG-SELECT
           ELSE
             MOVE "ALL GROUPS" TO HDG-SELECT
           END-IF.
           IF LS-SPLIT-ONLY NOT = "Y" AND LS-SPLIT-ONLY NOT = "N"
                 AND LS-SPLIT-ONLY NOT = SPACES
             MOVE "SPLIT-GROUPS-ONLY FLAG MUST BE Y OR N" TO WS-ERRMSG
           END-IF.
       EDITPARM-EXIT. EXIT.

      *----------------------------------------------------------------
      * RELEASE-RTN - reads every link on CUSREL (through the CUSRELP
      * access path, so CUSREL itself is free for the walk), finds
      * the top-level parent of each branch and feeds it to the sort
      * in top / branch order.  A link whose top cannot be found goes
      * to the sort as a section "2" record.
      *----------------------------------------------------------------
       RELEASE-RTN.
           READ CUSRELP-FILE NEXT RECORD
                AT END SET END-OF-CUSRELP TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CUSRELP
             ADD 1 TO WS-LINK-COUNT
             MOVE PARCUS OF CUSRELP-RECORD TO WS-WALK-CUSNO
             MOVE CUSNO OF CUSRELP-RECORD  TO WS-WALK-STOP
             PERFORM WALKUP-RTN  THRU  WALKUP-EXIT
             MOVE SPACES TO SORT-WORK-RECORD
             MOVE CUSNO OF CUSRELP-RECORD  TO SK-CUSNO
             MOVE PARCUS OF CUSRELP-RECORD TO SK-PARCUS
             MOVE WS-WALK-LEVEL            TO SK-LEVEL
             IF WALK-AT-TOP
               MOVE "1" TO SK-SECTION
               MOVE WS-WALK-CUSNO TO SK-TOP
             ELSE
               MOVE "2" TO SK-SECTION
               MOVE ZERO TO SK-TOP
               MOVE WS-WALK-RESULT TO SK-REASON
             END-IF
             RELEASE SORT-WORK-RECORD
             READ CUSRELP-FILE NEXT RECORD
                  AT END SET END-OF-CUSRELP TO TRUE
             END-READ
           END-PERFORM.
       RELEASE-EXIT. EXIT.

      *----------------------------------------------------------------
      * WALKUP-RTN - follows CUSREL up from WS-WALK-CUSNO until a
      * customer with no parent is found (T, WS-WALK-CUSNO is then
      * the top and WS-WALK-LEVEL how many levels the branch sits
      * below it), the walk comes back to WS-WALK-STOP (L, a loop), or
      * more than MAX-GROUP-LEVELS links are followed (D).
      *----------------------------------------------------------------
       WALKUP-RTN.
           MOVE SPACES TO WS-WALK-RESULT.
           MOVE 1 TO WS-WALK-LEVEL.
           PERFORM UNTIL WS-WALK-RESULT NOT = SPACES
             IF WS-WALK-CUSNO = WS-WALK-STOP
               SET WALK-REACHED-STOP TO TRUE
             ELSE
               MOVE WS-WALK-CUSNO TO CUSNO OF CUSREL-RECORD
               MOVE "Y" TO RECORD-FOUND-CUSREL
               READ CUSREL-FILE
                      INVALID KEY
                           MOVE "N" TO RECORD-FOUND-CUSREL
               END-READ
               IF RECORD-FOUND-CUSREL = "N"
                 SET WALK-AT-TOP TO TRUE
               ELSE
                 IF WS-WALK-LEVEL NOT < MAX-GROUP-LEVELS
                   SET WALK-TOO-DEEP TO TRUE
                 ELSE
                   ADD 1 TO WS-WALK-LEVEL
                   MOVE PARCUS OF CUSREL-RECORD TO WS-WALK-CUSNO
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       WALKUP-EXIT. EXIT.

      *----------------------------------------------------------------
      * REPORT-RTN - returns the sorted links, rolling each group up
      * on a break of top-level parent, then lists the links that
      * could not be traced.
      *----------------------------------------------------------------
       REPORT-RTN.
           RETURN SORT-WORK-FILE
                  AT END SET END-OF-SORT TO TRUE
           END-RETURN.
           PERFORM UNTIL END-OF-SORT
             IF SK-SECTION = "2"
               IF GROUP-OPEN
                 PERFORM ENDGROUP-RTN  THRU  ENDGROUP-EXIT
               END-IF
               PERFORM BADLINK-RTN  THRU  BADLINK-EXIT
             ELSE
               IF FIRST-GROUP OR SK-TOP NOT = WS-BREAK-TOP
                 IF GROUP-OPEN
                   PERFORM ENDGROUP-RTN  THRU  ENDGROUP-EXIT
                 END-IF
                 MOVE "N" TO WS-FIRST-GROUP
                 MOVE SK-TOP TO WS-BREAK-TOP
                 PERFORM STARTGROUP-RTN  THRU  STARTGROUP-EXIT
               END-IF
               MOVE "N" TO WS-MBR-IS-TOP
               MOVE SK-CUSNO TO WS-MBR-CUSNO
               PERFORM ADDMBR-RTN  THRU  ADDMBR-EXIT
               IF SK-LEVEL > WS-GRP-LEVELS
                 MOVE SK-LEVEL TO WS-GRP-LEVELS
               END-IF
             END-IF
             RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORT TO TRUE
             END-RETURN
           END-PERFORM.
           IF GROUP-OPEN
             PERFORM ENDGROUP-RTN  THRU  ENDGROUP-EXIT
           END-IF.
       REPORT-EXIT. EXIT.

      *----------------------------------------------------------------
      * STARTGROUP-RTN - clears the roll-up and takes in the head
      * office itself.
      *----------------------------------------------------------------
       STARTGROUP-RTN.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE "Y" TO WS-GROUP-OPEN.
           MOVE SPACES TO WS-GRP-CNAME
                          WS-GRP-DSDCDE
                          WS-GRP-SINIT.
           MOVE ZERO TO WS-GRP-BRANCHES
                        WS-GRP-GONE
                        WS-GRP-LEVELS
                        WS-GRP-LSTDATE
                        WS-GRP-INVCNT
                        WS-GRP-ONFILE.
           MOVE "N" TO WS-GRP-SPLIT-DST
                       WS-GRP-SPLIT-SLM.
           MOVE "Y" TO WS-MBR-IS-TOP.
           MOVE WS-BREAK-TOP TO WS-MBR-CUSNO.
           PERFORM ADDMBR-RTN  THRU  ADDMBR-EXIT.
       STARTGROUP-EXIT. EXIT.

      *----------------------------------------------------------------
      * ADDMBR-RTN - adds customer WS-MBR-CUSNO into the roll-up.
      * Only members still on CUSFL3 count as branches and take part
      * in the distributor / salesman check; their CUSACTF activity
      * is added in.
      *----------------------------------------------------------------
       ADDMBR-RTN.
           MOVE WS-MBR-CUSNO TO CUSNO OF CUSFL3-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSFL3.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3
           END-READ.
           IF RECORD-FOUND-CUSFL3 = "N"
             IF MBR-IS-TOP
               MOVE "** NOT ON CUSTOMER MASTER **" TO WS-GRP-CNAME
             ELSE
               ADD 1 TO WS-GRP-GONE
             END-IF
             GO ADDMBR-EXIT
           END-IF.
           IF MBR-IS-TOP
             MOVE CNAME OF CUSFL3-RECORD TO WS-GRP-CNAME
           ELSE
             ADD 1 TO WS-GRP-BRANCHES
           END-IF.
           ADD 1 TO WS-GRP-ONFILE.
           IF WS-GRP-ONFILE = 1
             MOVE DSDCDE OF CUSFL3-RECORD TO WS-GRP-DSDCDE
             MOVE SINIT OF CUSFL3-RECORD  TO WS-GRP-SINIT
           ELSE
             IF DSDCDE OF CUSFL3-RECORD NOT = WS-GRP-DSDCDE
               MOVE "Y" TO WS-GRP-SPLIT-DST
             END-IF
             IF SINIT OF CUSFL3-RECORD NOT = WS-GRP-SINIT
               MOVE "Y" TO WS-GRP-SPLIT-SLM
             END-IF
           END-IF.
           MOVE WS-MBR-CUSNO TO CUSNO OF CUSACTF-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSACTF.
           READ CUSACTF-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSACTF
           END-READ.
           IF RECORD-FOUND-CUSACTF = "Y"
             IF LSTDATE OF CUSACTF-RECORD > WS-GRP-LSTDATE
               MOVE LSTDATE OF CUSACTF-RECORD TO WS-GRP-LSTDATE
             END-IF
             ADD INVCNT OF CUSACTF-RECORD TO WS-GRP-INVCNT
           END-IF.
       ADDMBR-EXIT. EXIT.

      *----------------------------------------------------------------
      * ENDGROUP-RTN - counts the group in hand and prints its line,
      * unless only split groups were asked for and this is not one.
      *----------------------------------------------------------------
       ENDGROUP-RTN.
           MOVE "N" TO WS-GROUP-OPEN.
           ADD WS-GRP-BRANCHES TO WS-BRANCH-COUNT.
           ADD WS-GRP-GONE TO WS-GONE-COUNT.
           IF GRP-SPLIT-DST
             ADD 1 TO WS-SPLIT-DST-COUNT
           END-IF.
           IF GRP-SPLIT-SLM
             ADD 1 TO WS-SPLIT-SLM-COUNT
           END-IF.
           IF LS-SPLIT-ONLY = "Y"
                 AND NOT GRP-SPLIT-DST AND NOT GRP-SPLIT-SLM
             GO ENDGROUP-EXIT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO DTL-LINE.
           MOVE WS-BREAK-TOP     TO DTL-CUSNO.
           MOVE WS-GRP-CNAME     TO DTL-CNAME.
           MOVE WS-GRP-BRANCHES  TO DTL-BRANCHES.
           MOVE WS-GRP-LEVELS    TO DTL-LEVELS.
           MOVE WS-GRP-GONE      TO DTL-GONE.
           MOVE WS-GRP-INVCNT    TO DTL-INVCNT.
           IF WS-GRP-LSTDATE = ZERO
             MOVE "  NONE" TO DTL-LSTDATE
           ELSE
             MOVE WS-GRP-LSTDATE TO DTL-LSTDATE
           END-IF.
           IF GRP-SPLIT-DST
             MOVE "MIXED" TO DTL-DSDCDE
           ELSE
             MOVE WS-GRP-DSDCDE TO DTL-DSDCDE
           END-IF.
           IF GRP-SPLIT-SLM
             MOVE "***" TO DTL-SINIT
           ELSE
             MOVE WS-GRP-SINIT TO DTL-SINIT
           END-IF.
           IF GRP-SPLIT-DST AND GRP-SPLIT-SLM
             MOVE "** SPLIT DISTRIBUTOR AND SALESMAN **" TO DTL-FLAGS
           ELSE
             IF GRP-SPLIT-DST
               MOVE "** SPLIT DISTRIBUTOR **" TO DTL-FLAGS
             END-IF
             IF GRP-SPLIT-SLM
               MOVE "** SPLIT SALESMAN **" TO DTL-FLAGS
             END-IF
           END-IF.
           WRITE REPORT-LINE FROM DTL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       ENDGROUP-EXIT. EXIT.

      *----------------------------------------------------------------
      * BADLINK-RTN - lists a link whose top-level parent could not
      * be found, under its own heading the first time.
      *----------------------------------------------------------------
       BADLINK-RTN.
           ADD 1 TO WS-BADLINK-COUNT.
           IF NOT BADLINK-HDG-DONE
             MOVE "Y" TO WS-BADLINK-HDG
             IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
             END-IF
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             WRITE REPORT-LINE FROM BAD-HDG-LINE
             WRITE REPORT-LINE FROM BAD-HDG-LINE-2
             ADD 3 TO WS-LINE-COUNT
           END-IF.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO BAD-LINE.
           MOVE SK-CUSNO  TO BAD-CUSNO.
           MOVE SK-PARCUS TO BAD-PARCUS.
           IF SK-REASON = "L"
             MOVE "BRANCH IS PART OF A LOOP" TO BAD-REASON
           ELSE
             MOVE "LOOP ABOVE IT OR TOO MANY LEVELS" TO BAD-REASON
           END-IF.
           WRITE REPORT-LINE FROM BAD-LINE.
           ADD 1 TO WS-LINE-COUNT.
       BADLINK-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-HEADINGS - starts a new page and prints the report
      * headings.
      *----------------------------------------------------------------
       PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
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
           MOVE WS-LINK-COUNT TO TRL-LINKS.
           WRITE REPORT-LINE FROM TRL-LINE-1.
           MOVE WS-GROUP-COUNT TO TRL-GROUPS.
           WRITE REPORT-LINE FROM TRL-LINE-2.
           MOVE WS-LISTED-COUNT TO TRL-LISTED.
           WRITE REPORT-LINE FROM TRL-LINE-3.
           MOVE WS-BRANCH-COUNT TO TRL-BRANCHES.
           WRITE REPORT-LINE FROM TRL-LINE-4.
           MOVE WS-GONE-COUNT TO TRL-GONE.
           WRITE REPORT-LINE FROM TRL-LINE-5.
           MOVE WS-SPLIT-DST-COUNT TO TRL-SPLIT-DST.
           WRITE REPORT-LINE FROM TRL-LINE-6.
           MOVE WS-SPLIT-SLM-COUNT TO TRL-SPLIT-SLM.
           WRITE REPORT-LINE FROM TRL-LINE-7.
           MOVE WS-BADLINK-COUNT TO TRL-BADLINKS.
           WRITE REPORT-LINE FROM TRL-LINE-8.
       PRINT-TRAILER-EXIT. EXIT.
