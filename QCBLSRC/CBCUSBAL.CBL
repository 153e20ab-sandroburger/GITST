       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSBAL.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Daily balancing of the customer master against its audit
      * trail.  The control totals taken at the last run (CUSBALCT)
      * plus the movement recorded since - CUSFHIST adds, deletes,
      * reinstates and CUSSTAT / DSDCDE changes, and CUSMOVE contact
      * and note movements - must equal what is on file now:
      * customer count, CUSNO hash total, customers by CUSSTAT and
      * by DSDCDE, CONHDR contacts and CUSNOTES notes.  Customers the
      * audit trail does not explain are named by comparing the
      * files with the per-customer picture (CUSBALSN) kept by the
      * last run.  The totals and the picture are then retaken from
      * the files for the next run, so a difference is reported
      * once.  The first run only takes the starting totals.  Runs
      * after CBCUSAUDT and before the CBHSTPRG purge.
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

           SELECT OPTIONAL CUSMOVE-FILE
               ASSIGN TO DATABASE-CUSMOVE
               ORGANIZATION IS SEQUENTIAL.

      *--Control totals and per-customer picture from the last run,
      *  both replaced at the end of this one.  Neither exists
      *  before the first run.
           SELECT OPTIONAL CUSBALCT-FILE
               ASSIGN TO DATABASE-CUSBALCT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSBALSN-FILE
               ASSIGN TO DATABASE-CUSBALSN
               ORGANIZATION IS SEQUENTIAL.

      *--Work file the new picture is built in while the old one is
      *  read, copied back over CUSBALSN at the end of the run.
           SELECT CUSBALWK-FILE
               ASSIGN TO DATABASE-CUSBALWK
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

       FD  CUSMOVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSMOVE-RECORD.
           COPY DDS-RCUSMV        OF  CUSMOVE.

       FD  CUSBALCT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSBALCT-RECORD.
           COPY DDS-RCUSBC        OF  CUSBALCT.

       FD  CUSBALSN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSBALSN-RECORD.
           COPY DDS-RCUSBS        OF  CUSBALSN.

       FD  CUSBALWK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSBALWK-RECORD.
           COPY DDS-RCUSBS        OF  CUSBALWK.

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-CUSFHIST             PIC X(1)  VALUE "N".
           88  END-OF-CUSFHIST         VALUE "Y".
       01  WS-EOF-CUSMOVE              PIC X(1)  VALUE "N".
           88  END-OF-CUSMOVE          VALUE "Y".
       01  WS-EOF-CUSBALCT             PIC X(1)  VALUE "N".
           88  END-OF-CUSBALCT         VALUE "Y".
       01  WS-EOF-CUSBALWK             PIC X(1)  VALUE "N".
           88  END-OF-CUSBALWK         VALUE "Y".
       01  WS-FIRST-RUN                PIC X(1)  VALUE "Y".
           88  FIRST-RUN               VALUE "Y".
       01  WS-SECTION                  PIC X(1)  VALUE SPACES.
           88  EXCEPTION-SECTION       VALUE "E".
           88  TOTALS-SECTION          VALUE "T".
       01  WS-CM-OVERFLOW              PIC X(1)  VALUE "N".
       01  WS-TT-OVERFLOW              PIC X(1)  VALUE "N".
       01  WS-CM-ADD                   PIC X(1)  VALUE SPACES.
       01  WS-CUS-DIFF                 PIC X(1)  VALUE SPACES.
       01  WS-FOUND                    PIC X(1)  VALUE SPACES.
       01  WS-LINE-COUNT                PIC 99    VALUE 0.
       01  WS-PAGE-COUNT                PIC 999   VALUE 0.
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.

       01  WS-COUNTERS.
           02  WS-HIST-COUNT           PIC 9(7) VALUE 0.
           02  WS-MOVE-COUNT           PIC 9(7) VALUE 0.
           02  WS-SNAP-COUNT           PIC 9(7) VALUE 0.
           02  WS-EXC-COUNT            PIC 9(7) VALUE 0.
           02  WS-OOB-COUNT            PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Date/time stamps carried as one 16-digit number.  Movement
      * after the last run's stamp, up to this run's, is applied.
      *----------------------------------------------------------------
       01  WS-STAMP.
           02  WS-STAMP-DATE           PIC 9(08).
           02  WS-STAMP-TIME           PIC 9(08).
       01  WS-STAMP-NUM  REDEFINES WS-STAMP  PIC 9(16).
       01  WS-PREV-STAMP.
           02  WS-PREV-DATE            PIC 9(08) VALUE ZERO.
           02  WS-PREV-TIME            PIC 9(08) VALUE ZERO.
       01  WS-PREV-NUM  REDEFINES WS-PREV-STAMP  PIC 9(16).
       01  WS-NOW-STAMP.
           02  WS-NOW-DATE             PIC 9(08).
           02  WS-NOW-TIME             PIC 9(08).
       01  WS-NOW-NUM  REDEFINES WS-NOW-STAMP  PIC 9(16).

      *----------------------------------------------------------------
      * File-level control totals - at the last run, movement since,
      * and what is on file now.
      *----------------------------------------------------------------
       01  WS-FILE-TOTALS.
           02  WS-CUS-PREV             PIC S9(7)  VALUE 0.
           02  WS-CUS-MOVE             PIC S9(7)  VALUE 0.
           02  WS-CUS-ACT              PIC S9(7)  VALUE 0.
           02  WS-HASH-PREV            PIC S9(13) VALUE 0.
           02  WS-HASH-MOVE            PIC S9(13) VALUE 0.
           02  WS-HASH-ACT             PIC S9(13) VALUE 0.
           02  WS-CON-PREV             PIC S9(7)  VALUE 0.
           02  WS-CON-MOVE             PIC S9(7)  VALUE 0.
           02  WS-CON-ACT              PIC S9(7)  VALUE 0.
           02  WS-NOT-PREV             PIC S9(7)  VALUE 0.
           02  WS-NOT-MOVE             PIC S9(7)  VALUE 0.
           02  WS-NOT-ACT              PIC S9(7)  VALUE 0.

      *----------------------------------------------------------------
      * Customer counts by CUSSTAT ("S") and by DSDCDE ("D"), kept in
      * type/key order.
      *----------------------------------------------------------------
       01  WS-TT-COUNT                 PIC S9(4) COMP VALUE 0.
       01  WS-TT-TABLE.
           02  WS-TT-ENTRY  OCCURS 600.
               03  WS-TT-ID.
                   04  WS-TT-TYPE      PIC X(01).
                   04  WS-TT-KEY       PIC X(05).
               03  WS-TT-PREV          PIC S9(7).
               03  WS-TT-MOVE          PIC S9(7).
               03  WS-TT-ACT           PIC S9(7).
       01  WS-TT-SRCH.
           02  WS-TT-SRCH-TYPE         PIC X(01).
           02  WS-TT-SRCH-KEY          PIC X(05).
       01  WS-TT-POS                   PIC S9(4) COMP.
       01  WS-TT-QTY                   PIC S9(4) COMP.

      *----------------------------------------------------------------
      * One entry per customer with movement since the last run - the
      * state the last CUSFHIST entry left it in, and the net number
      * of contacts and notes added or removed per CUSMOVE.
      *----------------------------------------------------------------
       01  WS-CM-COUNT                 PIC S9(4) COMP VALUE 0.
       01  WS-CM-TABLE.
           02  WS-CM-ENTRY  OCCURS 2000  INDEXED BY CM-IDX.
               03  WS-CM-CUSNO         PIC S9(05).
               03  WS-CM-HIST          PIC X(01).
               03  WS-CM-ONFILE        PIC X(01).
               03  WS-CM-CUSSTAT       PIC X(01).
               03  WS-CM-DSDCDE        PIC X(05).
               03  WS-CM-CONTACTS      PIC S9(05).
               03  WS-CM-NOTES         PIC S9(05).
               03  WS-CM-SEEN          PIC X(01).
       01  WS-CM-SRCH                  PIC S9(05).
       01  WS-I                        PIC S9(4) COMP.
       01  WS-J                        PIC S9(4) COMP.

       01  WS-CONSTANTS.
           02  MAX-TT-ENTRIES   PIC 9(4) VALUE 600.
           02  MAX-CM-CUSTOMERS PIC 9(4) VALUE 2000.
           02  WS-HIGH-KEY      PIC S9(6) VALUE 999999.

      *----------------------------------------------------------------
      * Match keys for the pass over CUSFL3, CONHDR, CUSNOTES and the
      * last picture, all in CUSNO order.  WS-HIGH-KEY at end of file.
      *----------------------------------------------------------------
       01  WS-MATCH-KEYS.
           02  WS-CUS-KEY              PIC S9(6).
           02  WS-CON-KEY              PIC S9(6).
           02  WS-NOT-KEY              PIC S9(6).
           02  WS-SN-KEY               PIC S9(6).
           02  WS-CUR-KEY              PIC S9(6).

       01  WS-ACTUAL.
           02  WS-ACT-ONFILE           PIC X(01).
           02  WS-ACT-CNAME            PIC X(30).
           02  WS-ACT-CUSSTAT          PIC X(01).
           02  WS-ACT-DSDCDE           PIC X(05).
           02  WS-ACT-CONTACTS         PIC S9(05).
           02  WS-ACT-NOTES            PIC S9(05).

       01  WS-EXPECTED.
           02  WS-EXP-ONFILE           PIC X(01).
           02  WS-EXP-CUSSTAT          PIC X(01).
           02  WS-EXP-DSDCDE           PIC X(05).
           02  WS-EXP-CONTACTS         PIC S9(05).
           02  WS-EXP-NOTES            PIC S9(05).

       01  WS-TOTAL-LINE.
           02  WS-TL-PREV              PIC S9(13).
           02  WS-TL-MOVE              PIC S9(13).
           02  WS-TL-EXP               PIC S9(13).
           02  WS-TL-ACT               PIC S9(13).
           02  WS-TL-DIFF              PIC S9(13).
       01  WS-EDIT-NUM                 PIC ZZZZ9-.

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
                "CBCUSBAL - DAILY CUSFL3 BALANCING REPORT".
           05  FILLER               PIC X(11) VALUE "    PAGE  ".
           05  HDG-PAGE-NO          PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "TOTALS AS AT: ".
           05  HDG-NOW-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  HDG-NOW-TIME         PIC 9(08).
           05  FILLER               PIC X(19) VALUE
                "  PREVIOUS TOTALS: ".
           05  HDG-PREV-DATE        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  HDG-PREV-TIME        PIC 9(08).

       01  SEC-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SEC-TITLE            PIC X(60).

       01  EXC-HDG-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(41) VALUE
                "CUST NO  CUSTOMER NAME".
           05  FILLER               PIC X(11) VALUE "CHECK".
           05  FILLER               PIC X(07) VALUE "ACTUAL".
           05  FILLER               PIC X(10) VALUE "EXPECTED".
           05  FILLER               PIC X(06) VALUE "REASON".

       01  DTL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-CUSNO            PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CNAME            PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CHECK            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-ACTUAL           PIC X(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-EXPECTED         PIC X(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-REASON           PIC X(40).

       01  TOT-HDG-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(22) VALUE "CONTROL TOTAL".
           05  FILLER               PIC X(14) VALUE "      PREVIOUS".
           05  FILLER               PIC X(14) VALUE "      MOVEMENT".
           05  FILLER               PIC X(14) VALUE "      EXPECTED".
           05  FILLER               PIC X(14) VALUE "        ACTUAL".
           05  FILLER               PIC X(14) VALUE "    DIFFERENCE".

       01  TOT-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  TOT-LABEL            PIC X(22).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TOT-PREV             PIC -(12)9 BLANK WHEN ZERO.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TOT-MOVE             PIC -(12)9 BLANK WHEN ZERO.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TOT-EXP              PIC -(12)9 BLANK WHEN ZERO.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TOT-ACT              PIC -(12)9 BLANK WHEN ZERO.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TOT-DIFF             PIC -(12)9 BLANK WHEN ZERO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TOT-FLAG             PIC X(18).

       01  MSG-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  MSG-TEXT             PIC X(80).

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       01  CNT-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  CNT-LABEL            PIC X(26).
           05  CNT-VALUE            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM LOADPREV-RTN  THRU  LOADPREV-EXIT.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           PERFORM RUNSTART-RTN  THRU  RUNSTART-EXIT.
           IF WS-RUN-OK NOT = "Y"
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
           IF FIRST-RUN
             MOVE "NO PREVIOUS TOTALS - STARTING TOTALS TAKEN THIS RUN"
                                   TO MSG-TEXT
             WRITE REPORT-LINE FROM MSG-LINE
             ADD 1 TO WS-LINE-COUNT
           ELSE
             PERFORM HISTMOVE-RTN  THRU  HISTMOVE-EXIT
             PERFORM JRNLMOVE-RTN  THRU  JRNLMOVE-EXIT
           END-IF.
           PERFORM BALANCE-RTN  THRU  BALANCE-EXIT.
           IF NOT FIRST-RUN  AND  WS-CM-OVERFLOW = "N"
             PERFORM LEFTOVER-RTN  THRU  LEFTOVER-EXIT
           END-IF.
           PERFORM PRINT-TOTALS-RTN  THRU  PRINT-TOTALS-EXIT.
           PERFORM SAVETOT-RTN  THRU  SAVETOT-EXIT.
           PERFORM COPYBACK-RTN  THRU  COPYBACK-EXIT.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
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
           MOVE "CBCUSBAL" TO WS-RUN-PGM.
           MOVE "S" TO WS-RUN-ACTION.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
           IF WS-RUN-OK NOT = "Y"
             MOVE WS-RUN-MSG TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
           END-IF.
       RUNSTART-EXIT. EXIT.

      *----------------------------------------------------------------
      * RUNEND-RTN - logs the end of the run on RUNCTL with its
      * counts; WS-RUN-ACTION is "C" completed or "F" failed.  The
      * customers the audit trail does not explain are the rejects.
      *----------------------------------------------------------------
       RUNEND-RTN.
           MOVE WS-CUS-ACT          TO WS-RUN-READ.
           MOVE WS-SNAP-COUNT       TO WS-RUN-WRITTEN.
           MOVE WS-EXC-COUNT        TO WS-RUN-REJECTED.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
       RUNEND-EXIT. EXIT.

      *----------------------------------------------------------------
      * LOADPREV-RTN - reads the control totals left by the last run.
      * No header record means this is the first run.
      *----------------------------------------------------------------
       LOADPREV-RTN.
           OPEN INPUT CUSBALCT-FILE.
           PERFORM READBC-RTN  THRU  READBC-EXIT.
           PERFORM UNTIL END-OF-CUSBALCT
             EVALUATE TRUE
               WHEN BC-HEADER
                 MOVE "N"         TO WS-FIRST-RUN
                 MOVE BC-DATE     TO WS-PREV-DATE
                 MOVE BC-TIME     TO WS-PREV-TIME
                 MOVE BC-COUNT    TO WS-CUS-PREV
                 MOVE BC-HASH     TO WS-HASH-PREV
                 MOVE BC-CONTACTS TO WS-CON-PREV
                 MOVE BC-NOTES    TO WS-NOT-PREV
               WHEN BC-STATUS
               WHEN BC-DIST
                 MOVE BC-RECTYPE  TO WS-TT-SRCH-TYPE
                 MOVE BC-KEY      TO WS-TT-SRCH-KEY
                 PERFORM FINDTOT-RTN  THRU  FINDTOT-EXIT
                 IF WS-TT-POS > ZERO
                   MOVE BC-COUNT TO WS-TT-PREV (WS-TT-POS)
                 END-IF
             END-EVALUATE
             PERFORM READBC-RTN  THRU  READBC-EXIT
           END-PERFORM.
           CLOSE CUSBALCT-FILE.
       LOADPREV-EXIT. EXIT.

       READBC-RTN.
           READ CUSBALCT-FILE
                AT END SET END-OF-CUSBALCT TO TRUE
           END-READ.
       READBC-EXIT. EXIT.

      *----------------------------------------------------------------
      * HISTMOVE-RTN - applies the CUSFHIST entries written since the
      * last run to the movement totals and the customer table.
      *----------------------------------------------------------------
       HISTMOVE-RTN.
           OPEN INPUT CUSFHIST-FILE.
           PERFORM READHIST-RTN  THRU  READHIST-EXIT.
           PERFORM UNTIL END-OF-CUSFHIST
             PERFORM APPLYHIST-RTN  THRU  APPLYHIST-EXIT
             PERFORM READHIST-RTN  THRU  READHIST-EXIT
           END-PERFORM.
           CLOSE CUSFHIST-FILE.
       HISTMOVE-EXIT. EXIT.

       READHIST-RTN.
           READ CUSFHIST-FILE
                AT END SET END-OF-CUSFHIST TO TRUE
           END-READ.
       READHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * APPLYHIST-RTN - one audit entry.  Adds and reinstates bring a
      * customer on with its after image, deletes take it off with
      * its before image, and a change moves it between CUSSTAT or
      * DSDCDE values.  "V" sign-offs repeat a "C" entry already
      * counted and are passed over.
      *----------------------------------------------------------------
       APPLYHIST-RTN.
           MOVE CH-DATE TO WS-STAMP-DATE.
           MOVE CH-TIME TO WS-STAMP-TIME.
           IF WS-STAMP-NUM NOT > WS-PREV-NUM
                 OR WS-STAMP-NUM > WS-NOW-NUM
             GO APPLYHIST-EXIT
           END-IF.
           IF NOT CH-ADD-ACTION  AND  NOT CH-CHANGE-ACTION
                 AND NOT CH-DELETE-ACTION
                 AND NOT CH-REINSTATE-ACTION
             GO APPLYHIST-EXIT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           EVALUATE TRUE
             WHEN CH-ADD-ACTION
             WHEN CH-REINSTATE-ACTION
               ADD 1 TO WS-CUS-MOVE
               ADD CH-CUSNO TO WS-HASH-MOVE
               MOVE 1 TO WS-TT-QTY
               MOVE "S" TO WS-TT-SRCH-TYPE
               MOVE CUSSTAT OF CH-AFTER-IMAGE TO WS-TT-SRCH-KEY
               PERFORM TOTMOVE-RTN  THRU  TOTMOVE-EXIT
               MOVE "D" TO WS-TT-SRCH-TYPE
               MOVE DSDCDE OF CH-AFTER-IMAGE TO WS-TT-SRCH-KEY
               PERFORM TOTMOVE-RTN  THRU  TOTMOVE-EXIT
             WHEN CH-DELETE-ACTION
               SUBTRACT 1 FROM WS-CUS-MOVE
               SUBTRACT CH-CUSNO FROM WS-HASH-MOVE
               MOVE -1 TO WS-TT-QTY
               MOVE "S" TO WS-TT-SRCH-TYPE
               MOVE CUSSTAT OF CH-BEFORE-IMAGE TO WS-TT-SRCH-KEY
               PERFORM TOTMOVE-RTN  THRU  TOTMOVE-EXIT
               MOVE "D" TO WS-TT-SRCH-TYPE
               MOVE DSDCDE OF CH-BEFORE-IMAGE TO WS-TT-SRCH-KEY
               PERFORM TOTMOVE-RTN  THRU  TOTMOVE-EXIT
             WHEN CH-CHANGE-ACTION
               PERFORM HISTCHG-RTN  THRU  HISTCHG-EXIT
           END-EVALUATE.
           MOVE CH-CUSNO TO WS-CM-SRCH.
           MOVE "Y" TO WS-CM-ADD.
           PERFORM FINDCM-RTN  THRU  FINDCM-EXIT.
           IF WS-FOUND NOT = "Y"
             GO APPLYHIST-EXIT
           END-IF.
           MOVE "Y" TO WS-CM-HIST (CM-IDX).
           IF CH-DELETE-ACTION
             MOVE "N"    TO WS-CM-ONFILE (CM-IDX)
             MOVE SPACES TO WS-CM-CUSSTAT (CM-IDX)
                            WS-CM-DSDCDE (CM-IDX)
           ELSE
             MOVE "Y" TO WS-CM-ONFILE (CM-IDX)
             MOVE CUSSTAT OF CH-AFTER-IMAGE TO WS-CM-CUSSTAT (CM-IDX)
             MOVE DSDCDE OF CH-AFTER-IMAGE  TO WS-CM-DSDCDE (CM-IDX)
           END-IF.
       APPLYHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * HISTCHG-RTN - a change moves the customer out of its old
      * CUSSTAT / DSDCDE count and into the new one.
      *----------------------------------------------------------------
       HISTCHG-RTN.
           IF CUSSTAT OF CH-BEFORE-IMAGE NOT = CUSSTAT OF CH-AFTER-IMAGE
             MOVE "S" TO WS-TT-SRCH-TYPE
             MOVE -1 TO WS-TT-QTY
             MOVE CUSSTAT OF CH-BEFORE-IMAGE TO WS-TT-SRCH-KEY
             PERFORM TOTMOVE-RTN  THRU  TOTMOVE-EXIT
             MOVE 1 TO WS-TT-QTY
             MOVE CUSSTAT OF CH-AFTER-IMAGE TO WS-TT-SRCH-KEY
             PERFORM TOTMOVE-RTN  THRU  TOTMOVE-EXIT
           END-IF.
           IF DSDCDE OF CH-BEFORE-IMAGE NOT = DSDCDE OF CH-AFTER-IMAGE
             MOVE "D" TO WS-TT-SRCH-TYPE
             MOVE -1 TO WS-TT-QTY
             MOVE DSDCDE OF CH-BEFORE-IMAGE TO WS-TT-SRCH-KEY
             PERFORM TOTMOVE-RTN  THRU  TOTMOVE-EXIT
             MOVE 1 TO WS-TT-QTY
             MOVE DSDCDE OF CH-AFTER-IMAGE TO WS-TT-SRCH-KEY
             PERFORM TOTMOVE-RTN  THRU  TOTMOVE-EXIT
           END-IF.
       HISTCHG-EXIT. EXIT.

      *----------------------------------------------------------------
      * JRNLMOVE-RTN - applies the CUSMOVE contact and note movements
      * journalled since the last run.
      *----------------------------------------------------------------
       JRNLMOVE-RTN.
           OPEN INPUT CUSMOVE-FILE.
           PERFORM READMOVE-RTN  THRU  READMOVE-EXIT.
           PERFORM UNTIL END-OF-CUSMOVE
             PERFORM APPLYMOVE-RTN  THRU  APPLYMOVE-EXIT
             PERFORM READMOVE-RTN  THRU  READMOVE-EXIT
           END-PERFORM.
           CLOSE CUSMOVE-FILE.
       JRNLMOVE-EXIT. EXIT.

       READMOVE-RTN.
           READ CUSMOVE-FILE
                AT END SET END-OF-CUSMOVE TO TRUE
           END-READ.
       READMOVE-EXIT. EXIT.

       APPLYMOVE-RTN.
           MOVE MV-DATE TO WS-STAMP-DATE.
           MOVE MV-TIME TO WS-STAMP-TIME.
           IF WS-STAMP-NUM NOT > WS-PREV-NUM
                 OR WS-STAMP-NUM > WS-NOW-NUM
             GO APPLYMOVE-EXIT
           END-IF.
           IF NOT MV-CONTACT  AND  NOT MV-NOTE
             GO APPLYMOVE-EXIT
           END-IF.
           ADD 1 TO WS-MOVE-COUNT.
           IF MV-CONTACT
             ADD MV-QTY TO WS-CON-MOVE
           ELSE
             ADD MV-QTY TO WS-NOT-MOVE
           END-IF.
           MOVE MV-CUSNO TO WS-CM-SRCH.
           MOVE "Y" TO WS-CM-ADD.
           PERFORM FINDCM-RTN  THRU  FINDCM-EXIT.
           IF WS-FOUND NOT = "Y"
             GO APPLYMOVE-EXIT
           END-IF.
           IF MV-CONTACT
             ADD MV-QTY TO WS-CM-CONTACTS (CM-IDX)
           ELSE
             ADD MV-QTY TO WS-CM-NOTES (CM-IDX)
           END-IF.
       APPLYMOVE-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDCM-RTN - finds WS-CM-SRCH in the customer movement table,
      * adding it when WS-CM-ADD is "Y".  WS-FOUND "Y" leaves CM-IDX
      * on the entry.  A full table stops the customer-level check;
      * the control totals are still proved.
      *----------------------------------------------------------------
       FINDCM-RTN.
           MOVE "N" TO WS-FOUND.
           IF WS-CM-COUNT > ZERO
             SET CM-IDX TO 1
             SEARCH WS-CM-ENTRY
                  AT END CONTINUE
                  WHEN CM-IDX > WS-CM-COUNT
                    CONTINUE
                  WHEN WS-CM-CUSNO (CM-IDX) = WS-CM-SRCH
                    MOVE "Y" TO WS-FOUND
             END-SEARCH
           END-IF.
           IF WS-FOUND = "Y"  OR  WS-CM-ADD NOT = "Y"
             GO FINDCM-EXIT
           END-IF.
           IF WS-CM-COUNT NOT < MAX-CM-CUSTOMERS
             MOVE "Y" TO WS-CM-OVERFLOW
             GO FINDCM-EXIT
           END-IF.
           ADD 1 TO WS-CM-COUNT.
           SET CM-IDX TO WS-CM-COUNT.
           MOVE WS-CM-SRCH TO WS-CM-CUSNO (CM-IDX).
           MOVE "N"        TO WS-CM-HIST (CM-IDX)
                              WS-CM-ONFILE (CM-IDX)
                              WS-CM-SEEN (CM-IDX).
           MOVE SPACES     TO WS-CM-CUSSTAT (CM-IDX)
                              WS-CM-DSDCDE (CM-IDX).
           MOVE ZERO       TO WS-CM-CONTACTS (CM-IDX)
                              WS-CM-NOTES (CM-IDX).
           MOVE "Y" TO WS-FOUND.
       FINDCM-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDTOT-RTN - finds WS-TT-SRCH in the CUSSTAT / DSDCDE table,
      * inserting it in type/key order when it is not there yet.
      * WS-TT-POS is the entry, or zero when the table is full.
      *----------------------------------------------------------------
       FINDTOT-RTN.
           MOVE ZERO TO WS-TT-POS.
           MOVE 1 TO WS-I.
           MOVE "N" TO WS-FOUND.
           PERFORM UNTIL WS-FOUND = "Y"
             IF WS-I > WS-TT-COUNT
               MOVE "Y" TO WS-FOUND
             ELSE
               IF WS-TT-ID (WS-I) NOT < WS-TT-SRCH
                 MOVE "Y" TO WS-FOUND
               ELSE
                 ADD 1 TO WS-I
               END-IF
             END-IF
           END-PERFORM.
           IF WS-I NOT > WS-TT-COUNT
             IF WS-TT-ID (WS-I) = WS-TT-SRCH
               MOVE WS-I TO WS-TT-POS
               GO FINDTOT-EXIT
             END-IF
           END-IF.
           IF WS-TT-COUNT NOT < MAX-TT-ENTRIES
             MOVE "Y" TO WS-TT-OVERFLOW
             GO FINDTOT-EXIT
           END-IF.
      * Open a slot at WS-I by moving the later entries up one
           MOVE WS-TT-COUNT TO WS-J.
           PERFORM UNTIL WS-J < WS-I
             MOVE WS-TT-ENTRY (WS-J) TO WS-TT-ENTRY (WS-J + 1)
             SUBTRACT 1 FROM WS-J
           END-PERFORM.
           ADD 1 TO WS-TT-COUNT.
           MOVE WS-TT-SRCH TO WS-TT-ID (WS-I).
           MOVE ZERO TO WS-TT-PREV (WS-I)
                        WS-TT-MOVE (WS-I)
                        WS-TT-ACT (WS-I).
           MOVE WS-I TO WS-TT-POS.
       FINDTOT-EXIT. EXIT.

      *----------------------------------------------------------------
      * TOTMOVE-RTN / TOTACT-RTN - add WS-TT-QTY to the movement, or
      * one to the count on file, of the CUSSTAT / DSDCDE value in
      * WS-TT-SRCH.
      *----------------------------------------------------------------
       TOTMOVE-RTN.
           PERFORM FINDTOT-RTN  THRU  FINDTOT-EXIT.
           IF WS-TT-POS > ZERO
             ADD WS-TT-QTY TO WS-TT-MOVE (WS-TT-POS)
           END-IF.
       TOTMOVE-EXIT. EXIT.

       TOTACT-RTN.
           PERFORM FINDTOT-RTN  THRU  FINDTOT-EXIT.
           IF WS-TT-POS > ZERO
             ADD 1 TO WS-TT-ACT (WS-TT-POS)
           END-IF.
       TOTACT-EXIT. EXIT.

      *----------------------------------------------------------------
      * BALANCE-RTN - one pass over CUSFL3, CONHDR, CUSNOTES and the
      * last picture, matched on CUSNO.  Takes the totals on file,
      * checks each customer against the last picture and its
      * movement, and writes the new picture to the work file.
      *----------------------------------------------------------------
       BALANCE-RTN.
           IF NOT FIRST-RUN
             SET EXCEPTION-SECTION TO TRUE
             IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
             ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "CUSTOMERS NOT EXPLAINED BY THE AUDIT TRAIL"
                                   TO SEC-TITLE
               WRITE REPORT-LINE FROM SEC-LINE
               WRITE REPORT-LINE FROM EXC-HDG-LINE
               ADD 3 TO WS-LINE-COUNT
             END-IF
             IF WS-CM-OVERFLOW = "Y"
               MOVE "TOO MANY CUSTOMERS MOVED - CUSTOMERS NOT CHECKED"
                                   TO MSG-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
               ADD 1 TO WS-LINE-COUNT
             END-IF
           END-IF.
           OPEN INPUT  CUSFL3-FILE
                       CONHDR-FILE
                       CUSNOTES-FILE
                       CUSBALSN-FILE
                OUTPUT CUSBALWK-FILE.
           PERFORM READCUS-RTN  THRU  READCUS-EXIT.
           PERFORM READCON-RTN  THRU  READCON-EXIT.
           PERFORM READNOT-RTN  THRU  READNOT-EXIT.
           PERFORM READSN-RTN  THRU  READSN-EXIT.
           PERFORM UNTIL WS-CUS-KEY = WS-HIGH-KEY
                     AND WS-CON-KEY = WS-HIGH-KEY
                     AND WS-NOT-KEY = WS-HIGH-KEY
                     AND WS-SN-KEY  = WS-HIGH-KEY
             PERFORM MATCH-RTN  THRU  MATCH-EXIT
           END-PERFORM.
           CLOSE CUSFL3-FILE
                 CONHDR-FILE
                 CUSNOTES-FILE
                 CUSBALSN-FILE
                 CUSBALWK-FILE.
       BALANCE-EXIT. EXIT.

       READCUS-RTN.
           READ CUSFL3-FILE NEXT RECORD
                AT END MOVE WS-HIGH-KEY TO WS-CUS-KEY
                       GO READCUS-EXIT
           END-READ.
           MOVE CUSNO OF CUSFL3-RECORD TO WS-CUS-KEY.
       READCUS-EXIT. EXIT.

       READCON-RTN.
           READ CONHDR-FILE NEXT RECORD
                AT END MOVE WS-HIGH-KEY TO WS-CON-KEY
                       GO READCON-EXIT
           END-READ.
           MOVE CUSNO OF CONHDR-RECORD TO WS-CON-KEY.
       READCON-EXIT. EXIT.

       READNOT-RTN.
           READ CUSNOTES-FILE NEXT RECORD
                AT END MOVE WS-HIGH-KEY TO WS-NOT-KEY
                       GO READNOT-EXIT
           END-READ.
           MOVE CUSNO OF CUSNOTES-RECORD TO WS-NOT-KEY.
       READNOT-EXIT. EXIT.

       READSN-RTN.
           READ CUSBALSN-FILE
                AT END MOVE WS-HIGH-KEY TO WS-SN-KEY
                       GO READSN-EXIT
           END-READ.
           MOVE BS-CUSNO OF CUSBALSN-RECORD TO WS-SN-KEY.
       READSN-EXIT. EXIT.

      *----------------------------------------------------------------
      * MATCH-RTN - everything held for the lowest CUSNO still to be
      * matched: the master record, its contacts and notes, and how
      * the last picture had it.
      *----------------------------------------------------------------
       MATCH-RTN.
           MOVE WS-CUS-KEY TO WS-CUR-KEY.
           IF WS-CON-KEY < WS-CUR-KEY
             MOVE WS-CON-KEY TO WS-CUR-KEY
           END-IF.
           IF WS-NOT-KEY < WS-CUR-KEY
             MOVE WS-NOT-KEY TO WS-CUR-KEY
           END-IF.
           IF WS-SN-KEY < WS-CUR-KEY
             MOVE WS-SN-KEY TO WS-CUR-KEY
           END-IF.
           MOVE "N"    TO WS-ACT-ONFILE  WS-EXP-ONFILE.
           MOVE SPACES TO WS-ACT-CNAME
                          WS-ACT-CUSSTAT  WS-ACT-DSDCDE
                          WS-EXP-CUSSTAT  WS-EXP-DSDCDE.
           MOVE ZERO   TO WS-ACT-CONTACTS  WS-ACT-NOTES
                          WS-EXP-CONTACTS  WS-EXP-NOTES.
           IF WS-CUS-KEY = WS-CUR-KEY
             MOVE "Y" TO WS-ACT-ONFILE
             MOVE CNAME OF CUSFL3-RECORD   TO WS-ACT-CNAME
             MOVE CUSSTAT OF CUSFL3-RECORD TO WS-ACT-CUSSTAT
             MOVE DSDCDE OF CUSFL3-RECORD  TO WS-ACT-DSDCDE
             PERFORM CUSTOT-RTN  THRU  CUSTOT-EXIT
             PERFORM READCUS-RTN  THRU  READCUS-EXIT
           END-IF.
           PERFORM UNTIL WS-CON-KEY NOT = WS-CUR-KEY
             ADD 1 TO WS-ACT-CONTACTS
             PERFORM READCON-RTN  THRU  READCON-EXIT
           END-PERFORM.
           PERFORM UNTIL WS-NOT-KEY NOT = WS-CUR-KEY
             ADD 1 TO WS-ACT-NOTES
             PERFORM READNOT-RTN  THRU  READNOT-EXIT
           END-PERFORM.
           ADD WS-ACT-CONTACTS TO WS-CON-ACT.
           ADD WS-ACT-NOTES    TO WS-NOT-ACT.
           IF WS-SN-KEY = WS-CUR-KEY
             MOVE BS-ONFILE OF CUSBALSN-RECORD   TO WS-EXP-ONFILE
             MOVE BS-CUSSTAT OF CUSBALSN-RECORD  TO WS-EXP-CUSSTAT
             MOVE BS-DSDCDE OF CUSBALSN-RECORD   TO WS-EXP-DSDCDE
             MOVE BS-CONTACTS OF CUSBALSN-RECORD TO WS-EXP-CONTACTS
             MOVE BS-NOTES OF CUSBALSN-RECORD    TO WS-EXP-NOTES
             PERFORM READSN-RTN  THRU  READSN-EXIT
           END-IF.
           IF NOT FIRST-RUN  AND  WS-CM-OVERFLOW = "N"
             PERFORM CHKCUS-RTN  THRU  CHKCUS-EXIT
           END-IF.
           IF WS-ACT-ONFILE = "Y"  OR  WS-ACT-CONTACTS > ZERO
                                   OR  WS-ACT-NOTES > ZERO
             MOVE WS-CUR-KEY      TO BS-CUSNO OF CUSBALWK-RECORD
             MOVE WS-ACT-ONFILE   TO BS-ONFILE OF CUSBALWK-RECORD
             MOVE WS-ACT-CUSSTAT  TO BS-CUSSTAT OF CUSBALWK-RECORD
             MOVE WS-ACT-DSDCDE   TO BS-DSDCDE OF CUSBALWK-RECORD
             MOVE WS-ACT-CONTACTS TO BS-CONTACTS OF CUSBALWK-RECORD
             MOVE WS-ACT-NOTES    TO BS-NOTES OF CUSBALWK-RECORD
             WRITE CUSBALWK-RECORD
             ADD 1 TO WS-SNAP-COUNT
           END-IF.
       MATCH-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSTOT-RTN - adds the master record in hand to the totals on
      * file.
      *----------------------------------------------------------------
       CUSTOT-RTN.
           ADD 1 TO WS-CUS-ACT.
           ADD CUSNO OF CUSFL3-RECORD TO WS-HASH-ACT.
           MOVE "S" TO WS-TT-SRCH-TYPE.
           MOVE CUSSTAT OF CUSFL3-RECORD TO WS-TT-SRCH-KEY.
           PERFORM TOTACT-RTN  THRU  TOTACT-EXIT.
           MOVE "D" TO WS-TT-SRCH-TYPE.
           MOVE DSDCDE OF CUSFL3-RECORD TO WS-TT-SRCH-KEY.
           PERFORM TOTACT-RTN  THRU  TOTACT-EXIT.
       CUSTOT-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKCUS-RTN - what the customer should look like now: the
      * last picture, overridden by the state its last CUSFHIST entry
      * left it in, with the CUSMOVE contact and note movements
      * added on.
      *----------------------------------------------------------------
       CHKCUS-RTN.
           MOVE WS-CUR-KEY TO WS-CM-SRCH.
           MOVE "N" TO WS-CM-ADD.
           PERFORM FINDCM-RTN  THRU  FINDCM-EXIT.
           IF WS-FOUND = "Y"
             MOVE "Y" TO WS-CM-SEEN (CM-IDX)
             ADD WS-CM-CONTACTS (CM-IDX) TO WS-EXP-CONTACTS
             ADD WS-CM-NOTES (CM-IDX)    TO WS-EXP-NOTES
             IF WS-CM-HIST (CM-IDX) = "Y"
               MOVE WS-CM-ONFILE (CM-IDX)  TO WS-EXP-ONFILE
               MOVE WS-CM-CUSSTAT (CM-IDX) TO WS-EXP-CUSSTAT
               MOVE WS-CM-DSDCDE (CM-IDX)  TO WS-EXP-DSDCDE
             END-IF
           END-IF.
           PERFORM COMPARE-RTN  THRU  COMPARE-EXIT.
       CHKCUS-EXIT. EXIT.

      *----------------------------------------------------------------
      * LEFTOVER-RTN - customers with movement that are on none of
      * the files and were not in the last picture.  An add the
      * audit trail records but which is not on CUSFL3 shows here.
      *----------------------------------------------------------------
       LEFTOVER-RTN.
           PERFORM VARYING CM-IDX FROM 1 BY 1
                     UNTIL CM-IDX > WS-CM-COUNT
             IF WS-CM-SEEN (CM-IDX) = "N"
               MOVE WS-CM-CUSNO (CM-IDX) TO WS-CUR-KEY
               MOVE "N"    TO WS-ACT-ONFILE
               MOVE SPACES TO WS-ACT-CNAME
                              WS-ACT-CUSSTAT  WS-ACT-DSDCDE
               MOVE ZERO   TO WS-ACT-CONTACTS  WS-ACT-NOTES
               MOVE WS-CM-ONFILE (CM-IDX)   TO WS-EXP-ONFILE
               MOVE WS-CM-CUSSTAT (CM-IDX)  TO WS-EXP-CUSSTAT
               MOVE WS-CM-DSDCDE (CM-IDX)   TO WS-EXP-DSDCDE
               MOVE WS-CM-CONTACTS (CM-IDX) TO WS-EXP-CONTACTS
               MOVE WS-CM-NOTES (CM-IDX)    TO WS-EXP-NOTES
               PERFORM COMPARE-RTN  THRU  COMPARE-EXIT
             END-IF
           END-PERFORM.
       LEFTOVER-EXIT. EXIT.

      *----------------------------------------------------------------
      * COMPARE-RTN - one report line for each way the customer on
      * file differs from what the audit trail accounts for.
      *----------------------------------------------------------------
       COMPARE-RTN.
           MOVE "N" TO WS-CUS-DIFF.
           IF WS-ACT-ONFILE = "Y"  AND  WS-EXP-ONFILE NOT = "Y"
             MOVE "ON FILE"  TO DTL-CHECK
             MOVE "YES"      TO DTL-ACTUAL
             MOVE "NO"       TO DTL-EXPECTED
             MOVE "NO AUDIT ENTRY FOR THE ADD" TO DTL-REASON
             PERFORM PRINT-EXC-RTN  THRU  PRINT-EXC-EXIT
           END-IF.
           IF WS-ACT-ONFILE NOT = "Y"  AND  WS-EXP-ONFILE = "Y"
             MOVE "ON FILE"  TO DTL-CHECK
             MOVE "NO"       TO DTL-ACTUAL
             MOVE "YES"      TO DTL-EXPECTED
             MOVE "NO AUDIT ENTRY FOR THE DELETE" TO DTL-REASON
             PERFORM PRINT-EXC-RTN  THRU  PRINT-EXC-EXIT
           END-IF.
           IF WS-ACT-ONFILE = "Y"  AND  WS-EXP-ONFILE = "Y"
                 AND WS-ACT-CUSSTAT NOT = WS-EXP-CUSSTAT
             MOVE "CUSSTAT"      TO DTL-CHECK
             MOVE WS-ACT-CUSSTAT TO DTL-ACTUAL
             MOVE WS-EXP-CUSSTAT TO DTL-EXPECTED
             MOVE "CHANGED WITHOUT AN AUDIT ENTRY" TO DTL-REASON
             PERFORM PRINT-EXC-RTN  THRU  PRINT-EXC-EXIT
           END-IF.
           IF WS-ACT-ONFILE = "Y"  AND  WS-EXP-ONFILE = "Y"
                 AND WS-ACT-DSDCDE NOT = WS-EXP-DSDCDE
             MOVE "DSDCDE"       TO DTL-CHECK
             MOVE WS-ACT-DSDCDE  TO DTL-ACTUAL
             MOVE WS-EXP-DSDCDE  TO DTL-EXPECTED
             MOVE "CHANGED WITHOUT AN AUDIT ENTRY" TO DTL-REASON
             PERFORM PRINT-EXC-RTN  THRU  PRINT-EXC-EXIT
           END-IF.
           IF WS-ACT-CONTACTS NOT = WS-EXP-CONTACTS
             MOVE "CONTACTS"     TO DTL-CHECK
             MOVE WS-ACT-CONTACTS TO WS-EDIT-NUM
             MOVE WS-EDIT-NUM    TO DTL-ACTUAL
             MOVE WS-EXP-CONTACTS TO WS-EDIT-NUM
             MOVE WS-EDIT-NUM    TO DTL-EXPECTED
             MOVE "CONHDR CHANGE NOT ON CUSMOVE" TO DTL-REASON
             PERFORM PRINT-EXC-RTN  THRU  PRINT-EXC-EXIT
           END-IF.
           IF WS-ACT-NOTES NOT = WS-EXP-NOTES
             MOVE "NOTES"        TO DTL-CHECK
             MOVE WS-ACT-NOTES   TO WS-EDIT-NUM
             MOVE WS-EDIT-NUM    TO DTL-ACTUAL
             MOVE WS-EXP-NOTES   TO WS-EDIT-NUM
             MOVE WS-EDIT-NUM    TO DTL-EXPECTED
             MOVE "CUSNOTES CHANGE NOT ON CUSMOVE" TO DTL-REASON
             PERFORM PRINT-EXC-RTN  THRU  PRINT-EXC-EXIT
           END-IF.
           IF WS-CUS-DIFF = "Y"
             ADD 1 TO WS-EXC-COUNT
           END-IF.
       COMPARE-EXIT. EXIT.

       PRINT-EXC-RTN.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE WS-CUR-KEY   TO DTL-CUSNO.
           MOVE WS-ACT-CNAME TO DTL-CNAME.
           WRITE REPORT-LINE FROM DTL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "Y" TO WS-CUS-DIFF.
       PRINT-EXC-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-TOTALS-RTN - each control total: last run, movement
      * since, expected, on file now and the difference.
      *----------------------------------------------------------------
       PRINT-TOTALS-RTN.
           SET TOTALS-SECTION TO TRUE.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           ELSE
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "CONTROL TOTALS" TO SEC-TITLE
             WRITE REPORT-LINE FROM SEC-LINE
             WRITE REPORT-LINE FROM TOT-HDG-LINE
             ADD 3 TO WS-LINE-COUNT
           END-IF.
           MOVE "CUSTOMERS ON CUSFL3" TO TOT-LABEL.
           MOVE WS-CUS-PREV  TO WS-TL-PREV.
           MOVE WS-CUS-MOVE  TO WS-TL-MOVE.
           MOVE WS-CUS-ACT   TO WS-TL-ACT.
           PERFORM TOTLINE-RTN  THRU  TOTLINE-EXIT.
           MOVE "CUSNO HASH TOTAL" TO TOT-LABEL.
           MOVE WS-HASH-PREV TO WS-TL-PREV.
           MOVE WS-HASH-MOVE TO WS-TL-MOVE.
           MOVE WS-HASH-ACT  TO WS-TL-ACT.
           PERFORM TOTLINE-RTN  THRU  TOTLINE-EXIT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TT-COUNT
             IF WS-TT-TYPE (WS-I) = "S"
               PERFORM TTLINE-RTN  THRU  TTLINE-EXIT
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TT-COUNT
             IF WS-TT-TYPE (WS-I) = "D"
               PERFORM TTLINE-RTN  THRU  TTLINE-EXIT
             END-IF
           END-PERFORM.
           MOVE "CONHDR CONTACTS" TO TOT-LABEL.
           MOVE WS-CON-PREV  TO WS-TL-PREV.
           MOVE WS-CON-MOVE  TO WS-TL-MOVE.
           MOVE WS-CON-ACT   TO WS-TL-ACT.
           PERFORM TOTLINE-RTN  THRU  TOTLINE-EXIT.
           MOVE "CUSNOTES NOTES" TO TOT-LABEL.
           MOVE WS-NOT-PREV  TO WS-TL-PREV.
           MOVE WS-NOT-MOVE  TO WS-TL-MOVE.
           MOVE WS-NOT-ACT   TO WS-TL-ACT.
           PERFORM TOTLINE-RTN  THRU  TOTLINE-EXIT.
       PRINT-TOTALS-EXIT. EXIT.

       TTLINE-RTN.
           MOVE SPACES TO TOT-LABEL.
           IF WS-TT-TYPE (WS-I) = "S"
             STRING "  CUSSTAT " WS-TT-KEY (WS-I)
                    DELIMITED BY SIZE  INTO TOT-LABEL
           ELSE
             STRING "  DSDCDE " WS-TT-KEY (WS-I)
                    DELIMITED BY SIZE  INTO TOT-LABEL
           END-IF.
           MOVE WS-TT-PREV (WS-I) TO WS-TL-PREV.
           MOVE WS-TT-MOVE (WS-I) TO WS-TL-MOVE.
           MOVE WS-TT-ACT (WS-I)  TO WS-TL-ACT.
           PERFORM TOTLINE-RTN  THRU  TOTLINE-EXIT.
       TTLINE-EXIT. EXIT.

      *----------------------------------------------------------------
      * TOTLINE-RTN - prints one control total from WS-TOTAL-LINE and
      * flags it when what is on file is not what the last run's
      * total and the movement since add up to.
      *----------------------------------------------------------------
       TOTLINE-RTN.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           COMPUTE WS-TL-EXP  = WS-TL-PREV + WS-TL-MOVE.
           COMPUTE WS-TL-DIFF = WS-TL-ACT - WS-TL-EXP.
           MOVE SPACES TO TOT-FLAG.
           IF FIRST-RUN
             MOVE ZERO TO WS-TL-EXP  WS-TL-DIFF
           ELSE
             IF WS-TL-DIFF NOT = ZERO
               MOVE "*** OUT OF BALANCE" TO TOT-FLAG
               ADD 1 TO WS-OOB-COUNT
             END-IF
           END-IF.
           MOVE WS-TL-PREV TO TOT-PREV.
           MOVE WS-TL-MOVE TO TOT-MOVE.
           MOVE WS-TL-EXP  TO TOT-EXP.
           MOVE WS-TL-ACT  TO TOT-ACT.
           MOVE WS-TL-DIFF TO TOT-DIFF.
           WRITE REPORT-LINE FROM TOT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       TOTLINE-EXIT. EXIT.

      *----------------------------------------------------------------
      * SAVETOT-RTN - replaces CUSBALCT with the totals on file now,
      * stamped with this run's date and time.  Values with no
      * customers left are dropped.
      *----------------------------------------------------------------
       SAVETOT-RTN.
           OPEN OUTPUT CUSBALCT-FILE.
           MOVE SPACES TO CUSBALCT-RECORD.
           SET BC-HEADER TO TRUE.
           MOVE WS-NOW-DATE TO BC-DATE.
           MOVE WS-NOW-TIME TO BC-TIME.
           MOVE WS-CUS-ACT  TO BC-COUNT.
           MOVE WS-HASH-ACT TO BC-HASH.
           MOVE WS-CON-ACT  TO BC-CONTACTS.
           MOVE WS-NOT-ACT  TO BC-NOTES.
           WRITE CUSBALCT-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TT-COUNT
             IF WS-TT-ACT (WS-I) NOT = ZERO
               MOVE SPACES TO CUSBALCT-RECORD
               MOVE WS-TT-TYPE (WS-I) TO BC-RECTYPE
               MOVE WS-TT-KEY (WS-I)  TO BC-KEY
               MOVE WS-NOW-DATE       TO BC-DATE
               MOVE WS-NOW-TIME       TO BC-TIME
               MOVE WS-TT-ACT (WS-I)  TO BC-COUNT
               MOVE ZERO TO BC-HASH  BC-CONTACTS  BC-NOTES
               WRITE CUSBALCT-RECORD
             END-IF
           END-PERFORM.
           CLOSE CUSBALCT-FILE.
       SAVETOT-EXIT. EXIT.

      *----------------------------------------------------------------
      * COPYBACK-RTN - replaces CUSBALSN with the new picture from
      * the work file.
      *----------------------------------------------------------------
       COPYBACK-RTN.
           OPEN INPUT  CUSBALWK-FILE
                OUTPUT CUSBALSN-FILE.
           PERFORM READWRK-RTN  THRU  READWRK-EXIT.
           PERFORM UNTIL END-OF-CUSBALWK
             MOVE CUSBALWK-RECORD TO CUSBALSN-RECORD
             WRITE CUSBALSN-RECORD
             PERFORM READWRK-RTN  THRU  READWRK-EXIT
           END-PERFORM.
           CLOSE CUSBALWK-FILE
                 CUSBALSN-FILE.
       COPYBACK-EXIT. EXIT.

       READWRK-RTN.
           READ CUSBALWK-FILE
                AT END SET END-OF-CUSBALWK TO TRUE
           END-READ.
       READWRK-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-HEADINGS - starts a new page and prints the report
      * headings, with the column headings of the section in hand.
      *----------------------------------------------------------------
       PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
           MOVE WS-NOW-DATE   TO HDG-NOW-DATE.
           MOVE WS-NOW-TIME   TO HDG-NOW-TIME.
           MOVE WS-PREV-DATE  TO HDG-PREV-DATE.
           MOVE WS-PREV-TIME  TO HDG-PREV-TIME.
           IF WS-LINE-COUNT > 0
             WRITE REPORT-LINE FROM HDG-LINE-1
                   AFTER ADVANCING PAGE
           ELSE
             WRITE REPORT-LINE FROM HDG-LINE-1
           END-IF.
           WRITE REPORT-LINE FROM HDG-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.
           IF EXCEPTION-SECTION
             MOVE "CUSTOMERS NOT EXPLAINED BY THE AUDIT TRAIL"
                                   TO SEC-TITLE
             WRITE REPORT-LINE FROM SEC-LINE
             WRITE REPORT-LINE FROM EXC-HDG-LINE
             ADD 2 TO WS-LINE-COUNT
           END-IF.
           IF TOTALS-SECTION
             MOVE "CONTROL TOTALS" TO SEC-TITLE
             WRITE REPORT-LINE FROM SEC-LINE
             WRITE REPORT-LINE FROM TOT-HDG-LINE
             ADD 2 TO WS-LINE-COUNT
           END-IF.
       PRINT-HEADINGS-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-TRAILER-RTN - run counts and the overall result.
      *----------------------------------------------------------------
       PRINT-TRAILER-RTN.
           IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
             MOVE SPACES TO WS-SECTION
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           ELSE
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.
           MOVE "CUSTOMERS ON CUSFL3     : " TO CNT-LABEL.
           MOVE WS-CUS-ACT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSFHIST ENTRIES APPLIED: " TO CNT-LABEL.
           MOVE WS-HIST-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSMOVE ENTRIES APPLIED : " TO CNT-LABEL.
           MOVE WS-MOVE-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSTOMERS NOT EXPLAINED : " TO CNT-LABEL.
           MOVE WS-EXC-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "TOTALS OUT OF BALANCE   : " TO CNT-LABEL.
           MOVE WS-OOB-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TT-OVERFLOW = "Y"
             MOVE "TOO MANY CUSSTAT / DSDCDE VALUES - TOTALS INCOMPLETE"
                                   TO MSG-TEXT
             WRITE REPORT-LINE FROM MSG-LINE
           END-IF.
           EVALUATE TRUE
             WHEN FIRST-RUN
               MOVE "STARTING TOTALS TAKEN" TO MSG-TEXT
             WHEN WS-OOB-COUNT = ZERO  AND  WS-EXC-COUNT = ZERO
               MOVE "CUSFL3 BALANCES WITH THE AUDIT TRAIL" TO MSG-TEXT
             WHEN OTHER
               MOVE "*** CUSFL3 IS OUT OF BALANCE WITH THE AUDIT TRAIL"
                                   TO MSG-TEXT
           END-EVALUATE.
           WRITE REPORT-LINE FROM MSG-LINE.
       PRINT-TRAILER-EXIT. EXIT.
