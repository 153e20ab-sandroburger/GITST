       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBTERRPT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Monthly territory conformance report - every CUSFL3 customer
      * whose salesman is not the one the TERRIT table gives for the
      * address, with the current and the expected salesman.  The
      * customers are grouped by current / expected salesman, and
      * each group is totalled against the number of customers the
      * current salesman holds, so sales management can see where a
      * whole book could be moved to another salesman with
      * CBSLMREAS.  Customers whose address no territory covers are
      * counted but not listed.
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

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD.

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

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SK-CUR-SINIT        PIC X(03).
           05  SK-EXP-SINIT        PIC X(03).
           05  SK-CUSNO            PIC S9(05).
           05  SK-CNAME            PIC X(30).
           05  SK-CNTRY            PIC X(20).
           05  SK-PSCD             PIC X(10).
           05  SK-DSDCDE           PIC X(05).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-CUSFL3               PIC X(1)  VALUE "N".
           88  END-OF-CUSFL3           VALUE "Y".
       01  WS-EOF-SORT                 PIC X(1)  VALUE "N".
           88  END-OF-SORT             VALUE "Y".
       01  WS-LINE-COUNT                PIC 99    VALUE 0.
       01  WS-PAGE-COUNT                PIC 999   VALUE 0.
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.
       01  WS-PAIR-OPEN                 PIC X(1)  VALUE "N".
           88  PAIR-OPEN                VALUE "Y".
       01  WS-EXP-SINIT                 PIC X(03).
       01  WS-FIND-SINIT                PIC X(03).
       01  WS-FOUND                     PIC X(1)  VALUE SPACES.
       01  WS-SL-OVERFLOW               PIC X(1)  VALUE "N".

       01  WS-COUNTERS.
           02  WS-READ-COUNT           PIC 9(7) VALUE 0.
           02  WS-LISTED-COUNT         PIC 9(7) VALUE 0.
           02  WS-NOTCOV-COUNT         PIC 9(7) VALUE 0.
           02  WS-PAIR-COUNT           PIC 9(7) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.

      *--Current / expected salesman of the group being listed
       01  WS-BREAK-KEY.
           02  WS-BREAK-CUR            PIC X(03) VALUE SPACES.
           02  WS-BREAK-EXP            PIC X(03) VALUE SPACES.
       01  WS-SORT-KEY.
           02  WS-SORT-CUR             PIC X(03).
           02  WS-SORT-EXP             PIC X(03).

      *----------------------------------------------------------------
      * Customers held per salesman (blank initials included), built
      * up while CUSFL3 is read.
      *----------------------------------------------------------------
       01  WS-SL-COUNT                 PIC S9(4) COMP VALUE 0.
       01  WS-SL-TABLE.
           02  WS-SL-ENTRY  OCCURS 500  INDEXED BY SL-IDX.
               03  WS-SL-SINIT         PIC X(03).
               03  WS-SL-HELD          PIC 9(07).

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "CBTERRPT - TERRITORY CONFORMANCE REPORT".
           05  FILLER               PIC X(11) VALUE "    PAGE  ".
           05  HDG-PAGE-NO          PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(41) VALUE
                "  CUST NO  CUSTOMER NAME".
           05  FILLER               PIC X(40) VALUE
                "COUNTRY               POSTCODE    DIST".
           05  FILLER               PIC X(20) VALUE
                "  CURR   EXP".

       01  DTL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-CUSNO            PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CNAME            PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CNTRY            PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-PSCD             PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-DSDCDE           PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-CUR-SINIT        PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-EXP-SINIT        PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-FLAGS            PIC X(30).

       01  SUM-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "CURRENT ".
           05  SUM-CUR              PIC X(05).
           05  FILLER               PIC X(13) VALUE " -> EXPECTED ".
           05  SUM-EXP              PIC X(03).
           05  FILLER               PIC X(03) VALUE " : ".
           05  SUM-MOVE             PIC ZZZZZZ9.
           05  FILLER               PIC X(04) VALUE " OF ".
           05  SUM-HELD             PIC ZZZZZZ9.
           05  FILLER               PIC X(11) VALUE " CUSTOMERS ".
           05  SUM-HINT             PIC X(40).

       01  MSG-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  MSG-TEXT             PIC X(70).

       01  TRL-LINE-1.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "CUSTOMERS READ          : ".
           05  TRL-READ             PIC ZZZZZZ9.

       01  TRL-LINE-2.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "OUTSIDE THEIR TERRITORY : ".
           05  TRL-LISTED           PIC ZZZZZZ9.

       01  TRL-LINE-3.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "NO TERRITORY FOR ADDRESS: ".
           05  TRL-NOTCOV           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT  CUSFL3-FILE
                       SLMEN-FILE.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SK-CUR-SINIT
                   ASCENDING KEY SK-EXP-SINIT
                   ASCENDING KEY SK-CUSNO
                INPUT PROCEDURE  IS RELEASE-RTN  THRU  RELEASE-EXIT
                OUTPUT PROCEDURE IS REPORT-RTN   THRU  REPORT-EXIT.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           CLOSE CUSFL3-FILE
                 SLMEN-FILE
                 REPORT-FILE.
           GOBACK.

      *----------------------------------------------------------------
      * RELEASE-RTN - reads the whole customer master, counting each
      * salesman's customers, and feeds the sort every customer
      * whose salesman differs from the one CBTERLKP finds for the
      * address.
      *----------------------------------------------------------------
       RELEASE-RTN.
           READ CUSFL3-FILE NEXT RECORD
                AT END SET END-OF-CUSFL3 TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CUSFL3
             ADD 1 TO WS-READ-COUNT
             PERFORM COUNTSL-RTN  THRU  COUNTSL-EXIT
             CALL "CBTERLKP" USING CNTRY  OF CUSFL3-RECORD
                                   PSCD   OF CUSFL3-RECORD
                                   DSDCDE OF CUSFL3-RECORD
                                   WS-EXP-SINIT
             IF WS-EXP-SINIT = SPACES
               ADD 1 TO WS-NOTCOV-COUNT
             ELSE
               IF WS-EXP-SINIT NOT = SINIT OF CUSFL3-RECORD
                 MOVE SINIT  OF CUSFL3-RECORD TO SK-CUR-SINIT
                 MOVE WS-EXP-SINIT            TO SK-EXP-SINIT
                 MOVE CUSNO  OF CUSFL3-RECORD TO SK-CUSNO
                 MOVE CNAME  OF CUSFL3-RECORD TO SK-CNAME
                 MOVE CNTRY  OF CUSFL3-RECORD TO SK-CNTRY
                 MOVE PSCD   OF CUSFL3-RECORD TO SK-PSCD
                 MOVE DSDCDE OF CUSFL3-RECORD TO SK-DSDCDE
                 RELEASE SORT-WORK-RECORD
               END-IF
             END-IF
             READ CUSFL3-FILE NEXT RECORD
                  AT END SET END-OF-CUSFL3 TO TRUE
             END-READ
           END-PERFORM.
       RELEASE-EXIT. EXIT.

      *----------------------------------------------------------------
      * COUNTSL-RTN - adds the customer in hand to its salesman's
      * entry in the table, opening an entry the first time.
      *----------------------------------------------------------------
       COUNTSL-RTN.
           MOVE SINIT OF CUSFL3-RECORD TO WS-FIND-SINIT.
           PERFORM FINDSL-RTN  THRU  FINDSL-EXIT.
           IF WS-FOUND = "Y"
             ADD 1 TO WS-SL-HELD (SL-IDX)
             GO COUNTSL-EXIT
           END-IF.
           IF WS-SL-COUNT NOT < 500
             MOVE "Y" TO WS-SL-OVERFLOW
             GO COUNTSL-EXIT
           END-IF.
           ADD 1 TO WS-SL-COUNT.
           SET SL-IDX TO WS-SL-COUNT.
           MOVE WS-FIND-SINIT TO WS-SL-SINIT (SL-IDX).
           MOVE 1 TO WS-SL-HELD (SL-IDX).
       COUNTSL-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDSL-RTN - looks WS-FIND-SINIT up in the table.  WS-FOUND
      * "Y" leaves SL-IDX on its entry.
      *----------------------------------------------------------------
       FINDSL-RTN.
           MOVE "N" TO WS-FOUND.
           IF WS-SL-COUNT = ZERO
             GO FINDSL-EXIT
           END-IF.
           SET SL-IDX TO 1.
           SEARCH WS-SL-ENTRY
                AT END CONTINUE
                WHEN SL-IDX > WS-SL-COUNT
                  CONTINUE
                WHEN WS-SL-SINIT (SL-IDX) = WS-FIND-SINIT
                  MOVE "Y" TO WS-FOUND
           END-SEARCH.
       FINDSL-EXIT. EXIT.

      *----------------------------------------------------------------
      * REPORT-RTN - returns the sorted customers, listing them and
      * totalling each current / expected salesman group on a break.
      *----------------------------------------------------------------
       REPORT-RTN.
           RETURN SORT-WORK-FILE
                  AT END SET END-OF-SORT TO TRUE
           END-RETURN.
           PERFORM UNTIL END-OF-SORT
             MOVE SK-CUR-SINIT TO WS-SORT-CUR
             MOVE SK-EXP-SINIT TO WS-SORT-EXP
             IF NOT PAIR-OPEN OR WS-SORT-KEY NOT = WS-BREAK-KEY
               IF PAIR-OPEN
                 PERFORM ENDPAIR-RTN  THRU  ENDPAIR-EXIT
               END-IF
               MOVE "Y" TO WS-PAIR-OPEN
               MOVE WS-SORT-KEY TO WS-BREAK-KEY
               MOVE ZERO TO WS-PAIR-COUNT
               MOVE WS-BREAK-EXP TO SINIT OF SLMEN-RECORD
               MOVE "Y" TO RECORD-FOUND-SLMEN
               READ SLMEN-FILE
                      INVALID KEY
                           MOVE "N" TO RECORD-FOUND-SLMEN
               END-READ
             END-IF
             PERFORM DETAIL-RTN  THRU  DETAIL-EXIT
             RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORT TO TRUE
             END-RETURN
           END-PERFORM.
           IF PAIR-OPEN
             PERFORM ENDPAIR-RTN  THRU  ENDPAIR-EXIT
           END-IF.
       REPORT-EXIT. EXIT.

      *----------------------------------------------------------------
      * DETAIL-RTN - one line per customer outside its territory.
      *----------------------------------------------------------------
       DETAIL-RTN.
           ADD 1 TO WS-LISTED-COUNT.
           ADD 1 TO WS-PAIR-COUNT.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO DTL-LINE.
           MOVE SK-CUSNO     TO DTL-CUSNO.
           MOVE SK-CNAME     TO DTL-CNAME.
           MOVE SK-CNTRY     TO DTL-CNTRY.
           MOVE SK-PSCD      TO DTL-PSCD.
           MOVE SK-DSDCDE    TO DTL-DSDCDE.
           IF SK-CUR-SINIT = SPACES
             MOVE "NONE" TO DTL-CUR-SINIT
           ELSE
             MOVE SK-CUR-SINIT TO DTL-CUR-SINIT
           END-IF.
           MOVE SK-EXP-SINIT TO DTL-EXP-SINIT.
           IF RECORD-FOUND-SLMEN = "N"
             MOVE "** EXPECTED NOT ON SLMEN **" TO DTL-FLAGS
           END-IF.
           WRITE REPORT-LINE FROM DTL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       DETAIL-EXIT. EXIT.

      *----------------------------------------------------------------
      * ENDPAIR-RTN - totals the group just listed against the
      * customers the current salesman holds.  When the group is the
      * salesman's whole book, CBSLMREAS can move it in one run.
      *----------------------------------------------------------------
       ENDPAIR-RTN.
           MOVE "N" TO WS-PAIR-OPEN.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO SUM-HINT.
           IF WS-BREAK-CUR = SPACES
             MOVE "NONE" TO SUM-CUR
           ELSE
             MOVE WS-BREAK-CUR TO SUM-CUR
           END-IF.
           MOVE WS-BREAK-EXP  TO SUM-EXP.
           MOVE WS-PAIR-COUNT TO SUM-MOVE.
           MOVE WS-BREAK-CUR TO WS-FIND-SINIT.
           PERFORM FINDSL-RTN  THRU  FINDSL-EXIT.
           IF WS-FOUND = "Y"
             MOVE WS-SL-HELD (SL-IDX) TO SUM-HELD
             IF WS-SL-HELD (SL-IDX) = WS-PAIR-COUNT
                   AND WS-BREAK-CUR NOT = SPACES
                   AND RECORD-FOUND-SLMEN = "Y"
               MOVE "- WHOLE BOOK, MOVE WITH CBSLMREAS" TO SUM-HINT
             END-IF
           ELSE
             MOVE ZERO TO SUM-HELD
           END-IF.
           WRITE REPORT-LINE FROM SUM-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.
       ENDPAIR-EXIT. EXIT.

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
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.
       PRINT-HEADINGS-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-TRAILER-RTN - prints the control counts at the end of
      * the report.
      *----------------------------------------------------------------
       PRINT-TRAILER-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-READ-COUNT TO TRL-READ.
           WRITE REPORT-LINE FROM TRL-LINE-1.
           MOVE WS-LISTED-COUNT TO TRL-LISTED.
           WRITE REPORT-LINE FROM TRL-LINE-2.
           MOVE WS-NOTCOV-COUNT TO TRL-NOTCOV.
           WRITE REPORT-LINE FROM TRL-LINE-3.
           IF WS-SL-OVERFLOW = "Y"
             MOVE "TOO MANY SALESMEN - CUSTOMERS HELD INCOMPLETE"
                                   TO MSG-TEXT
             WRITE REPORT-LINE FROM MSG-LINE
           END-IF.
       PRINT-TRAILER-EXIT. EXIT.
