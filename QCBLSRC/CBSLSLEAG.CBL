       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBSLSLEAG.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Monthly sales league report from the CUSSLSH sales history
      * that CBSLSACT posts.  For the report month it gives, by
      * salesman (SINIT) and by distributor (DSDCDE), the month and
      * year-to-date invoiced value against the same figures a year
      * earlier, with the percentage change, ranked on year-to-date.
      * It then lists each salesman's top customers, and every
      * customer whose year-to-date sales have fallen by more than
      * the parameter percentage.
      * Customers are grouped under the SINIT and DSDCDE they hold
      * on CUSFL3 now, so last year's figures are like-for-like with
      * today's customer assignments.
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

           SELECT CUSSLSH-FILE
               ASSIGN TO DATABASE-CUSSLSH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSSLSH-RECORD.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD.

           SELECT DISTS-FILE
               ASSIGN TO DATABASE-DISTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF DISTS-RECORD
                        WITH DUPLICATES.

           SELECT REPORT-FILE
               ASSIGN TO PRINTER-QSYSPRT.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CUSSLSH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSSLSH-RECORD.
           COPY DDS-RCUSSH        OF  CUSSLSH.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  DISTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISTS-RECORD.
           COPY DDS-RPRODS        OF  DISTS.

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-EOF-CUSFL3               PIC X(1)  VALUE "N".
           88  END-OF-CUSFL3           VALUE "Y".
       01  WS-EOF-CUSSLSH              PIC X(1)  VALUE "N".
           88  END-OF-CUSSLSH          VALUE "Y".
       01  WS-LINE-COUNT                PIC 99    VALUE 0.
       01  WS-PAGE-COUNT                PIC 999   VALUE 0.
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.

       01  WS-COUNTERS.
           02  WS-CUST-COUNT           PIC 9(7) VALUE 0.
           02  WS-SALES-COUNT          PIC 9(7) VALUE 0.
           02  WS-DROP-COUNT           PIC 9(7) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
           02  RECORD-FOUND-DISTS      PIC X VALUE SPACES.
           02  WS-FOUND                PIC X VALUE SPACES.
           02  WS-SLM-FULL             PIC X VALUE "N".
           02  WS-DST-FULL             PIC X VALUE "N".
           02  WS-TOP-MAX              PIC 9(02) VALUE 0.

      *----------------------------------------------------------------
      * The report month, the year-to-date start and the same two
      * points a year earlier, all as YYYYMM.
      *----------------------------------------------------------------
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY             PIC 9(04).
           02  WS-RUN-MM               PIC 9(02).
           02  WS-RUN-DD               PIC 9(02).
       01  WS-PERIOD.
           02  WS-PRD-YYYY             PIC 9(04).
           02  WS-PRD-MM               PIC 9(02).
       01  WS-PERIOD-NUM  REDEFINES WS-PERIOD  PIC 9(06).
       01  WS-YTD-START                PIC 9(06).
       01  WS-PRIOR-PERIOD             PIC 9(06).
       01  WS-PRIOR-START              PIC 9(06).
       01  WS-HIST-PRD.
           02  WS-HST-YYYY             PIC 9(04).
           02  WS-HST-MM               PIC 9(02).

      *----------------------------------------------------------------
      * The four figures for the customer in hand.
      *----------------------------------------------------------------
       01  WS-CUS-FIGURES.
           02  WS-CUS-MTH              PIC S9(13)V9(02).
           02  WS-CUS-PMTH             PIC S9(13)V9(02).
           02  WS-CUS-YTD              PIC S9(13)V9(02).
           02  WS-CUS-PYTD             PIC S9(13)V9(02).

      *----------------------------------------------------------------
      * League by salesman - one entry per SINIT held by a customer
      * with sales, carrying the salesman's top customers on YTD.
      *----------------------------------------------------------------
       01  WS-SLM-MAX                  PIC S9(4) COMP VALUE 500.
       01  WS-SLM-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-SLM-TABLE.
           02  WS-SLM-ENTRY  OCCURS 500.
               03  WS-SLM-SINIT        PIC X(03).
               03  WS-SLM-NAME         PIC X(30).
               03  WS-SLM-CUSTS        PIC 9(05).
               03  WS-SLM-MTH          PIC S9(13)V9(02).
               03  WS-SLM-PMTH         PIC S9(13)V9(02).
               03  WS-SLM-YTD          PIC S9(13)V9(02).
               03  WS-SLM-PYTD         PIC S9(13)V9(02).
               03  WS-SLM-TOP-USED     PIC 9(02).
               03  WS-SLM-TOP  OCCURS 10.
                   04  WS-TOP-CUSNO    PIC S9(05).
                   04  WS-TOP-CNAME    PIC X(30).
                   04  WS-TOP-YTD      PIC S9(13)V9(02).
                   04  WS-TOP-PYTD     PIC S9(13)V9(02).
       01  WS-SLM-SWAP                 PIC X(750).

      *----------------------------------------------------------------
      * League by distributor - one entry per DSDCDE.
      *----------------------------------------------------------------
       01  WS-DST-MAX                  PIC S9(4) COMP VALUE 500.
       01  WS-DST-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-DST-TABLE.
           02  WS-DST-ENTRY  OCCURS 500.
               03  WS-DST-DSDCDE       PIC X(05).
               03  WS-DST-NAME         PIC X(30).
               03  WS-DST-CUSTS        PIC 9(05).
               03  WS-DST-MTH          PIC S9(13)V9(02).
               03  WS-DST-PMTH         PIC S9(13)V9(02).
               03  WS-DST-YTD          PIC S9(13)V9(02).
               03  WS-DST-PYTD         PIC S9(13)V9(02).
       01  WS-DST-SWAP                 PIC X(100).

       01  WS-GRAND-TOTALS.
           02  WS-TOT-CUSTS            PIC 9(05) VALUE 0.
           02  WS-TOT-MTH              PIC S9(13)V9(02) VALUE 0.
           02  WS-TOT-PMTH             PIC S9(13)V9(02) VALUE 0.
           02  WS-TOT-YTD              PIC S9(13)V9(02) VALUE 0.
           02  WS-TOT-PYTD             PIC S9(13)V9(02) VALUE 0.

       01  WS-S                        PIC S9(4) COMP.
       01  WS-D                        PIC S9(4) COMP.
       01  WS-I                        PIC S9(4) COMP.
       01  WS-J                        PIC S9(4) COMP.
       01  WS-P                        PIC S9(4) COMP.
       01  WS-Q                        PIC S9(4) COMP.
       01  WS-RANK                     PIC S9(4) COMP.

      *----------------------------------------------------------------
      * Percentage change work fields - PCTCHG-RTN turns the current
      * and prior figures into the seven print positions.
      *----------------------------------------------------------------
       01  WS-PCT-CUR                  PIC S9(13)V9(02).
       01  WS-PCT-PRV                  PIC S9(13)V9(02).
       01  WS-PCT                      PIC S9(04)V9(01).
       01  WS-PCT-ED                   PIC ----9.9.
       01  WS-PCT-OUT                  PIC X(07).
       01  WS-DROP-PCT                 PIC S9(05)V9(01).

       01  WS-SEC-TITLE                PIC X(60).
       01  WS-COL-HDG                  PIC X(132).

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "CBSLSLEAG - SALES LEAGUE REPORT".
           05  FILLER               PIC X(11) VALUE "    PAGE  ".
           05  HDG-PAGE-NO          PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "MONTH: ".
           05  HDG-PERIOD           PIC 9(06).
           05  FILLER               PIC X(18) VALUE
                "   YEAR TO DATE: ".
           05  HDG-YTD-FROM         PIC 9(06).
           05  FILLER               PIC X(03) VALUE " - ".
           05  HDG-YTD-TO           PIC 9(06).
           05  FILLER               PIC X(17) VALUE
                "   COMPARED TO: ".
           05  HDG-PRIOR-FROM       PIC 9(06).
           05  FILLER               PIC X(03) VALUE " - ".
           05  HDG-PRIOR-TO         PIC 9(06).

       01  SEC-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SEC-TITLE            PIC X(60).

       01  GRP-HDG.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE "RANK".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE "CODE".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE "NAME".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE "CUSTS".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
                "     THIS MONTH".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
                "  LAST YR MONTH".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "  CHG %".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
                "   YEAR TO DATE".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
                "    LAST YR YTD".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "  CHG %".

       01  GRP-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  GRP-RANK             PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  GRP-CODE             PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  GRP-NAME             PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  GRP-CUSTS            PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  GRP-MTH              PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  GRP-PMTH             PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  GRP-MTH-PCT          PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  GRP-YTD              PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  GRP-PYTD             PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  GRP-YTD-PCT          PIC X(07).

       01  TOP-HDG.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE "POS".
           05  FILLER               PIC X(07) VALUE "CUST NO".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE "CUSTOMER NAME".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
                "   YEAR TO DATE".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
                "    LAST YR YTD".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "  CHG %".

       01  SLM-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "SALESMAN: ".
           05  SLM-SINIT            PIC X(03).
           05  FILLER               PIC X(03) VALUE " - ".
           05  SLM-NAME             PIC X(30).

       01  TOP-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  TOP-POS              PIC Z9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  TOP-CUSNO            PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TOP-CNAME            PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TOP-YTD              PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TOP-PYTD             PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TOP-PCT              PIC X(07).

       01  DRP-HDG.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "CUST NO".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE "CUSTOMER NAME".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE "SLM".
           05  FILLER               PIC X(07) VALUE "DSDCDE".
           05  FILLER               PIC X(15) VALUE
                "   YEAR TO DATE".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
                "    LAST YR YTD".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE " DOWN %".

       01  DRP-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DRP-CUSNO            PIC ----9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  DRP-CNAME            PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DRP-SINIT            PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DRP-DSDCDE           PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DRP-YTD              PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DRP-PYTD             PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DRP-PCT              PIC ----9.9.

       01  NOTE-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  NOTE-TEXT            PIC X(70).

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
      *--Report month as YYYYMM.  Zero reports the month before the
      *  run date, for the normal run just after month end.
       01  LS-PERIOD                   PIC 9(06).
      *--Customers whose year-to-date sales are down on last year by
      *  more than this percentage are listed.
       01  LS-DROP-PCT                 PIC 9(03).
      *--How many top customers to show per salesman, 1 to 10.
      *  Zero gives 5.
       01  LS-TOP-CUST                 PIC 9(02).

       PROCEDURE DIVISION
                  USING LS-PERIOD  LS-DROP-PCT  LS-TOP-CUST.

       MAIN-PROCESSING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM EDITPARM-RTN  THRU  EDITPARM-EXIT.
           MOVE "SALES LEAGUE BY SALESMAN" TO WS-SEC-TITLE.
           MOVE GRP-HDG TO WS-COL-HDG.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           IF WS-ERRMSG NOT = SPACES
             MOVE WS-ERRMSG TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
           OPEN INPUT CUSFL3-FILE
                      CUSSLSH-FILE
                      SLMEN-FILE
                      DISTS-FILE.
           PERFORM READ-CUSFL3-RTN  THRU  READ-CUSFL3-EXIT.
           PERFORM UNTIL END-OF-CUSFL3
             ADD 1 TO WS-CUST-COUNT
             PERFORM CUSTOT-RTN  THRU  CUSTOT-EXIT
             PERFORM ACCUM-RTN  THRU  ACCUM-EXIT
             PERFORM READ-CUSFL3-RTN  THRU  READ-CUSFL3-EXIT
           END-PERFORM.
           PERFORM SORTSLM-RTN  THRU  SORTSLM-EXIT.
           PERFORM SORTDST-RTN  THRU  SORTDST-EXIT.
           PERFORM PRINT-SLM-RTN  THRU  PRINT-SLM-EXIT.
           PERFORM PRINT-DST-RTN  THRU  PRINT-DST-EXIT.
           PERFORM PRINT-TOP-RTN  THRU  PRINT-TOP-EXIT.
           PERFORM DROP-RTN  THRU  DROP-EXIT.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           CLOSE CUSFL3-FILE
                 CUSSLSH-FILE
                 SLMEN-FILE
                 DISTS-FILE
                 REPORT-FILE.
           GOBACK.

      *----------------------------------------------------------------
      * EDITPARM-RTN - checks the parameters and works out the
      * month ranges the report compares.
      *----------------------------------------------------------------
       EDITPARM-RTN.
           MOVE SPACES TO WS-ERRMSG.
           IF LS-PERIOD IS NOT NUMERIC
             MOVE "REPORT MONTH MUST BE YYYYMM OR ZERO" TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           IF LS-PERIOD = ZERO
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
             MOVE WS-RUN-YYYY TO WS-PRD-YYYY
             MOVE WS-RUN-MM   TO WS-PRD-MM
             IF WS-PRD-MM = 1
               MOVE 12 TO WS-PRD-MM
               SUBTRACT 1 FROM WS-PRD-YYYY
             ELSE
               SUBTRACT 1 FROM WS-PRD-MM
             END-IF
           ELSE
             MOVE LS-PERIOD TO WS-PERIOD-NUM
           END-IF.
           COMPUTE WS-YTD-START = WS-PRD-YYYY * 100 + 1.
           COMPUTE WS-PRIOR-PERIOD = WS-PERIOD-NUM - 100.
           COMPUTE WS-PRIOR-START = WS-YTD-START - 100.
           IF WS-PRD-MM < 1 OR WS-PRD-MM > 12
             MOVE "REPORT MONTH MUST BE YYYYMM OR ZERO" TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           IF LS-DROP-PCT IS NOT NUMERIC OR LS-DROP-PCT > 100
             MOVE "DROP PERCENTAGE MUST BE 0 TO 100" TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           IF LS-TOP-CUST IS NOT NUMERIC OR LS-TOP-CUST > 10
             MOVE "TOP CUSTOMERS PER SALESMAN MUST BE 0 TO 10"
                                   TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           IF LS-TOP-CUST = ZERO
             MOVE 5 TO WS-TOP-MAX
           ELSE
             MOVE LS-TOP-CUST TO WS-TOP-MAX
           END-IF.
       EDITPARM-EXIT. EXIT.

       READ-CUSFL3-RTN.
           READ CUSFL3-FILE NEXT RECORD
                AT END SET END-OF-CUSFL3 TO TRUE
           END-READ.
       READ-CUSFL3-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSTOT-RTN - reads the customer's sales history from January
      * last year up to the report month and builds the month, YTD
      * and prior-year figures.
      *----------------------------------------------------------------
       CUSTOT-RTN.
           INITIALIZE WS-CUS-FIGURES.
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSSLSH-RECORD.
           MOVE WS-PRIOR-START TO SLSPRD OF CUSSLSH-RECORD.
           MOVE "N" TO WS-EOF-CUSSLSH.
           START CUSSLSH-FILE KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                                    OF CUSSLSH-RECORD
                 INVALID KEY
                    SET END-OF-CUSSLSH TO TRUE  END-START.
           PERFORM UNTIL END-OF-CUSSLSH
             READ CUSSLSH-FILE NEXT RECORD
                  AT END SET END-OF-CUSSLSH TO TRUE
             END-READ
             IF NOT END-OF-CUSSLSH
               IF CUSNO OF CUSSLSH-RECORD NOT = CUSNO OF CUSFL3-RECORD
                     OR SLSPRD OF CUSSLSH-RECORD > WS-PERIOD-NUM
                 SET END-OF-CUSSLSH TO TRUE
               ELSE
                 PERFORM CUSMTH-RTN  THRU  CUSMTH-EXIT
               END-IF
             END-IF
           END-PERFORM.
       CUSTOT-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSMTH-RTN - adds one history month into the right figures.
      * Months of last year after the report month count nowhere.
      *----------------------------------------------------------------
       CUSMTH-RTN.
           MOVE SLSPRD OF CUSSLSH-RECORD TO WS-HIST-PRD.
           IF WS-HST-YYYY = WS-PRD-YYYY
             ADD SLSVAL OF CUSSLSH-RECORD TO WS-CUS-YTD
             IF WS-HST-MM = WS-PRD-MM
               ADD SLSVAL OF CUSSLSH-RECORD TO WS-CUS-MTH
             END-IF
           ELSE
             IF WS-HST-MM NOT > WS-PRD-MM
               ADD SLSVAL OF CUSSLSH-RECORD TO WS-CUS-PYTD
               IF WS-HST-MM = WS-PRD-MM
                 ADD SLSVAL OF CUSSLSH-RECORD TO WS-CUS-PMTH
               END-IF
             END-IF
           END-IF.
       CUSMTH-EXIT. EXIT.

      *----------------------------------------------------------------
      * ACCUM-RTN - adds a customer with sales in either year into
      * its salesman and distributor totals.
      *----------------------------------------------------------------
       ACCUM-RTN.
           IF WS-CUS-MTH = ZERO AND WS-CUS-PMTH = ZERO
                 AND WS-CUS-YTD = ZERO AND WS-CUS-PYTD = ZERO
             GO ACCUM-EXIT
           END-IF.
           ADD 1 TO WS-SALES-COUNT.
           ADD 1 TO WS-TOT-CUSTS.
           ADD WS-CUS-MTH  TO WS-TOT-MTH.
           ADD WS-CUS-PMTH TO WS-TOT-PMTH.
           ADD WS-CUS-YTD  TO WS-TOT-YTD.
           ADD WS-CUS-PYTD TO WS-TOT-PYTD.
           PERFORM FINDSLM-RTN  THRU  FINDSLM-EXIT.
           IF WS-FOUND = "Y"
             ADD 1 TO WS-SLM-CUSTS (WS-S)
             ADD WS-CUS-MTH  TO WS-SLM-MTH (WS-S)
             ADD WS-CUS-PMTH TO WS-SLM-PMTH (WS-S)
             ADD WS-CUS-YTD  TO WS-SLM-YTD (WS-S)
             ADD WS-CUS-PYTD TO WS-SLM-PYTD (WS-S)
             PERFORM TOPCUS-RTN  THRU  TOPCUS-EXIT
           END-IF.
           PERFORM FINDDST-RTN  THRU  FINDDST-EXIT.
           IF WS-FOUND = "Y"
             ADD 1 TO WS-DST-CUSTS (WS-D)
             ADD WS-CUS-MTH  TO WS-DST-MTH (WS-D)
             ADD WS-CUS-PMTH TO WS-DST-PMTH (WS-D)
             ADD WS-CUS-YTD  TO WS-DST-YTD (WS-D)
             ADD WS-CUS-PYTD TO WS-DST-PYTD (WS-D)
           END-IF.
       ACCUM-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDSLM-RTN - finds (or adds) the customer's salesman in the
      * salesman table.  WS-FOUND "N" only when the table is full.
      *----------------------------------------------------------------
       FINDSLM-RTN.
           MOVE "N" TO WS-FOUND.
           MOVE 1 TO WS-S.
           PERFORM UNTIL WS-S > WS-SLM-COUNT
             IF WS-SLM-SINIT (WS-S) = SINIT OF CUSFL3-RECORD
               MOVE "Y" TO WS-FOUND
               GO FINDSLM-EXIT
             END-IF
             ADD 1 TO WS-S
           END-PERFORM.
           IF WS-SLM-COUNT NOT < WS-SLM-MAX
             MOVE "Y" TO WS-SLM-FULL
             GO FINDSLM-EXIT
           END-IF.
           ADD 1 TO WS-SLM-COUNT.
           MOVE WS-SLM-COUNT TO WS-S.
           INITIALIZE WS-SLM-ENTRY (WS-S).
           MOVE SINIT OF CUSFL3-RECORD TO WS-SLM-SINIT (WS-S).
           IF SINIT OF CUSFL3-RECORD = SPACES
             MOVE "NO SALESMAN" TO WS-SLM-NAME (WS-S)
           ELSE
             MOVE SINIT OF CUSFL3-RECORD TO SINIT OF SLMEN-RECORD
             MOVE "Y" TO RECORD-FOUND-SLMEN
             READ SLMEN-FILE
                    INVALID KEY
                         MOVE "N" TO RECORD-FOUND-SLMEN
             END-READ
             IF RECORD-FOUND-SLMEN = "Y"
               MOVE SLMNAME OF SLMEN-RECORD TO WS-SLM-NAME (WS-S)
             ELSE
               MOVE "** NOT ON SLMEN **" TO WS-SLM-NAME (WS-S)
             END-IF
           END-IF.
           MOVE "Y" TO WS-FOUND.
       FINDSLM-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDDST-RTN - finds (or adds) the customer's distributor in
      * the distributor table.  WS-FOUND "N" only when it is full.
      *----------------------------------------------------------------
       FINDDST-RTN.
           MOVE "N" TO WS-FOUND.
           MOVE 1 TO WS-D.
           PERFORM UNTIL WS-D > WS-DST-COUNT
             IF WS-DST-DSDCDE (WS-D) = DSDCDE OF CUSFL3-RECORD
               MOVE "Y" TO WS-FOUND
               GO FINDDST-EXIT
             END-IF
             ADD 1 TO WS-D
           END-PERFORM.
           IF WS-DST-COUNT NOT < WS-DST-MAX
             MOVE "Y" TO WS-DST-FULL
             GO FINDDST-EXIT
           END-IF.
           ADD 1 TO WS-DST-COUNT.
           MOVE WS-DST-COUNT TO WS-D.
           INITIALIZE WS-DST-ENTRY (WS-D).
           MOVE DSDCDE OF CUSFL3-RECORD TO WS-DST-DSDCDE (WS-D).
           IF DSDCDE OF CUSFL3-RECORD = SPACES
             MOVE "NO DISTRIBUTOR" TO WS-DST-NAME (WS-D)
           ELSE
             MOVE DSDCDE OF CUSFL3-RECORD TO DSDCDE OF DISTS-RECORD
             MOVE "Y" TO RECORD-FOUND-DISTS
             READ DISTS-FILE
                    INVALID KEY
                         MOVE "N" TO RECORD-FOUND-DISTS
             END-READ
             IF RECORD-FOUND-DISTS = "Y"
               MOVE DSNAME OF DISTS-RECORD TO WS-DST-NAME (WS-D)
             ELSE
               MOVE "** NOT ON DISTS **" TO WS-DST-NAME (WS-D)
             END-IF
           END-IF.
           MOVE "Y" TO WS-FOUND.
       FINDDST-EXIT. EXIT.

      *----------------------------------------------------------------
      * TOPCUS-RTN - slots the customer into salesman WS-S's top
      * customer list, kept in descending year-to-date order.
      *----------------------------------------------------------------
       TOPCUS-RTN.
           IF WS-CUS-YTD NOT > ZERO
             GO TOPCUS-EXIT
           END-IF.
           COMPUTE WS-P = WS-SLM-TOP-USED (WS-S) + 1.
           MOVE 1 TO WS-Q.
           PERFORM UNTIL WS-Q > WS-SLM-TOP-USED (WS-S)
             IF WS-CUS-YTD > WS-TOP-YTD (WS-S WS-Q)
               MOVE WS-Q TO WS-P
               MOVE WS-SLM-TOP-USED (WS-S) TO WS-Q
             END-IF
             ADD 1 TO WS-Q
           END-PERFORM.
           IF WS-P > WS-TOP-MAX
             GO TOPCUS-EXIT
           END-IF.
           IF WS-SLM-TOP-USED (WS-S) < WS-TOP-MAX
             ADD 1 TO WS-SLM-TOP-USED (WS-S)
           END-IF.
           MOVE WS-SLM-TOP-USED (WS-S) TO WS-Q.
           PERFORM UNTIL WS-Q NOT > WS-P
             MOVE WS-SLM-TOP (WS-S WS-Q - 1) TO WS-SLM-TOP (WS-S WS-Q)
             SUBTRACT 1 FROM WS-Q
           END-PERFORM.
           MOVE CUSNO OF CUSFL3-RECORD TO WS-TOP-CUSNO (WS-S WS-P).
           MOVE CNAME OF CUSFL3-RECORD TO WS-TOP-CNAME (WS-S WS-P).
           MOVE WS-CUS-YTD  TO WS-TOP-YTD (WS-S WS-P).
           MOVE WS-CUS-PYTD TO WS-TOP-PYTD (WS-S WS-P).
       TOPCUS-EXIT. EXIT.

      *----------------------------------------------------------------
      * SORTSLM-RTN - puts the salesman table into descending
      * year-to-date order, the order they are ranked in.
      *----------------------------------------------------------------
       SORTSLM-RTN.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SLM-COUNT
                     AFTER WS-J FROM 1 BY 1 UNTIL WS-J > WS-SLM-COUNT
             IF WS-J > WS-I
                   AND WS-SLM-YTD (WS-J) > WS-SLM-YTD (WS-I)
               MOVE WS-SLM-ENTRY (WS-I) TO WS-SLM-SWAP
               MOVE WS-SLM-ENTRY (WS-J) TO WS-SLM-ENTRY (WS-I)
               MOVE WS-SLM-SWAP         TO WS-SLM-ENTRY (WS-J)
             END-IF
           END-PERFORM.
       SORTSLM-EXIT. EXIT.

      *----------------------------------------------------------------
      * SORTDST-RTN - the same for the distributor table.
      *----------------------------------------------------------------
       SORTDST-RTN.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DST-COUNT
                     AFTER WS-J FROM 1 BY 1 UNTIL WS-J > WS-DST-COUNT
             IF WS-J > WS-I
                   AND WS-DST-YTD (WS-J) > WS-DST-YTD (WS-I)
               MOVE WS-DST-ENTRY (WS-I) TO WS-DST-SWAP
               MOVE WS-DST-ENTRY (WS-J) TO WS-DST-ENTRY (WS-I)
               MOVE WS-DST-SWAP         TO WS-DST-ENTRY (WS-J)
             END-IF
           END-PERFORM.
       SORTDST-EXIT. EXIT.

      *----------------------------------------------------------------
      * PCTCHG-RTN - percentage change of WS-PCT-CUR on WS-PCT-PRV
      * into WS-PCT-OUT.  Nothing last year shows as NEW.
      *----------------------------------------------------------------
       PCTCHG-RTN.
           IF WS-PCT-PRV = ZERO
             IF WS-PCT-CUR = ZERO
               MOVE "      -" TO WS-PCT-OUT
             ELSE
               MOVE "    NEW" TO WS-PCT-OUT
             END-IF
             GO PCTCHG-EXIT
           END-IF.
           COMPUTE WS-PCT ROUNDED =
                   (WS-PCT-CUR - WS-PCT-PRV) * 100 / WS-PCT-PRV
                   ON SIZE ERROR
                      MOVE "  *****" TO WS-PCT-OUT
                      GO PCTCHG-EXIT
           END-COMPUTE.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE WS-PCT-ED TO WS-PCT-OUT.
       PCTCHG-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-SLM-RTN - the salesman league, in rank order, with the
      * grand total.  Equal YTD figures share a rank.
      *----------------------------------------------------------------
       PRINT-SLM-RTN.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SLM-COUNT
             IF WS-I = 1
               MOVE WS-I TO WS-RANK
             ELSE
               IF WS-SLM-YTD (WS-I) NOT = WS-SLM-YTD (WS-I - 1)
                 MOVE WS-I TO WS-RANK
               END-IF
             END-IF
             MOVE SPACES TO GRP-LINE
             MOVE WS-RANK               TO GRP-RANK
             MOVE WS-SLM-SINIT (WS-I)   TO GRP-CODE
             MOVE WS-SLM-NAME (WS-I)    TO GRP-NAME
             MOVE WS-SLM-CUSTS (WS-I)   TO GRP-CUSTS
             MOVE WS-SLM-MTH (WS-I)     TO GRP-MTH
             MOVE WS-SLM-PMTH (WS-I)    TO GRP-PMTH
             MOVE WS-SLM-YTD (WS-I)     TO GRP-YTD
             MOVE WS-SLM-PYTD (WS-I)    TO GRP-PYTD
             MOVE WS-SLM-MTH (WS-I)     TO WS-PCT-CUR
             MOVE WS-SLM-PMTH (WS-I)    TO WS-PCT-PRV
             PERFORM PCTCHG-RTN  THRU  PCTCHG-EXIT
             MOVE WS-PCT-OUT            TO GRP-MTH-PCT
             MOVE WS-SLM-YTD (WS-I)     TO WS-PCT-CUR
             MOVE WS-SLM-PYTD (WS-I)    TO WS-PCT-PRV
             PERFORM PCTCHG-RTN  THRU  PCTCHG-EXIT
             MOVE WS-PCT-OUT            TO GRP-YTD-PCT
             PERFORM PRINT-GRP-RTN  THRU  PRINT-GRP-EXIT
           END-PERFORM.
           PERFORM PRINT-TOT-RTN  THRU  PRINT-TOT-EXIT.
           IF WS-SLM-FULL = "Y"
             MOVE "MORE SALESMEN THAN THE TABLE HOLDS - INCOMPLETE"
                                   TO NOTE-TEXT
             WRITE REPORT-LINE FROM NOTE-LINE
             ADD 1 TO WS-LINE-COUNT
           END-IF.
       PRINT-SLM-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-DST-RTN - the distributor league on a new page.
      *----------------------------------------------------------------
       PRINT-DST-RTN.
           MOVE "SALES LEAGUE BY DISTRIBUTOR" TO WS-SEC-TITLE.
           MOVE GRP-HDG TO WS-COL-HDG.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DST-COUNT
             IF WS-I = 1
               MOVE WS-I TO WS-RANK
             ELSE
               IF WS-DST-YTD (WS-I) NOT = WS-DST-YTD (WS-I - 1)
                 MOVE WS-I TO WS-RANK
               END-IF
             END-IF
             MOVE SPACES TO GRP-LINE
             MOVE WS-RANK               TO GRP-RANK
             MOVE WS-DST-DSDCDE (WS-I)  TO GRP-CODE
             MOVE WS-DST-NAME (WS-I)    TO GRP-NAME
             MOVE WS-DST-CUSTS (WS-I)   TO GRP-CUSTS
             MOVE WS-DST-MTH (WS-I)     TO GRP-MTH
             MOVE WS-DST-PMTH (WS-I)    TO GRP-PMTH
             MOVE WS-DST-YTD (WS-I)     TO GRP-YTD
             MOVE WS-DST-PYTD (WS-I)    TO GRP-PYTD
             MOVE WS-DST-MTH (WS-I)     TO WS-PCT-CUR
             MOVE WS-DST-PMTH (WS-I)    TO WS-PCT-PRV
             PERFORM PCTCHG-RTN  THRU  PCTCHG-EXIT
             MOVE WS-PCT-OUT            TO GRP-MTH-PCT
             MOVE WS-DST-YTD (WS-I)     TO WS-PCT-CUR
             MOVE WS-DST-PYTD (WS-I)    TO WS-PCT-PRV
             PERFORM PCTCHG-RTN  THRU  PCTCHG-EXIT
             MOVE WS-PCT-OUT            TO GRP-YTD-PCT
             PERFORM PRINT-GRP-RTN  THRU  PRINT-GRP-EXIT
           END-PERFORM.
           PERFORM PRINT-TOT-RTN  THRU  PRINT-TOT-EXIT.
           IF WS-DST-FULL = "Y"
             MOVE "MORE DISTRIBUTORS THAN THE TABLE HOLDS - INCOMPLETE"
                                   TO NOTE-TEXT
             WRITE REPORT-LINE FROM NOTE-LINE
             ADD 1 TO WS-LINE-COUNT
           END-IF.
       PRINT-DST-EXIT. EXIT.

       PRINT-GRP-RTN.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           WRITE REPORT-LINE FROM GRP-LINE.
           ADD 1 TO WS-LINE-COUNT.
       PRINT-GRP-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-TOT-RTN - the all-customer total under a league.
      *----------------------------------------------------------------
       PRINT-TOT-RTN.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO GRP-LINE.
           MOVE ZERO          TO GRP-RANK.
           MOVE "TOTAL"       TO GRP-CODE.
           MOVE "ALL CUSTOMERS" TO GRP-NAME.
           MOVE WS-TOT-CUSTS  TO GRP-CUSTS.
           MOVE WS-TOT-MTH    TO GRP-MTH.
           MOVE WS-TOT-PMTH   TO GRP-PMTH.
           MOVE WS-TOT-YTD    TO GRP-YTD.
           MOVE WS-TOT-PYTD   TO GRP-PYTD.
           MOVE WS-TOT-MTH    TO WS-PCT-CUR.
           MOVE WS-TOT-PMTH   TO WS-PCT-PRV.
           PERFORM PCTCHG-RTN  THRU  PCTCHG-EXIT.
           MOVE WS-PCT-OUT    TO GRP-MTH-PCT.
           MOVE WS-TOT-YTD    TO WS-PCT-CUR.
           MOVE WS-TOT-PYTD   TO WS-PCT-PRV.
           PERFORM PCTCHG-RTN  THRU  PCTCHG-EXIT.
           MOVE WS-PCT-OUT    TO GRP-YTD-PCT.
           WRITE REPORT-LINE FROM GRP-LINE.
           ADD 1 TO WS-LINE-COUNT.
       PRINT-TOT-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-TOP-RTN - each salesman, in league order, with their
      * top customers on year-to-date sales.
      *----------------------------------------------------------------
       PRINT-TOP-RTN.
           MOVE "TOP CUSTOMERS BY SALESMAN - YEAR TO DATE"
                                   TO WS-SEC-TITLE.
           MOVE TOP-HDG TO WS-COL-HDG.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SLM-COUNT
             IF WS-LINE-COUNT + WS-SLM-TOP-USED (WS-I) + 2
                                          > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
             END-IF
             MOVE WS-SLM-SINIT (WS-I) TO SLM-SINIT
             MOVE WS-SLM-NAME (WS-I)  TO SLM-NAME
             WRITE REPORT-LINE FROM SLM-LINE
             ADD 1 TO WS-LINE-COUNT
             PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-SLM-TOP-USED (WS-I)
               MOVE SPACES TO TOP-LINE
               MOVE WS-J                     TO TOP-POS
               MOVE WS-TOP-CUSNO (WS-I WS-J) TO TOP-CUSNO
               MOVE WS-TOP-CNAME (WS-I WS-J) TO TOP-CNAME
               MOVE WS-TOP-YTD (WS-I WS-J)   TO TOP-YTD
               MOVE WS-TOP-PYTD (WS-I WS-J)  TO TOP-PYTD
               MOVE WS-TOP-YTD (WS-I WS-J)   TO WS-PCT-CUR
               MOVE WS-TOP-PYTD (WS-I WS-J)  TO WS-PCT-PRV
               PERFORM PCTCHG-RTN  THRU  PCTCHG-EXIT
               MOVE WS-PCT-OUT               TO TOP-PCT
               WRITE REPORT-LINE FROM TOP-LINE
               ADD 1 TO WS-LINE-COUNT
             END-PERFORM
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
       PRINT-TOP-EXIT. EXIT.

      *----------------------------------------------------------------
      * DROP-RTN - a second pass over the customer master listing
      * every customer whose year-to-date sales are down on last
      * year by more than the parameter percentage.
      *----------------------------------------------------------------
       DROP-RTN.
           MOVE SPACES TO WS-SEC-TITLE.
           STRING "CUSTOMERS WITH YEAR TO DATE SALES DOWN MORE THAN "
                       DELIMITED BY SIZE
                  LS-DROP-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-SEC-TITLE.
           MOVE DRP-HDG TO WS-COL-HDG.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
      * The league pass left the master at end of file - reopen so
      * the scan starts from the first customer again.
           CLOSE CUSFL3-FILE.
           OPEN INPUT CUSFL3-FILE.
           MOVE "N" TO WS-EOF-CUSFL3.
           PERFORM READ-CUSFL3-RTN  THRU  READ-CUSFL3-EXIT.
           PERFORM UNTIL END-OF-CUSFL3
             PERFORM CUSTOT-RTN  THRU  CUSTOT-EXIT
             PERFORM CHKDROP-RTN  THRU  CHKDROP-EXIT
             PERFORM READ-CUSFL3-RTN  THRU  READ-CUSFL3-EXIT
           END-PERFORM.
       DROP-EXIT. EXIT.

       CHKDROP-RTN.
           IF WS-CUS-PYTD NOT > ZERO
                 OR WS-CUS-YTD NOT < WS-CUS-PYTD
             GO CHKDROP-EXIT
           END-IF.
           COMPUTE WS-DROP-PCT ROUNDED =
                   (WS-CUS-PYTD - WS-CUS-YTD) * 100 / WS-CUS-PYTD.
           IF WS-DROP-PCT NOT > LS-DROP-PCT
             GO CHKDROP-EXIT
           END-IF.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO DRP-LINE.
           MOVE CUSNO OF CUSFL3-RECORD  TO DRP-CUSNO.
           MOVE CNAME OF CUSFL3-RECORD  TO DRP-CNAME.
           MOVE SINIT OF CUSFL3-RECORD  TO DRP-SINIT.
           MOVE DSDCDE OF CUSFL3-RECORD TO DRP-DSDCDE.
           MOVE WS-CUS-YTD              TO DRP-YTD.
           MOVE WS-CUS-PYTD             TO DRP-PYTD.
           MOVE WS-DROP-PCT             TO DRP-PCT.
           WRITE REPORT-LINE FROM DRP-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-DROP-COUNT.
       CHKDROP-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-HEADINGS - starts a new page with the report headings
      * and the title and column headings of the current section.
      *----------------------------------------------------------------
       PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT   TO HDG-PAGE-NO.
           MOVE WS-PERIOD-NUM   TO HDG-PERIOD.
           MOVE WS-YTD-START    TO HDG-YTD-FROM.
           MOVE WS-PERIOD-NUM   TO HDG-YTD-TO.
           MOVE WS-PRIOR-START  TO HDG-PRIOR-FROM.
           MOVE WS-PRIOR-PERIOD TO HDG-PRIOR-TO.
           IF WS-LINE-COUNT > 0
             WRITE REPORT-LINE FROM HDG-LINE-1
                   AFTER ADVANCING PAGE
           ELSE
             WRITE REPORT-LINE FROM HDG-LINE-1
           END-IF.
           WRITE REPORT-LINE FROM HDG-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEC-TITLE TO SEC-TITLE.
           WRITE REPORT-LINE FROM SEC-LINE.
           WRITE REPORT-LINE FROM WS-COL-HDG.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 6 TO WS-LINE-COUNT.
       PRINT-HEADINGS-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-TRAILER-RTN - prints the control counts at the end of
      * the report.
      *----------------------------------------------------------------
       PRINT-TRAILER-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CUSTOMERS READ          : " TO CNT-LABEL.
           MOVE WS-CUST-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSTOMERS WITH SALES    : " TO CNT-LABEL.
           MOVE WS-SALES-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "SALESMEN RANKED         : " TO CNT-LABEL.
           MOVE WS-SLM-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "DISTRIBUTORS RANKED     : " TO CNT-LABEL.
           MOVE WS-DST-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "DECLINING CUSTOMERS     : " TO CNT-LABEL.
           MOVE WS-DROP-COUNT TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
       PRINT-TRAILER-EXIT. EXIT.
