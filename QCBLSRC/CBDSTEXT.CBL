               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF DISTS-RECORD
                        WITH DUPLICATES.

           SELECT CUSADDR-FILE
               ASSIGN TO DATABASE-CUSADDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSADDR-RECORD.

           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK01.

       01  DISTS-RECORD.
           COPY DDS-RPRODS        OF  DISTS.

       FD  CUSADDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSADDR-RECORD.
           COPY DDS-RCUSAD        OF  CUSADDR.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SK-DSDCDE           PIC X(05).
           02  WS-READ-COUNT           PIC 9(7) VALUE 0.
           02  WS-EXTR-COUNT           PIC 9(7) VALUE 0.
           02  WS-SKIP-COUNT           PIC 9(7) VALUE 0.
           02  WS-ALTADR-COUNT         PIC 9(7) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSADDR    PIC X VALUE SPACES.
           02  ADDRESS-FOUND           PIC X VALUE SPACES.

      *----------------------------------------------------------------
      * One entry per active distributor (DSACTV = "A" on at least
       01  WS-FIRST-FLD                PIC X(1).
       01  WS-NUM-DISP                 PIC 9(05).

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
                "NO ACTIVE DISTRIBUTOR   : ".
           05  TRL-SKIP             PIC ZZZZZZ9.

       01  TRL-LINE-4.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "SENT TYPED ADDRESS      : ".
           05  TRL-ALTADR           PIC ZZZZZZ9.

       LINKAGE SECTION.
      *--Address sent to the distributors: blank = master address,
      *  D = delivery, I = invoice, S = statement.  A customer with
      *  no CUSADDR address of the type is sent the master address.
       01  LS-ADDR-TYPE                PIC X(01).

       PROCEDURE DIVISION
                  USING LS-ADDR-TYPE.

       MAIN-PROCESSING.
           OPEN INPUT  DISTS-FILE
                OUTPUT EXTRACT-FILE
                       REPORT-FILE.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           PERFORM RUNSTART-RTN  THRU  RUNSTART-EXIT.
           IF WS-RUN-OK NOT = "Y"
             CLOSE DISTS-FILE
                   EXTRACT-FILE
                   REPORT-FILE
             STOP RUN
           END-IF.
           MOVE LS-ADDR-TYPE TO ADRTYPE.
           IF LS-ADDR-TYPE NOT = SPACES  AND  NOT ADDR-TYPE-VALID
             MOVE "RUN STOPPED - ADDRESS TYPE MUST BE BLANK, D, I OR S"
                                   TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
             MOVE "F" TO WS-RUN-ACTION
             MOVE "ADDRESS TYPE MUST BE BLANK, D, I OR S" TO WS-RUN-MSG
             PERFORM RUNEND-RTN  THRU  RUNEND-EXIT
             CLOSE DISTS-FILE
                   EXTRACT-FILE
                   REPORT-FILE
             STOP RUN
           END-IF.
           PERFORM BUILD-DISTS-RTN  THRU  BUILD-DISTS-EXIT.
           OPEN INPUT CUSFL3-FILE
                      CUSADDR-FILE.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SK-DSDCDE
                   ASCENDING KEY SK-CUSNO
                INPUT PROCEDURE  IS RELEASE-RTN  THRU  RELEASE-EXIT
                OUTPUT PROCEDURE IS EXTRACT-RTN  THRU  EXTRACT-EXIT.
           CLOSE CUSFL3-FILE
                 CUSADDR-FILE.
           PERFORM PRINT-COUNTS-RTN  THRU  PRINT-COUNTS-EXIT.
           MOVE "C" TO WS-RUN-ACTION.
           PERFORM RUNEND-RTN  THRU  RUNEND-EXIT.
           CLOSE DISTS-FILE
                 EXTRACT-FILE
                 REPORT-FILE.
           STOP RUN.

      *----------------------------------------------------------------
      * RUNSTART-RTN - logs the start of the run on RUNCTL.  The start
      * is refused when the job before this one has not completed for
      * the business date, or this one already has and no rerun has
      * been authorised.
      *----------------------------------------------------------------
       RUNSTART-RTN.
           INITIALIZE WS-RUN-CONTROL.
           MOVE "CBDSTEXT" TO WS-RUN-PGM.
           MOVE "S" TO WS-RUN-ACTION.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
           IF WS-RUN-OK NOT = "Y"
             MOVE SPACES TO ERR-REASON
             STRING "RUN STOPPED - " DELIMITED BY SIZE
                    WS-RUN-MSG       DELIMITED BY SIZE
                    INTO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
           END-IF.
       RUNSTART-EXIT. EXIT.

      *----------------------------------------------------------------
      * RUNEND-RTN - logs the end of the run on RUNCTL with its
      * counts; WS-RUN-ACTION is "C" completed or "F" failed.
      *----------------------------------------------------------------
       RUNEND-RTN.
           MOVE WS-READ-COUNT       TO WS-RUN-READ.
           MOVE WS-EXTR-COUNT       TO WS-RUN-WRITTEN.
           MOVE WS-SKIP-COUNT       TO WS-RUN-REJECTED.
           CALL "CBRUNCTL" USING WS-RUN-CONTROL.
       RUNEND-EXIT. EXIT.

      *----------------------------------------------------------------
      * BUILD-DISTS-RTN - one pass over DISTS in key order, building
      * the table of active distributor codes.  DSDCDE allows

      *----------------------------------------------------------------
      * RELEASE-RTN - feeds every CUSFL3 record to the sort in
      * distributor / customer-number order, with the address of
      * the type asked for.
      *----------------------------------------------------------------
       RELEASE-RTN.
           READ CUSFL3-FILE NEXT RECORD
             MOVE ADD4 OF CUSFL3-RECORD   TO SK-ADD4
             MOVE CNTRY OF CUSFL3-RECORD  TO SK-CNTRY
             MOVE PSCD OF CUSFL3-RECORD   TO SK-PSCD
             IF LS-ADDR-TYPE NOT = SPACES
               PERFORM FINDADR-RTN  THRU  FINDADR-EXIT
             END-IF
             MOVE TELNO OF CUSFL3-RECORD  TO SK-TELNO
             MOVE EMAIL OF CUSFL3-RECORD  TO SK-EMAIL
             MOVE CUSSTAT OF CUSFL3-RECORD TO SK-CUSSTAT
           END-PERFORM.
       RELEASE-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDADR-RTN - replaces the master address in the sort record
      * with the customer's default CUSADDR address of type
      * LS-ADDR-TYPE (the first of the type if none is flagged).  A
      * customer with none of the type keeps the master address.
      *----------------------------------------------------------------
       FINDADR-RTN.
           MOVE "N" TO ADDRESS-FOUND.
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSADDR-RECORD.
           MOVE ZERO TO ADRSEQ.
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
               IF CUSNO OF CUSADDR-RECORD NOT =
                                  CUSNO OF CUSFL3-RECORD
                 MOVE "N" TO RECORD-FOUND-CUSADDR
               ELSE
                 IF ADRTYPE = LS-ADDR-TYPE
                   IF ADDRESS-FOUND = "N"  OR  ADDR-DEFAULT
                     MOVE "Y" TO ADDRESS-FOUND
                     MOVE ADRLN1   TO SK-ADD1
                     MOVE ADRLN2   TO SK-ADD2
                     MOVE ADRLN3   TO SK-ADD3
                     MOVE ADRLN4   TO SK-ADD4
                     MOVE ADRCNTRY TO SK-CNTRY
                     MOVE ADRPSCD  TO SK-PSCD
                   END-IF
                   IF ADDR-DEFAULT
                     MOVE "N" TO RECORD-FOUND-CUSADDR
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF ADDRESS-FOUND = "Y"
             ADD 1 TO WS-ALTADR-COUNT
           END-IF.
       FINDADR-EXIT. EXIT.

      *----------------------------------------------------------------
      * EXTRACT-RTN - returns the sorted customers and writes one
      * delimited extract record for each whose distributor is in
           WRITE REPORT-LINE FROM TRL-LINE-2.
           MOVE WS-SKIP-COUNT TO TRL-SKIP.
           WRITE REPORT-LINE FROM TRL-LINE-3.
           MOVE WS-ALTADR-COUNT TO TRL-ALTADR.
           WRITE REPORT-LINE FROM TRL-LINE-4.
       PRINT-COUNTS-EXIT. EXIT.
