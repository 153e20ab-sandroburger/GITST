           02  WS-SKIP-COUNT           PIC 9(7) VALUE 0.
           02  WS-POST-COUNT           PIC 9(7) VALUE 0.
           02  WS-REJ-COUNT            PIC 9(7) VALUE 0.
           02  WS-WARN-COUNT           PIC 9(7) VALUE 0.
           02  WS-FILL-COUNT           PIC 9(7) VALUE 0.

      *--Territory check on the transaction - the salesman the
      *  TERRIT table gives for the address, whether it was filled
      *  in for a blank one, and whether the keyed one disagrees.
       01  WS-TERR-SINIT               PIC X(03).
       01  WS-TERR-FILLED              PIC X(1)  VALUE "N".
       01  WS-TERR-WARN                PIC X(1)  VALUE "N".

       01  WS-VARIABLES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
               88  VALID-OK             VALUE B"1".
               88  VALID-NOT-OK         VALUE B"0".

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
           05  FILLER               PIC X(42) VALUE
           05  FILLER               PIC X(60) VALUE
                    "TRAN NO  A CUST NO  CUSTOMER NAME".
           05  FILLER               PIC X(30) VALUE
                    "   REJECT OR WARNING REASON".

       01  DTL-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
                "TRANSACTIONS REJECTED   : ".
           05  TRL-REJ              PIC ZZZZZZ9.

       01  TRL-LINE-5.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "TERRITORY WARNINGS      : ".
           05  TRL-WARN             PIC ZZZZZZ9.

       01  TRL-LINE-6.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "SALESMAN FROM TERRITORY : ".
           05  TRL-FILL             PIC ZZZZZZ9.

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM RDCTL-RTN  THRU  RDCTL-EXIT.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           PERFORM RUNSTART-RTN  THRU  RUNSTART-EXIT.
           IF WS-RUN-OK NOT = "Y"
             PERFORM CLOSE-FILES
             STOP RUN
           END-IF.
           PERFORM READTRN-RTN  THRU  READTRN-EXIT.
           PERFORM UNTIL END-OF-CUSTRANS
             ADD 1 TO WS-SEQ
           MOVE ZERO TO WS-SEQ.
           PERFORM WRCTL-RTN  THRU  WRCTL-EXIT.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           MOVE "C" TO WS-RUN-ACTION.
           PERFORM RUNEND-RTN  THRU  RUNEND-EXIT.
           PERFORM CLOSE-FILES.
           STOP RUN.

                 CNTRYS-FILE
                 REPORT-FILE.

      *----------------------------------------------------------------
      * RUNSTART-RTN - logs the start of the run on RUNCTL.  The start
      * is refused when the job before this one has not completed for
      * the business date, or this one already has and no rerun has
      * been authorised.
      *----------------------------------------------------------------
       RUNSTART-RTN.
           INITIALIZE WS-RUN-CONTROL.
           MOVE "CBCUSLOAD" TO WS-RUN-PGM.
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
      * RDCTL-RTN - reads the restart checkpoint.  An empty or
      * missing checkpoint file means a fresh start.
      * PRCTRN-RTN - edits one transaction with the same rules
      * CBCUSFMNT applies on the panel and posts it to CUSFL3 with a
      * CUSFHIST audit entry, or prints it on the exception report.
      * A salesman outside the territory is posted as keyed - there
      * is no operator to confirm it - and printed as a warning.
      *----------------------------------------------------------------
       PRCTRN-RTN.
           PERFORM EDIT-RTN  THRU  EDIT-EXIT.
           IF VALID-OK
             PERFORM TERRCHK-RTN  THRU  TERRCHK-EXIT
             IF CT-ADD-ACTION
               PERFORM ADDTRN-RTN  THRU  ADDTRN-EXIT
             ELSE
             PERFORM PRINT-REJECT-RTN  THRU  PRINT-REJECT-EXIT
           ELSE
             ADD 1 TO WS-POST-COUNT
             IF WS-TERR-FILLED = "Y"
               ADD 1 TO WS-FILL-COUNT
             END-IF
             IF WS-TERR-WARN = "Y"
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO WS-ERRMSG
               STRING "WARNING - SALESMAN OUTSIDE TERRITORY, EXPECTED "
                      WS-TERR-SINIT
                      DELIMITED BY SIZE  INTO WS-ERRMSG
               PERFORM PRINT-REJECT-RTN  THRU  PRINT-REJECT-EXIT
             END-IF
           END-IF.
       PRCTRN-EXIT. EXIT.

      *----------------------------------------------------------------
      * TERRCHK-RTN - the CBCUSFMNT territory rules for a transaction
      * that has passed the edits.  A new customer with no salesman
      * is given the one CBTERLKP finds for the address, provided
      * that salesman is still on SLMEN.  A salesman keyed that is
      * not the territory's one is flagged for a warning line.  A
      * change that leaves salesman and address as they are on file
      * (CUSFL3-RECORD, read by EDIT-RTN) is not checked.
      *----------------------------------------------------------------
       TERRCHK-RTN.
           MOVE "N" TO WS-TERR-FILLED  WS-TERR-WARN.
           IF CT-CHANGE-ACTION
             IF SINIT OF CT-CUSTOMER-IMAGE = SPACES
               GO TERRCHK-EXIT
             END-IF
             IF SINIT  OF CT-CUSTOMER-IMAGE = SINIT  OF CUSFL3-RECORD
                AND CNTRY  OF CT-CUSTOMER-IMAGE = CNTRY OF CUSFL3-RECORD
                AND PSCD   OF CT-CUSTOMER-IMAGE = PSCD  OF CUSFL3-RECORD
                AND DSDCDE OF CT-CUSTOMER-IMAGE =
                                    DSDCDE OF CUSFL3-RECORD
               GO TERRCHK-EXIT
             END-IF
           END-IF.
           CALL "CBTERLKP" USING CNTRY  OF CT-CUSTOMER-IMAGE
                                 PSCD   OF CT-CUSTOMER-IMAGE
                                 DSDCDE OF CT-CUSTOMER-IMAGE
                                 WS-TERR-SINIT.
           IF WS-TERR-SINIT = SPACES
             GO TERRCHK-EXIT
           END-IF.
           IF SINIT OF CT-CUSTOMER-IMAGE = SPACES
             MOVE WS-TERR-SINIT TO SINIT OF SLMEN-RECORD
             MOVE "Y" TO RECORD-FOUND-SLMEN
             START SLMEN-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                     OF SLMEN-RECORD
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-SLMEN  END-START
             IF RECORD-FOUND-SLMEN = "Y"
               MOVE WS-TERR-SINIT TO SINIT OF CT-CUSTOMER-IMAGE
               MOVE "Y" TO WS-TERR-FILLED
             END-IF
             GO TERRCHK-EXIT
           END-IF.
           IF SINIT OF CT-CUSTOMER-IMAGE NOT = WS-TERR-SINIT
             MOVE "Y" TO WS-TERR-WARN
           END-IF.
       TERRCHK-EXIT. EXIT.

      *----------------------------------------------------------------
      * EDIT-RTN - the CBCUSFMNT VALIDATE-RTN edits, applied to the
      * transaction image, plus the action-code and existence checks

      *----------------------------------------------------------------
      * PRINT-REJECT-RTN - one exception line per rejected
      * transaction with the reason it failed the edits, or per
      * posted one with the warning raised against it.
      *----------------------------------------------------------------
       PRINT-REJECT-RTN.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
           WRITE REPORT-LINE FROM TRL-LINE-3.
           MOVE WS-REJ-COUNT TO TRL-REJ.
           WRITE REPORT-LINE FROM TRL-LINE-4.
           MOVE WS-WARN-COUNT TO TRL-WARN.
           WRITE REPORT-LINE FROM TRL-LINE-5.
           MOVE WS-FILL-COUNT TO TRL-FILL.
           WRITE REPORT-LINE FROM TRL-LINE-6.
       PRINT-TRAILER-EXIT. EXIT.
