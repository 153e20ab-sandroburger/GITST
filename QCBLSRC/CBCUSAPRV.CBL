       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSAPRV.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Supervisor approval of the status, distributor and salesman
      * changes CBCUSFMNT queues on CUSPEND.  Lists every pending
      * entry; option 5 shows the change field by field, F10 then
      * approves it onto CUSFL3 and F23 rejects it back to the
      * requester with the reason keyed.  Nobody approves a change
      * they raised themselves.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CUSAPRVD
               ORGANIZATION TRANSACTION
               FILE STATUS IS DISPLAY-STATUS
               CONTROL-AREA SCRN-CONTROL
               RELATIVE KEY IS WS-SFL-RRN.

           SELECT CUSFL3-FILE
               ASSIGN TO DATABASE-CUSFL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSFL3-RECORD.

           SELECT CUSPEND-FILE
               ASSIGN TO DATABASE-CUSPEND
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSPEND-RECORD
                        WITH DUPLICATES.

           SELECT CUSFHIST-FILE
               ASSIGN TO DATABASE-CUSFHIST
               ORGANIZATION IS SEQUENTIAL.

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

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  CUSAPRVD.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CUSPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSPEND-RECORD.
           COPY DDS-RCUSPD        OF  CUSPEND.

       FD  CUSFHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFHIST-RECORD.
           COPY DDS-RCUSFH        OF  CUSFHIST.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  DISTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISTS-RECORD.
           COPY DDS-RPRODS        OF  DISTS.

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBCUSAPRV".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
       01  WS-SFL-RRN                  PIC S9(4) COMP.
       01  WS-SEL-RRN                  PIC S9(4) COMP.
       01  WS-TOT-COUNT                PIC S9(7) COMP.
       01  WS-DIF-COUNT                PIC S9(4) COMP.
       01  WS-EOF-CUSPEND              PIC X(1)  VALUE "N".
       01  WS-EOF-SFL                  PIC X(1)  VALUE "N".
       01  WS-MSG-COUNT                PIC ZZZZZZ9.
       01  WS-MSG-CAP                  PIC ZZ9.

      *----------------------------------------------------------------
      * One entry per list line, indexed by subfile RRN - enough of
      * the CUSPEND entry to find it again, since CUSNO alone is
      * not unique on the queue.
      *----------------------------------------------------------------
       01  WS-PEND-TABLE.
           02  WS-PEND-ENTRY  OCCURS 50.
               03  WS-PEND-CUSNO       PIC S9(05).
               03  WS-PEND-USER        PIC X(10).
               03  WS-PEND-DATE        PIC 9(08).
               03  WS-PEND-TIME        PIC 9(08).

       01  WS-FLD-NAME                 PIC X(10).
       01  WS-FLD-OLD                  PIC X(50).
       01  WS-FLD-NEW                  PIC X(50).

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSPEND    PIC X VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
           02  RECORD-FOUND-DISTS      PIC X VALUE SPACES.
           02  DIST-ACTIVE-FOUND       PIC X VALUE SPACES.
           02  WS-REF-VALID            PIC X VALUE SPACES.

       01  WS-FLAGS.
           02  DISPLAY-STATUS PIC XX.
              88 SCR-ERR  VALUE "9N".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".
           02  IN10                    PIC 1  INDIC 10.
               88  APPROVE-F10         VALUE B"1".
           02  IN23                    PIC 1  INDIC 23.
               88  REJECT-F23          VALUE B"1".

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
           02 RECFORMAT   PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INITIAL-RTN  THRU  INITIAL-EXIT.
           PERFORM PROCESS-ROUTINE  THRU  PRC-EXIT
                       UNTIL  EXIT-KEY.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       PROCESS-ROUTINE.
           WRITE  DISPLAY-REC  FORMAT "ZZPA02"
           READ  DISPLAY-FILE  RECORD
           IF EXIT-KEY
             GO PRC-EXIT
           END-IF
           IF WS-AUTH-OK NOT = "Y"
             GO PRC-EXIT
           END-IF
           IF CANCEL-KEY
      * F12 refreshes the list from the queue
             PERFORM LOADLST-RTN  THRU  LOADLST-EXIT
             GO PRC-EXIT
           END-IF
           PERFORM RDOPT-RTN  THRU  RDOPT-EXIT.
       PRC-EXIT. EXIT.

       INITIAL-RTN.
           MOVE "CBCUSAPRV" TO ZZPGM.
           MOVE SPACES TO ZMESSAGE.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
      * Deciding four-eyes changes is a supervisor job - anyone else
      * gets an empty list and the refusal stands logged.
           MOVE "APPROVE CHANGES" TO WS-AUTH-ACTION.
           MOVE "S" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           IF WS-AUTH-OK NOT = "Y"
             MOVE INDIC-OFF TO IN50  IN52
             MOVE INDIC-ON  TO IN51
             WRITE  DISPLAY-REC  FORMAT "ZZPA02"
             MOVE INDIC-OFF TO IN51
             MOVE "Not authorised - supervisors only.. " TO ZMESSAGE
             GO INITIAL-EXIT
           END-IF.
           PERFORM LOADLST-RTN  THRU  LOADLST-EXIT.
       INITIAL-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  I-O    DISPLAY-FILE
                            CUSFL3-FILE
                            CUSPEND-FILE
                     INPUT  SLMEN-FILE
                            DISTS-FILE
                     EXTEND CUSFHIST-FILE.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CUSFL3-FILE
                       CUSPEND-FILE
                       CUSFHIST-FILE
                       SLMEN-FILE
                       DISTS-FILE.

      *----------------------------------------------------------------
      * LOADLST-RTN - reads the whole queue and loads every entry
      * still awaiting a decision into the list subfile, oldest
      * request first within customer.
      *----------------------------------------------------------------
       LOADLST-RTN.
           MOVE INDIC-OFF TO IN50  IN52.
           MOVE INDIC-ON  TO IN51.
           WRITE  DISPLAY-REC  FORMAT "ZZPA02".
           MOVE INDIC-OFF TO IN51.
           MOVE ZERO TO WS-SFL-RRN  WS-TOT-COUNT.
      * Fresh pass over the queue from the first key
           CLOSE CUSPEND-FILE.
           OPEN I-O CUSPEND-FILE.
           MOVE "N" TO WS-EOF-CUSPEND.
           PERFORM UNTIL WS-EOF-CUSPEND = "Y"
             READ CUSPEND-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-EOF-CUSPEND
             END-READ
             IF WS-EOF-CUSPEND = "N"
               IF PD-PENDING
                 ADD 1 TO WS-TOT-COUNT
                 IF WS-SFL-RRN < MAX-SFL-RECORDS
                   PERFORM ADDLINE-RTN  THRU  ADDLINE-EXIT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF WS-TOT-COUNT = ZERO
             MOVE "No changes are waiting for approval.. " TO ZMESSAGE
             GO LOADLST-EXIT
           END-IF.
           IF WS-TOT-COUNT > MAX-SFL-RECORDS
             MOVE MAX-SFL-RECORDS TO WS-MSG-CAP
             MOVE WS-TOT-COUNT TO WS-MSG-COUNT
             STRING "Showing the first " WS-MSG-CAP
                    " of " WS-MSG-COUNT  " pending changes.. "
                    DELIMITED BY SIZE  INTO ZMESSAGE
           ELSE
             MOVE "Type 5 against a change to approve or reject it.. "
                                   TO ZMESSAGE
           END-IF.
           MOVE INDIC-ON TO IN50  IN52.
       LOADLST-EXIT. EXIT.

      *----------------------------------------------------------------
      * ADDLINE-RTN - writes the list line for the CUSPEND entry just
      * read and remembers how to find it again.
      *----------------------------------------------------------------
       ADDLINE-RTN.
           ADD 1 TO WS-SFL-RRN.
           MOVE PD-CUSNO   TO WS-PEND-CUSNO (WS-SFL-RRN).
           MOVE PD-REQUSER TO WS-PEND-USER (WS-SFL-RRN).
           MOVE PD-REQDATE TO WS-PEND-DATE (WS-SFL-RRN).
           MOVE PD-REQTIME TO WS-PEND-TIME (WS-SFL-RRN).
           MOVE SPACES TO ZZPA01-O.
           MOVE PD-CUSNO   TO ZPACUSNO.
           MOVE CNAME OF PD-AFTER-IMAGE TO ZPACNAME.
           MOVE PD-REQUSER TO ZPAUSER.
           MOVE PD-REQDATE TO ZPADATE.
           MOVE PD-REQTIME TO ZPATIME.
           WRITE SUBFILE DISPLAY-REC FORMAT "ZZPA01".
       ADDLINE-EXIT. EXIT.

      *----------------------------------------------------------------
      * RDOPT-RTN - picks up the first list line the operator put
      * option 5 against and puts up its decision panel.  The list
      * is reloaded afterwards, which also clears the option column
      * and drops anything decided meanwhile.
      *----------------------------------------------------------------
       RDOPT-RTN.
           MOVE ZERO TO WS-SEL-RRN.
           MOVE "N" TO WS-EOF-SFL.
           PERFORM UNTIL WS-EOF-SFL = "Y"
             READ SUBFILE DISPLAY-FILE NEXT MODIFIED RECORD
                  FORMAT "ZZPA01"
                  AT END MOVE "Y" TO WS-EOF-SFL
             END-READ
             IF WS-EOF-SFL = "N"
               IF ZPAOPT OF ZZPA01-I = "5"
                 MOVE WS-SFL-RRN TO WS-SEL-RRN
                 MOVE "Y" TO WS-EOF-SFL
               END-IF
             END-IF
           END-PERFORM.
           IF WS-SEL-RRN > ZERO
             PERFORM DETAIL-RTN  THRU  DETAIL-EXIT
             IF NOT EXIT-KEY
               PERFORM LOADLST-RTN  THRU  LOADLST-EXIT
               IF WS-ERRMSG NOT = SPACES
                 MOVE WS-ERRMSG TO ZMESSAGE
               END-IF
             END-IF
           END-IF.
       RDOPT-EXIT. EXIT.

      *----------------------------------------------------------------
      * DETAIL-RTN - shows the requested change field by field and
      * waits for the decision: F10 approves, F23 rejects with the
      * reason keyed, Enter or F12 goes back to the list untouched.
      *----------------------------------------------------------------
       DETAIL-RTN.
           MOVE SPACES TO WS-ERRMSG.
           PERFORM FINDPND-RTN  THRU  FINDPND-EXIT.
           IF RECORD-FOUND-CUSPEND NOT = "Y"
             MOVE "Change already decided by another supervisor"
                                   TO WS-ERRMSG
             GO DETAIL-EXIT
           END-IF.
           MOVE INDIC-OFF TO IN53  IN55.
           MOVE INDIC-ON  TO IN54.
           WRITE  DISPLAY-REC  FORMAT "ZZPD02".
           MOVE INDIC-OFF TO IN54.
           MOVE ZERO TO WS-SFL-RRN  WS-DIF-COUNT.
           MOVE PD-CUSNO   TO ZPDCUSNO.
           MOVE CNAME OF PD-AFTER-IMAGE TO ZPDCNAME.
           MOVE PD-REQUSER TO ZPDUSER.
           MOVE PD-REQDATE TO ZPDDATE.
           MOVE PD-REQTIME TO ZPDTIME.
           MOVE SPACES TO ZPDREASON OF ZZPD02-O.
           PERFORM CMPALL-RTN  THRU  CMPALL-EXIT.
           IF WS-DIF-COUNT > ZERO
             MOVE INDIC-ON TO IN53  IN55
           END-IF.
           MOVE "F10=Approve  F23=Reject (type the reason)  F12=Cancel"
                                   TO ZPDMSG.
           WRITE  DISPLAY-REC  FORMAT "ZZPD02"
           READ  DISPLAY-FILE  RECORD.
           IF EXIT-KEY OR CANCEL-KEY
             GO DETAIL-EXIT
           END-IF.
           IF APPROVE-F10
      * Four eyes means two different people
             IF PD-REQUSER = WS-OPERATOR-ID
               MOVE "You cannot approve a change you raised yourself"
                                     TO WS-ERRMSG
               GO DETAIL-EXIT
             END-IF
             PERFORM APPROVE-RTN  THRU  APPROVE-EXIT
             GO DETAIL-EXIT
           END-IF.
           IF REJECT-F23
             IF ZPDREASON OF ZZPD02-I = SPACES
               MOVE "A reason must be typed to reject a change"
                                     TO WS-ERRMSG
               GO DETAIL-EXIT
             END-IF
             PERFORM REJECT-RTN  THRU  REJECT-EXIT
           END-IF.
       DETAIL-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDPND-RTN - positions on the CUSPEND entry behind list line
      * WS-SEL-RRN, leaving it in CUSPEND-RECORD ready for REWRITE.
      * RECORD-FOUND-CUSPEND is "Y" only if it is still pending.
      *----------------------------------------------------------------
       FINDPND-RTN.
           MOVE WS-PEND-CUSNO (WS-SEL-RRN) TO PD-CUSNO.
           MOVE "S" TO RECORD-FOUND-CUSPEND.
           START CUSPEND-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                    OF CUSPEND-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSPEND  END-START.
           PERFORM UNTIL RECORD-FOUND-CUSPEND NOT = "S"
             READ CUSPEND-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CUSPEND
             END-READ
             IF RECORD-FOUND-CUSPEND = "S"
               IF PD-CUSNO NOT = WS-PEND-CUSNO (WS-SEL-RRN)
                 MOVE "N" TO RECORD-FOUND-CUSPEND
               ELSE
                 IF PD-REQUSER = WS-PEND-USER (WS-SEL-RRN)
                       AND PD-REQDATE = WS-PEND-DATE (WS-SEL-RRN)
                       AND PD-REQTIME = WS-PEND-TIME (WS-SEL-RRN)
                   IF PD-PENDING
                     MOVE "Y" TO RECORD-FOUND-CUSPEND
                   ELSE
                     MOVE "N" TO RECORD-FOUND-CUSPEND
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       FINDPND-EXIT. EXIT.

      *----------------------------------------------------------------
      * APPROVE-RTN - applies the three four-eyes fields from the
      * after image to the customer as it stands now.  Refused if
      * the customer has gone, or if any of the three no longer
      * holds the value the requester started from, or if the new
      * salesman or distributor would no longer pass the CBCUSFMNT
      * edits.  The change is
      * audited under the requester, with a "V" sign-off entry under
      * the approving supervisor.
      *----------------------------------------------------------------
       APPROVE-RTN.
           MOVE PD-CUSNO TO CUSNO OF CUSFL3-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSFL3.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3
           END-READ.
           IF RECORD-FOUND-CUSFL3 = "N"
             MOVE "Customer is no longer on file - reject the change"
                                   TO WS-ERRMSG
             GO APPROVE-EXIT
           END-IF.
           IF CUSSTAT OF CUSFL3-RECORD NOT =
                                   CUSSTAT OF PD-BEFORE-IMAGE
              OR DSDCDE OF CUSFL3-RECORD NOT =
                                   DSDCDE OF PD-BEFORE-IMAGE
              OR SINIT OF CUSFL3-RECORD NOT =
                                   SINIT OF PD-BEFORE-IMAGE
             MOVE "Customer changed since the request - reject it"
                                   TO WS-ERRMSG
             GO APPROVE-EXIT
           END-IF.
           PERFORM CHKREF-RTN  THRU  CHKREF-EXIT.
           IF WS-REF-VALID = "N"
             MOVE
           "Salesman/distributor no longer valid - reject the change"
                                   TO WS-ERRMSG
             GO APPROVE-EXIT
           END-IF.
           MOVE CUSFL3-RECORD TO CH-BEFORE-IMAGE.
           MOVE CUSSTAT OF PD-AFTER-IMAGE TO CUSSTAT OF CUSFL3-RECORD.
           MOVE DSDCDE OF PD-AFTER-IMAGE  TO DSDCDE OF CUSFL3-RECORD.
           MOVE SINIT OF PD-AFTER-IMAGE   TO SINIT OF CUSFL3-RECORD.
           REWRITE CUSFL3-RECORD
                     INVALID KEY
                       MOVE "Customer could not be updated - try again"
                                     TO WS-ERRMSG
                       GO APPROVE-EXIT
           END-REWRITE.
           MOVE CUSFL3-RECORD TO CH-AFTER-IMAGE.
           MOVE PD-CUSNO TO CH-CUSNO.
           ACCEPT CH-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-TIME FROM TIME.
           MOVE "C" TO CH-ACTION.
           MOVE PD-REQUSER TO CH-USERID.
           WRITE CUSFHIST-RECORD.
           MOVE "V" TO CH-ACTION.
           MOVE WS-OPERATOR-ID TO CH-USERID.
           WRITE CUSFHIST-RECORD.
           SET PD-APPROVED TO TRUE.
           MOVE WS-OPERATOR-ID TO PD-DECUSER.
           MOVE CH-DATE TO PD-DECDATE.
           MOVE CH-TIME TO PD-DECTIME.
           REWRITE CUSPEND-RECORD
                   INVALID KEY CONTINUE
           END-REWRITE.
           MOVE "Change approved and applied to the customer.. "
                                   TO WS-ERRMSG.
       APPROVE-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKREF-RTN - the salesman and distributor in the after image
      * may have been retired or made inactive since the request was
      * raised.  Checked the way CBCUSFMNT VALIDATE-RTN checks them:
      * the salesman must be on SLMEN and at least one DISTS row
      * under the distributor code must be active.
      *----------------------------------------------------------------
       CHKREF-RTN.
           MOVE "Y" TO WS-REF-VALID.
           IF SINIT OF PD-AFTER-IMAGE NOT = SPACES
             MOVE SINIT OF PD-AFTER-IMAGE TO SINIT OF SLMEN-RECORD
             MOVE "Y" TO RECORD-FOUND-SLMEN
             START SLMEN-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                     OF SLMEN-RECORD
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-SLMEN  END-START
             IF RECORD-FOUND-SLMEN = "N"
               MOVE "N" TO WS-REF-VALID
               GO CHKREF-EXIT
             END-IF
           END-IF.
           IF DSDCDE OF PD-AFTER-IMAGE = SPACES
             GO CHKREF-EXIT
           END-IF.
           MOVE DSDCDE OF PD-AFTER-IMAGE TO DSDCDE OF DISTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-DISTS.
           START DISTS-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                   OF DISTS-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-DISTS  END-START.
           MOVE "N" TO DIST-ACTIVE-FOUND.
           PERFORM UNTIL RECORD-FOUND-DISTS = "N"
             READ DISTS-FILE NEXT RECORD
                   AT END  MOVE "N" TO RECORD-FOUND-DISTS  END-READ
             IF RECORD-FOUND-DISTS = "Y"
               IF DSDCDE OF DISTS-RECORD NOT = DSDCDE OF PD-AFTER-IMAGE
                 MOVE "N" TO RECORD-FOUND-DISTS
               ELSE
                 IF DIST-ACTIVE
                   MOVE "Y" TO DIST-ACTIVE-FOUND
                   MOVE "N" TO RECORD-FOUND-DISTS
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF DIST-ACTIVE-FOUND NOT = "Y"
             MOVE "N" TO WS-REF-VALID
           END-IF.
       CHKREF-EXIT. EXIT.

      *----------------------------------------------------------------
      * REJECT-RTN - sends the change back.  CUSFL3 is not touched;
      * the reason waits on CUSPEND until CBCUSFMNT shows it to the
      * requester.
      *----------------------------------------------------------------
       REJECT-RTN.
           SET PD-REJECTED TO TRUE.
           MOVE WS-OPERATOR-ID TO PD-DECUSER.
           ACCEPT PD-DECDATE FROM DATE YYYYMMDD.
           ACCEPT PD-DECTIME FROM TIME.
           MOVE ZPDREASON OF ZZPD02-I TO PD-REASON.
           REWRITE CUSPEND-RECORD
                   INVALID KEY
                     MOVE "Change could not be updated - try again"
                                   TO WS-ERRMSG
                     GO REJECT-EXIT
           END-REWRITE.
           MOVE "Change rejected - the requester will see the reason"
                                   TO WS-ERRMSG.
       REJECT-EXIT. EXIT.

      *----------------------------------------------------------------
      * CMPALL-RTN - runs the three four-eyes fields of the images
      * through the comparison.  Nothing else differs between them.
      *----------------------------------------------------------------
       CMPALL-RTN.
           MOVE "STATUS"   TO WS-FLD-NAME.
           MOVE CUSSTAT OF PD-BEFORE-IMAGE TO WS-FLD-OLD.
           MOVE CUSSTAT OF PD-AFTER-IMAGE  TO WS-FLD-NEW.
           PERFORM CMPFLD-RTN  THRU  CMPFLD-EXIT.
           MOVE "DSDCDE"   TO WS-FLD-NAME.
           MOVE DSDCDE OF PD-BEFORE-IMAGE TO WS-FLD-OLD.
           MOVE DSDCDE OF PD-AFTER-IMAGE  TO WS-FLD-NEW.
           PERFORM CMPFLD-RTN  THRU  CMPFLD-EXIT.
           MOVE "SINIT"    TO WS-FLD-NAME.
           MOVE SINIT OF PD-BEFORE-IMAGE TO WS-FLD-OLD.
           MOVE SINIT OF PD-AFTER-IMAGE  TO WS-FLD-NEW.
           PERFORM CMPFLD-RTN  THRU  CMPFLD-EXIT.
       CMPALL-EXIT. EXIT.

      *----------------------------------------------------------------
      * CMPFLD-RTN - writes one comparison line when the old and new
      * value differ.
      *----------------------------------------------------------------
       CMPFLD-RTN.
           IF WS-FLD-OLD = WS-FLD-NEW
             GO CMPFLD-EXIT
           END-IF.
           ADD 1 TO WS-DIF-COUNT.
           ADD 1 TO WS-SFL-RRN.
           MOVE SPACES TO ZZPD01-O.
           MOVE WS-FLD-NAME TO ZPDFLD.
           MOVE WS-FLD-OLD  TO ZPDOLD.
           MOVE WS-FLD-NEW  TO ZPDNEW.
           WRITE SUBFILE DISPLAY-REC FORMAT "ZZPD01".
       CMPFLD-EXIT. EXIT.
