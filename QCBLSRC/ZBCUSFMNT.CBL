                                          OF CUSFLNAM-RECORD
                        WITH DUPLICATES.

           SELECT CUSPEND-FILE
               ASSIGN TO DATABASE-CUSPEND
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSPEND-RECORD
                        WITH DUPLICATES.

           SELECT CUSCRED-FILE
               ASSIGN TO DATABASE-CUSCRED
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSCRED-RECORD.

       DATA DIVISION.
       FILE SECTION.

       01  CUSFLNAM-RECORD.
           COPY DDS-RCUSFNAM      OF  CUSFLNAM.

       FD  CUSPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSPEND-RECORD.
           COPY DDS-RCUSPD        OF  CUSPEND.

       FD  CUSCRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSCRED-RECORD.
           COPY DDS-RCUSCR        OF  CUSCRED.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).
       01  WS-WARNMSG                  PIC X(132).
       01  WS-DUP-NAME-ACK             PIC X(1)  VALUE "N".
       01  WS-DUP-WARNED-NAME          PIC X(30) VALUE SPACES.
      *--Salesman outside territory - the same "N"/"W"/"Y" cycle as
      *  the duplicate name warning, against the salesman and
      *  address the warning was raised for.
       01  WS-TERR-ACK                 PIC X(1)  VALUE "N".
       01  WS-TERR-KEYED.
           02  WS-TK-SINIT             PIC X(03).
           02  WS-TK-CNTRY             PIC X(20).
           02  WS-TK-PSCD              PIC X(10).
           02  WS-TK-DSDCDE            PIC X(05).
       01  WS-TERR-WARNED              PIC X(38) VALUE SPACES.
       01  WS-TERR-SINIT               PIC X(03).
       01  WS-TERRMSG                  PIC X(132).
      *--Image of the CUSFL3 record as it was when the panel was
      *  put up - the save is refused if the record on file no
      *  longer matches it (another operator got there first).
           02  RECORD-FOUND-CUSFLNAM   PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSNOTES   PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSPEND    PIC X VALUE SPACES.
           02  DIST-ACTIVE-FOUND       PIC X VALUE SPACES.
      *--Four-eyes queue state for the customer on the panel.
      *  WS-CHANGE-PENDING "Y" while a CUSPEND entry awaits a
      *  supervisor, WS-PEND-RAISED "Y" when this save queues one.
       01  WS-CHANGE-PENDING           PIC X(1) VALUE "N".
       01  WS-PEND-RAISED              PIC X(1) VALUE "N".
       01  WS-REJECT-MSG               PIC X(79) VALUE SPACES.
      *--Credit hold warning for the customer on the panel, built
      *  from the CUSCRED hold reason.
       01  WS-HOLD-MSG                 PIC X(79) VALUE SPACES.
       01  WS-XWG4TX                   PIC X(40).
       01  WS-EXIT-MAIN                PIC X(1) VALUE "N".
       01  WS-STATUSES                 PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
           88 OPR-INQUIRY              VALUE "I".
           88 OPR-SUPERVISOR           VALUE "S".

       01  WS-FLAGS.
           02  DISPLAY-STATUS PIC XX.
               88  DLVRY-AREA-F10      VALUE B"1".
           02  IN11                    PIC 1  INDIC 11.
               88  NOTES-F11           VALUE B"1".
           02  IN14                    PIC 1  INDIC 14.
               88  CREDIT-F14          VALUE B"1".
           02  IN15                    PIC 1  INDIC 15.
               88  ADDRESS-F15         VALUE B"1".
           02  IN16                    PIC 1  INDIC 16.
               88  GROUP-F16           VALUE B"1".

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           SET RECORD-NOT-SAVED TO TRUE.
           MOVE "N" TO WS-DUP-NAME-ACK.
           MOVE SPACES TO WS-DUP-WARNED-NAME.
           MOVE "N" TO WS-TERR-ACK.
           MOVE SPACES TO WS-TERR-WARNED.
           READ CUSFL3-FILE
                  INVALID KEY
                       SET ADD-MODE TO TRUE
             MOVE "Please make required changes.. "
                                   TO ZMESSAGE
           END-IF.
           IF WS-REJECT-MSG NOT = SPACES
             MOVE WS-REJECT-MSG TO ZMESSAGE
           ELSE
             IF WS-CHANGE-PENDING = "Y"
               MOVE "Status/distributor/salesman change awaits approval"
                                   TO ZMESSAGE
             END-IF
             IF WS-HOLD-MSG NOT = SPACES
               MOVE WS-HOLD-MSG TO ZMESSAGE
             END-IF
           END-IF.

           PERFORM EDITPNL-RTN  THRU  EDITPNL-EXIT
                       UNTIL  EXIT-KEY OR CANCEL-KEY OR RECORD-SAVED.
               CALL "CBCUSNOTE" USING ZCUSNO OF ZZFT01-O
               CANCEL "CBCUSNOTE"
               GO PROCESS-ROUTINE
             WHEN CREDIT-F14
      * Credit limit, terms and hold are kept on CUSCRED against
      * the saved customer number - not available while adding.
               IF ADD-MODE
                 MOVE "Save the customer before maintaining credit "
                                       TO ZMESSAGE
                 GO EDITPNL-RTN
               END-IF
               CALL "CBCUSCRED" USING ZCUSNO OF ZZFT01-O
               CANCEL "CBCUSCRED"
               GO PROCESS-ROUTINE
             WHEN ADDRESS-F15
      * Delivery, invoice and statement addresses are kept on
      * CUSADDR against the saved customer number.
               IF ADD-MODE
                 MOVE "Save the customer before maintaining addresses"
                                       TO ZMESSAGE
                 GO EDITPNL-RTN
               END-IF
               CALL "CBCUSADR" USING ZCUSNO OF ZZFT01-O
               CANCEL "CBCUSADR"
               GO PROCESS-ROUTINE
             WHEN GROUP-F16
      * The link to a parent customer is kept on CUSREL against the
      * saved customer number.
               IF ADD-MODE
                 MOVE "Save the customer before linking it to a group"
                                       TO ZMESSAGE
                 GO EDITPNL-RTN
               END-IF
               CALL "CBCUSREL" USING ZCUSNO OF ZZFT01-O
               CANCEL "CBCUSREL"
               GO PROCESS-ROUTINE
             WHEN DIST-F09
               CALL "DSPDISTS" USING ZDSDCDE OF ZZFT01-O
               CANCEL "DSPDISTS"
               INITIALIZE CUSFL3-RECORD
               MOVE "N" TO WS-DUP-NAME-ACK
               MOVE SPACES TO WS-DUP-WARNED-NAME
               MOVE "N" TO WS-TERR-ACK
               MOVE SPACES TO WS-TERR-WARNED
               PERFORM WRITESCN-RTN  THRU WRITESCN-EXIT
               MOVE "Enter customer number and details to add.. "
                                     TO ZMESSAGE
               MOVE "Y" TO WS-DUP-NAME-ACK
               MOVE ZCNAME OF ZZFT01-I TO WS-DUP-WARNED-NAME
             ELSE
               IF WS-TERR-ACK = "W"
      * Salesman does not cover the address - the same warning and
      * confirming keystroke as for a duplicate name.
                 MOVE WS-TERRMSG TO ZMESSAGE
                 MOVE "Y" TO WS-TERR-ACK
                 MOVE WS-TERR-KEYED TO WS-TERR-WARNED
               ELSE
                 IF ADD-MODE
                   PERFORM ADDFILE-RTN  THRU  ADDFILE-EXIT
                 ELSE
                   PERFORM UPDFILE-RTN  THRU  UPDFILE-EXIT
                 END-IF
                 IF VALID-NOT-OK
                   MOVE WS-ERRMSG TO ZMESSAGE
                 ELSE
                   SET RECORD-SAVED TO TRUE
                 END-IF
               END-IF
             END-IF
           ELSE
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
      * Protect Customer Number
           MOVE B"1" TO IN31.
      * If Customer number not provided
                            CONHDR-FILE
                            CUSNOTES-FILE
                            CUSFLNAM-FILE
                            CUSCRED-FILE
                     I-O    DISPLAY-FILE
                            CUSFL3-FILE
                            CUSPEND-FILE
                     EXTEND CUSFHIST-FILE.

       CLOSE-FILES.
                       CNTRYS-FILE
                       CONHDR-FILE
                       CUSNOTES-FILE
                       CUSFLNAM-FILE
                       CUSPEND-FILE
                       CUSCRED-FILE.

       VALIDATE-RTN.
           MOVE ALL B"0" TO ZZFT01-O-INDIC.
      * Warn (but do not block) if another customer already has
      * this name on file.
           PERFORM DUPCHK-RTN  THRU  DUPCHK-EXIT.
      * Warn (but do not block) if the salesman keyed is not the one
      * the territory table gives for the address.
           PERFORM TERRCHK-RTN  THRU  TERRCHK-EXIT.
       VALIDATE-EXIT.

       WRITESCN-RTN.
           INITIALIZE ZZFT01-O.
           PERFORM COUNTCONTACTS-RTN  THRU  COUNTCONTACTS-EXIT.
           PERFORM COUNTNOTES-RTN  THRU  COUNTNOTES-EXIT.
           PERFORM CHKPEND-RTN  THRU  CHKPEND-EXIT.
           PERFORM CHKCRED-RTN  THRU  CHKCRED-EXIT.
           MOVE CUSNO OF CUSFL3-RECORD TO ZCUSNO OF ZZFT01-O.
           MOVE CNAME OF CUSFL3-RECORD  TO ZCNAME OF ZZFT01-O.
           MOVE ADD1 OF CUSFL3-RECORD   TO ZADD1  OF ZZFT01-O.
           MOVE JTITLE OF CUSFL3-RECORD TO ZJTITLE OF ZZFT01-O.
           MOVE WS-CONTACT-COUNT TO ZCONCNT OF ZZFT01-O.
           MOVE WS-NOTE-COUNT TO ZNOTCNT OF ZZFT01-O.
           IF WS-CHANGE-PENDING = "Y"
             MOVE "CHANGE PENDING" TO ZPENDING OF ZZFT01-O
           END-IF.
           IF WS-HOLD-MSG NOT = SPACES
             MOVE "ACCOUNT ON HOLD" TO ZCRDHOLD OF ZZFT01-O
           END-IF.
       WRITESCN-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKCRED-RTN - reads the CUSCRED record of the customer in
      * CUSFL3-RECORD.  When the account is on credit hold the
      * warning, with the hold reason, is left in WS-HOLD-MSG.
      *----------------------------------------------------------------
       CHKCRED-RTN.
           MOVE SPACES TO WS-HOLD-MSG.
           IF ADD-MODE
             GO CHKCRED-EXIT
           END-IF.
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSCRED-RECORD.
           READ CUSCRED-FILE
                  INVALID KEY
                       GO CHKCRED-EXIT
           END-READ.
           IF CREDIT-ON-HOLD
             STRING "Account on credit hold - " DELIMITED BY SIZE
                    CRHLDRSN OF CUSCRED-RECORD DELIMITED BY SIZE
                    INTO WS-HOLD-MSG
           END-IF.
       CHKCRED-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKPEND-RTN - looks through the CUSPEND entries for the
      * customer in CUSFL3-RECORD.  Sets WS-CHANGE-PENDING when one
      * still awaits a supervisor.  A rejection of a change this
      * operator raised is passed back once in WS-REJECT-MSG, and
      * the entry is marked as seen.
      *----------------------------------------------------------------
       CHKPEND-RTN.
           MOVE "N" TO WS-CHANGE-PENDING.
           MOVE SPACES TO WS-REJECT-MSG.
           IF ADD-MODE
             GO CHKPEND-EXIT
           END-IF.
           MOVE CUSNO OF CUSFL3-RECORD TO PD-CUSNO.
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
               IF PD-CUSNO NOT = CUSNO OF CUSFL3-RECORD
                 MOVE "N" TO RECORD-FOUND-CUSPEND
               ELSE
                 IF PD-PENDING
                   MOVE "Y" TO WS-CHANGE-PENDING
                 END-IF
                 IF PD-REJECTED AND PD-REQUSER = WS-OPERATOR-ID
                   STRING "Change rejected by " DELIMITED BY SIZE
                          PD-DECUSER DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          PD-REASON DELIMITED BY SIZE
                          INTO WS-REJECT-MSG
                   SET PD-REJECT-SEEN TO TRUE
                   REWRITE CUSPEND-RECORD
                           INVALID KEY CONTINUE
                   END-REWRITE
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       CHKPEND-EXIT. EXIT.

      *----------------------------------------------------------------
      * COUNTCONTACTS-RTN - counts the CONHDR entries on file for the
      * customer currently in CUSFL3-RECORD, for display on ZZFT01.
           END-PERFORM.
       DUPCHK-EXIT. EXIT.

      *----------------------------------------------------------------
      * TERRCHK-RTN - warns (does not block) when the salesman keyed
      * differs from the one CBTERLKP finds in the TERRIT table for
      * the country, postcode and distributor keyed.  A change that
      * leaves salesman and address as they are on file is not
      * checked - the monthly CBTERRPT report deals with those.
      * WS-TERR-ACK runs "N" / "W" / "Y" the way WS-DUP-NAME-ACK
      * does, "Y" holding only while the salesman and address still
      * match those the warning was raised for (WS-TERR-WARNED).
      *----------------------------------------------------------------
       TERRCHK-RTN.
           MOVE ZSINIT  OF ZZFT01-I TO WS-TK-SINIT.
           MOVE ZCNTRY  OF ZZFT01-I TO WS-TK-CNTRY.
           MOVE ZPSCD   OF ZZFT01-I TO WS-TK-PSCD.
           MOVE ZDSDCDE OF ZZFT01-I TO WS-TK-DSDCDE.
           IF WS-TERR-ACK = "Y"
                 AND WS-TERR-KEYED = WS-TERR-WARNED
             GO TERRCHK-EXIT
           END-IF.
           MOVE "N" TO WS-TERR-ACK.
           IF WS-TK-SINIT = SPACES
             GO TERRCHK-EXIT
           END-IF.
           IF NOT ADD-MODE
                 AND WS-TK-SINIT  = SINIT  OF CUSFL3-RECORD
                 AND WS-TK-CNTRY  = CNTRY  OF CUSFL3-RECORD
                 AND WS-TK-PSCD   = PSCD   OF CUSFL3-RECORD
                 AND WS-TK-DSDCDE = DSDCDE OF CUSFL3-RECORD
             GO TERRCHK-EXIT
           END-IF.
           CALL "CBTERLKP" USING WS-TK-CNTRY  WS-TK-PSCD
                                 WS-TK-DSDCDE  WS-TERR-SINIT.
           IF WS-TERR-SINIT NOT = SPACES
                 AND WS-TERR-SINIT NOT = WS-TK-SINIT
             MOVE SPACES TO WS-TERRMSG
             STRING "Salesman " WS-TK-SINIT
                    " is outside the territory - " WS-TERR-SINIT
                    " expected, Enter to confirm.. "
                    DELIMITED BY SIZE  INTO WS-TERRMSG
             MOVE "W" TO WS-TERR-ACK
           END-IF.
       TERRCHK-EXIT. EXIT.

      *----------------------------------------------------------------
      * TERRFILL-RTN - a new customer keyed without a salesman is
      * given the one the TERRIT table makes responsible for the
      * address, provided that salesman is still on SLMEN.
      *----------------------------------------------------------------
       TERRFILL-RTN.
           CALL "CBTERLKP" USING CNTRY  OF CUSFL3-RECORD
                                 PSCD   OF CUSFL3-RECORD
                                 DSDCDE OF CUSFL3-RECORD
                                 WS-TERR-SINIT.
           IF WS-TERR-SINIT = SPACES
             GO TERRFILL-EXIT
           END-IF.
           MOVE WS-TERR-SINIT TO SINIT OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           START SLMEN-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                   OF SLMEN-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-SLMEN  END-START.
           IF RECORD-FOUND-SLMEN = "Y"
             MOVE WS-TERR-SINIT TO SINIT OF CUSFL3-RECORD
                                   ZSINIT OF ZZFT01-O
           END-IF.
       TERRFILL-EXIT. EXIT.

       UPDFILE-RTN.
           MOVE "C" TO CH-ACTION.
      * The record may have been changed by another operator while
           MOVE ZUSERNM OF ZZFT01-O TO USERNM OF CUSFL3-RECORD.
           MOVE ZSALUT  OF ZZFT01-O TO SALUT OF CUSFL3-RECORD.
           MOVE ZJTITLE OF ZZFT01-O TO JTITLE OF CUSFL3-RECORD.
      * Status, distributor and salesman are four-eyes fields - a
      * change to any of them below the supervisor role is queued
      * on CUSPEND and the rest of the panel is saved as normal.
           MOVE "N" TO WS-PEND-RAISED.
           IF NOT OPR-SUPERVISOR
             IF CUSSTAT OF CUSFL3-RECORD NOT =
                                   CUSSTAT OF CH-BEFORE-IMAGE
                OR DSDCDE OF CUSFL3-RECORD NOT =
                                   DSDCDE OF CH-BEFORE-IMAGE
                OR SINIT OF CUSFL3-RECORD NOT =
                                   SINIT OF CH-BEFORE-IMAGE
               PERFORM QUEUEPND-RTN  THRU  QUEUEPND-EXIT
               IF VALID-NOT-OK
                 GO UPDFILE-EXIT
               END-IF
             END-IF
           END-IF.

           REWRITE CUSFL3-RECORD
                     INVALID KEY

           IF VALID-OK
             MOVE CUSFL3-RECORD TO CH-AFTER-IMAGE
      * A save that only carried queued fields leaves nothing to
      * audit until the supervisor decides.
             IF CH-AFTER-IMAGE NOT = CH-BEFORE-IMAGE
               PERFORM CUSFHIST-RTN  THRU  CUSFHIST-EXIT
             END-IF
             IF WS-PEND-RAISED = "Y"
               WRITE CUSPEND-RECORD
                     INVALID KEY CONTINUE
               END-WRITE
             END-IF
           END-IF.
       UPDFILE-EXIT. EXIT.

      *----------------------------------------------------------------
      * QUEUEPND-RTN - builds the CUSPEND entry for a status,
      * distributor or salesman change keyed by a maintain-level
      * operator, and puts the three fields back as they were on
      * CUSFL3-RECORD so the rest of the save goes ahead without
      * them.  Only one change per customer may wait at a time.
      *----------------------------------------------------------------
       QUEUEPND-RTN.
           PERFORM CHKPEND-RTN  THRU  CHKPEND-EXIT.
           IF WS-CHANGE-PENDING = "Y"
             MOVE "Status/distributor/salesman change already pending"
                                   TO WS-ERRMSG
             SET VALID-NOT-OK TO TRUE
             GO QUEUEPND-EXIT
           END-IF.
           INITIALIZE CUSPEND-RECORD.
           MOVE CUSNO OF CUSFL3-RECORD TO PD-CUSNO.
           SET PD-PENDING TO TRUE.
           MOVE WS-OPERATOR-ID TO PD-REQUSER.
           ACCEPT PD-REQDATE FROM DATE YYYYMMDD.
           ACCEPT PD-REQTIME FROM TIME.
           MOVE CUSFL3-RECORD TO PD-AFTER-IMAGE.
           MOVE CUSSTAT OF CH-BEFORE-IMAGE TO CUSSTAT OF CUSFL3-RECORD.
           MOVE DSDCDE OF CH-BEFORE-IMAGE  TO DSDCDE OF CUSFL3-RECORD.
           MOVE SINIT OF CH-BEFORE-IMAGE   TO SINIT OF CUSFL3-RECORD.
           MOVE CUSFL3-RECORD TO PD-BEFORE-IMAGE.
           MOVE "Y" TO WS-PEND-RAISED.
       QUEUEPND-EXIT. EXIT.

      *----------------------------------------------------------------
      * ADDFILE-RTN - writes a brand new CUSFL3-RECORD for a customer
      * number that did not already exist on file (add mode).
           MOVE ZUSERNM OF ZZFT01-O TO USERNM OF CUSFL3-RECORD.
           MOVE ZSALUT  OF ZZFT01-O TO SALUT OF CUSFL3-RECORD.
           MOVE ZJTITLE OF ZZFT01-O TO JTITLE OF CUSFL3-RECORD.
           IF SINIT OF CUSFL3-RECORD = SPACES
             PERFORM TERRFILL-RTN  THRU  TERRFILL-EXIT
           END-IF.

           WRITE CUSFL3-RECORD
                     INVALID KEY
