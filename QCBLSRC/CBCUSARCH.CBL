                                          OF CUSNOTES-RECORD
                        WITH DUPLICATES.

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

       DATA DIVISION.
       FILE SECTION.

       01  CUSNOTES-RECORD.
           COPY DDS-RCUSNT        OF  CUSNOTES.

       FD  CUSCRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSCRED-RECORD.
           COPY DDS-RCUSCR        OF  CUSCRED.

       FD  CUSADDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSADDR-RECORD.
           COPY DDS-RCUSAD        OF  CUSADDR.

       FD  CUSREL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSREL-RECORD.
           COPY DDS-RCUSRL        OF  CUSREL.

       FD  CUSRELP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSRELP-RECORD.
           COPY DDS-RCUSRLP       OF  CUSRELP.

       FD  CUSCRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSCRHST-RECORD.
           COPY DDS-RCUSCC        OF  CUSCRHST.

       FD  CUSFARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFARCH-RECORD.
           COPY DDS-RCUSFA        OF  CUSFARCH.

       FD  CUSMOVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSMOVE-RECORD.
           COPY DDS-RCUSMV        OF  CUSMOVE.

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-CUR-CUSNO                PIC S9(05) VALUE ZEROS.
       01  WS-CONTACT-COUNT            PIC 999   COMP.
       01  WS-NOTE-COUNT               PIC 999   COMP.
       01  WS-ADDR-COUNT               PIC 999   COMP.
       01  WS-IDX                      PIC S9(4) COMP.
       01  WS-EOF-CUSFARCH             PIC X(1)  VALUE "N".
       01  WS-MSG-COUNT                PIC ZZ9.
       01  WS-MSG-COUNT2               PIC ZZ9.
       01  WS-MSG-COUNT3               PIC ZZ9.
       01  WS-MSG-CUSNO                PIC ----9.
       01  WS-BRANCH-COUNT             PIC 999   COMP.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSNOTES   PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSCRED    PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSADDR    PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSREL     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSRELP    PIC X VALUE SPACES.
           02  ARC-LINK-FOUND          PIC X VALUE SPACES.
           02  LINK-DROPPED            PIC X VALUE SPACES.
           02  ARC-CREDIT-FOUND        PIC X VALUE SPACES.
           02  ARCHIVE-FOUND           PIC X VALUE SPACES.
           02  COLLECTING              PIC X VALUE SPACES.
           02  CONTACTS-LOST           PIC X VALUE SPACES.
           02  NOTES-LOST              PIC X VALUE SPACES.
           02  ADDRESSES-LOST          PIC X VALUE SPACES.

      *----------------------------------------------------------------
      * The latest archived image of the customer being reinstated -
      * the customer record itself plus up to MAX-ARC-CONTACTS of
      * its contacts, MAX-ARC-NOTES of its notes and MAX-ARC-ADDRS
      * of its CUSADDR addresses, and its credit record and group
      * link if it had them, rebuilt while CUSFARCH is scanned.
      *----------------------------------------------------------------
       01  WS-ARC-CUSTOMER             PIC X(394).
       01  WS-ARC-CREDIT               PIC X(84).
       01  WS-ARC-LINK                 PIC X(36).
       01  WS-CON-COUNT                PIC 999   COMP.
       01  WS-CON-TABLE.
           02  WS-CON-ENTRY  OCCURS 50.
               03  WS-NOT-TIME         PIC 9(08).
               03  WS-NOT-USER         PIC X(10).
               03  WS-NOT-TEXT         PIC X(60).
       01  WS-ADR-COUNT                PIC 999   COMP.
       01  WS-ADR-TABLE.
           02  WS-ADR-ENTRY  OCCURS 50 PIC X(160).

       01  WS-FLAGS.
           02  DISPLAY-STATUS PIC XX.
       01  WS-CONSTANTS.
           02  MAX-ARC-CONTACTS PIC 99 VALUE 50.
           02  MAX-ARC-NOTES    PIC 99 VALUE 50.
           02  MAX-ARC-ADDRS    PIC 99 VALUE 50.

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
                 GO PRC-EXIT
               END-IF
               IF RECORD-FOUND-CUSFL3 = "Y"
      * A head office cannot go while its branches are still live
                 PERFORM CHKBRANCH-RTN  THRU  CHKBRANCH-EXIT
                 IF WS-BRANCH-COUNT > ZERO
                   MOVE WS-BRANCH-COUNT TO WS-MSG-COUNT
                   MOVE SPACES TO ZMESSAGE
                   STRING "Customer still has " WS-MSG-COUNT
                          " branch(es) on file - not archived.. "
                          DELIMITED BY SIZE  INTO ZMESSAGE
                   GO PRC-EXIT
                 END-IF
      * The master record was read again after the branch count
                 IF RECORD-FOUND-CUSFL3 = "N"
                   MOVE "Customer is not on the master file.. "
                                         TO ZMESSAGE
                   GO PRC-EXIT
                 END-IF
                 PERFORM ARCHIVE-RTN  THRU  ARCHIVE-EXIT
                 PERFORM SHOWCUS-RTN  THRU  SHOWCUS-EXIT
                 MOVE WS-ERRMSG TO ZMESSAGE
                            CUSFL3-FILE
                            CONHDR-FILE
                            CUSNOTES-FILE
                            CUSCRED-FILE
                            CUSADDR-FILE
                            CUSREL-FILE
                     INPUT  CUSRELP-FILE
                     EXTEND CUSFHIST-FILE
                            CUSCRHST-FILE
                            CUSMOVE-FILE.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CUSFL3-FILE
                       CONHDR-FILE
                       CUSNOTES-FILE
                       CUSFHIST-FILE
                       CUSCRED-FILE
                       CUSADDR-FILE
                       CUSREL-FILE
                       CUSRELP-FILE
                       CUSCRHST-FILE
                       CUSMOVE-FILE.

      *----------------------------------------------------------------
      * SHOWCUS-RTN - looks the keyed number up on the master and in
           END-PERFORM.
       COUNTCONTACTS-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKBRANCH-RTN - counts the branches directly under the
      * customer that are still on CUSFL3, through the CUSRELP
      * access path.  The customer's own master record is read back
      * afterwards for the archive.
      *----------------------------------------------------------------
       CHKBRANCH-RTN.
           MOVE ZERO TO WS-BRANCH-COUNT.
           MOVE WS-CUR-CUSNO TO PARCUS OF CUSRELP-RECORD.
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
               IF PARCUS OF CUSRELP-RECORD NOT = WS-CUR-CUSNO
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
           MOVE WS-CUR-CUSNO TO CUSNO OF CUSFL3-RECORD.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3
           END-READ.
       CHKBRANCH-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDARC-RTN - scans CUSFARCH for the newest "C" record of
      * the customer and rebuilds its contact, note and address
      * lists, credit record and group link from the "T", "N", "A",
      * "K" and "L" records that follow it.  An older archive of
      * the same customer is superseded by a later one.
      *----------------------------------------------------------------
       FINDARC-RTN.
           MOVE "N" TO ARCHIVE-FOUND  COLLECTING
                       CONTACTS-LOST  NOTES-LOST  ARC-CREDIT-FOUND
                       ADDRESSES-LOST  ARC-LINK-FOUND.
           MOVE ZERO TO WS-CON-COUNT  WS-NOT-COUNT  WS-ADR-COUNT.
           MOVE "N" TO WS-EOF-CUSFARCH.
           OPEN INPUT CUSFARCH-FILE.
           PERFORM UNTIL WS-EOF-CUSFARCH = "Y"
                   WHEN AR-CUSTOMER-REC
                     MOVE "Y" TO ARCHIVE-FOUND  COLLECTING
                     MOVE ZERO TO WS-CON-COUNT  WS-NOT-COUNT
                                  WS-ADR-COUNT
                     MOVE "N" TO ARC-CREDIT-FOUND  ARC-LINK-FOUND
                     MOVE AR-DATA TO WS-ARC-CUSTOMER
                   WHEN AR-LINK-REC
                     IF COLLECTING = "Y"
                       MOVE "Y" TO ARC-LINK-FOUND
                       MOVE AR-DATA TO WS-ARC-LINK
                     END-IF
                   WHEN AR-CREDIT-REC
                     IF COLLECTING = "Y"
                       MOVE "Y" TO ARC-CREDIT-FOUND
                       MOVE AR-DATA TO WS-ARC-CREDIT
                     END-IF
                   WHEN AR-ADDRESS-REC
                     IF COLLECTING = "Y"
                         AND WS-ADR-COUNT >= MAX-ARC-ADDRS
                       MOVE "Y" TO ADDRESSES-LOST
                     END-IF
                     IF COLLECTING = "Y"
                         AND WS-ADR-COUNT < MAX-ARC-ADDRS
                       ADD 1 TO WS-ADR-COUNT
                       MOVE AR-DATA TO WS-ADR-ENTRY (WS-ADR-COUNT)
                     END-IF
                   WHEN AR-NOTE-REC
                     IF COLLECTING = "Y"
                         AND WS-NOT-COUNT >= MAX-ARC-NOTES
                       MOVE NOTTEXT OF AR-NOTE-DATA
                                   TO WS-NOT-TEXT (WS-NOT-COUNT)
                     END-IF
                   WHEN AR-CONTACT-REC
                     IF COLLECTING = "Y"
                         AND WS-CON-COUNT >= MAX-ARC-CONTACTS
                       MOVE "Y" TO CONTACTS-LOST

      *----------------------------------------------------------------
      * ARCHIVE-RTN - moves the customer in CUSFL3-RECORD and its
      * CONHDR contacts, CUSNOTES notes, CUSCRED credit record,
      * CUSADDR addresses and CUSREL link to its parent to CUSFARCH
      * and writes the "D" audit entries.
      * The archive records are written before anything is deleted,
      * so an interrupted run loses nothing.
      *----------------------------------------------------------------
               END-IF
             END-IF
           END-PERFORM.
      * Credit record out to the archive, with its own audit entry
           MOVE WS-CUR-CUSNO TO CUSNO OF CUSCRED-RECORD.
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
             MOVE WS-CUR-CUSNO TO AR-CUSNO
             MOVE CUSCRED-RECORD TO AR-DATA
             WRITE CUSFARCH-RECORD
             DELETE CUSCRED-FILE
             MOVE "D" TO CC-ACTION
             MOVE CUSCRED-RECORD TO CC-BEFORE-IMAGE
             INITIALIZE CC-AFTER-IMAGE
             PERFORM CUSCRHST-RTN  THRU  CUSCRHST-EXIT
           END-IF.
      * Addresses out to the archive, deleting as they go
           MOVE ZERO TO WS-ADDR-COUNT.
           MOVE WS-CUR-CUSNO TO CUSNO OF CUSADDR-RECORD.
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
               IF CUSNO OF CUSADDR-RECORD = WS-CUR-CUSNO
                 MOVE SPACES TO CUSFARCH-RECORD
                 SET AR-ADDRESS-REC TO TRUE
                 MOVE WS-OPERATOR-ID TO AR-USERID
                 ACCEPT AR-DATE FROM DATE YYYYMMDD
                 ACCEPT AR-TIME FROM TIME
                 MOVE WS-CUR-CUSNO TO AR-CUSNO
                 MOVE CUSADDR-RECORD TO AR-DATA
                 WRITE CUSFARCH-RECORD
                 DELETE CUSADDR-FILE
                 ADD 1 TO WS-ADDR-COUNT
               ELSE
                 MOVE "N" TO RECORD-FOUND-CUSADDR
               END-IF
             END-IF
           END-PERFORM.
      * Link to the parent out to the archive - a branch leaves its
      * group with it
           MOVE WS-CUR-CUSNO TO CUSNO OF CUSREL-RECORD.
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
             MOVE WS-CUR-CUSNO TO AR-CUSNO
             MOVE CUSREL-RECORD TO AR-DATA
             WRITE CUSFARCH-RECORD
             DELETE CUSREL-FILE
           END-IF.
           CLOSE CUSFARCH-FILE.
           MOVE WS-CUR-CUSNO TO MV-CUSNO.
           IF WS-CONTACT-COUNT > ZERO
             SET MV-CONTACT TO TRUE
             COMPUTE MV-QTY = ZERO - WS-CONTACT-COUNT
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
           END-IF.
           IF WS-NOTE-COUNT > ZERO
             SET MV-NOTE TO TRUE
             COMPUTE MV-QTY = ZERO - WS-NOTE-COUNT
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
           END-IF.
      * Audit entry - before image only, the record is gone
           MOVE "D" TO CH-ACTION.
           MOVE CUSFL3-RECORD TO CH-BEFORE-IMAGE.
           END-DELETE.
           MOVE WS-CONTACT-COUNT TO WS-MSG-COUNT.
           MOVE WS-NOTE-COUNT TO WS-MSG-COUNT2.
           MOVE WS-ADDR-COUNT TO WS-MSG-COUNT3.
           MOVE SPACES TO WS-ERRMSG.
           STRING "Archived with " WS-MSG-COUNT
                  " contact(s), " WS-MSG-COUNT2
                  " note(s), " WS-MSG-COUNT3
                  " address(es).. "
                  DELIMITED BY SIZE  INTO WS-ERRMSG.
       ARCHIVE-EXIT. EXIT.

      *----------------------------------------------------------------
      * REINSTATE-RTN - puts the archived customer (found by
      * FINDARC-RTN during SHOWCUS-RTN) back on CUSFL3 with its
      * contacts, notes, addresses and credit record, and writes
      * the "R" audit entries.  Its link to its parent goes back too
      * if the parent is still on file.
      *----------------------------------------------------------------
       REINSTATE-RTN.
           MOVE WS-ARC-CUSTOMER TO CUSFL3-RECORD.
             MOVE WS-NOT-TEXT (WS-IDX)  TO NOTTEXT OF CUSNOTES-RECORD
             WRITE CUSNOTES-RECORD
           END-PERFORM.
           MOVE WS-CUR-CUSNO TO MV-CUSNO.
           IF WS-CON-COUNT > ZERO
             SET MV-CONTACT TO TRUE
             MOVE WS-CON-COUNT TO MV-QTY
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
           END-IF.
           IF WS-NOT-COUNT > ZERO
             SET MV-NOTE TO TRUE
             MOVE WS-NOT-COUNT TO MV-QTY
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
           END-IF.
           MOVE ZERO TO WS-IDX.
           PERFORM WS-ADR-COUNT TIMES
             ADD 1 TO WS-IDX
             MOVE WS-ADR-ENTRY (WS-IDX) TO CUSADDR-RECORD
             WRITE CUSADDR-RECORD
           END-PERFORM.
           IF ARC-CREDIT-FOUND = "Y"
             MOVE WS-ARC-CREDIT TO CUSCRED-RECORD
             WRITE CUSCRED-RECORD
                     INVALID KEY
                       MOVE "N" TO ARC-CREDIT-FOUND
             END-WRITE
           END-IF.
           IF ARC-CREDIT-FOUND = "Y"
             MOVE "R" TO CC-ACTION
             INITIALIZE CC-BEFORE-IMAGE
             MOVE CUSCRED-RECORD TO CC-AFTER-IMAGE
             PERFORM CUSCRHST-RTN  THRU  CUSCRHST-EXIT
           END-IF.
      * Audit entry - after image only, the record is back
           MOVE "R" TO CH-ACTION.
           INITIALIZE CH-BEFORE-IMAGE.
           MOVE CUSFL3-RECORD TO CH-AFTER-IMAGE.
           PERFORM CUSFHIST-RTN  THRU  CUSFHIST-EXIT.
           MOVE "N" TO LINK-DROPPED.
           IF ARC-LINK-FOUND = "Y"
             PERFORM RESTLINK-RTN  THRU  RESTLINK-EXIT
           END-IF.
           MOVE WS-CON-COUNT TO WS-MSG-COUNT.
           MOVE WS-NOT-COUNT TO WS-MSG-COUNT2.
           MOVE WS-ADR-COUNT TO WS-MSG-COUNT3.
           MOVE SPACES TO WS-ERRMSG.
           IF CONTACTS-LOST = "Y"  OR  NOTES-LOST = "Y"
                                   OR  ADDRESSES-LOST = "Y"
             STRING "Reinstated - only " WS-MSG-COUNT
                    " contact(s), " WS-MSG-COUNT2
                    " note(s), " WS-MSG-COUNT3
                    " addr(s) back, rest archived"
                    DELIMITED BY SIZE  INTO WS-ERRMSG
           ELSE
             IF LINK-DROPPED = "Y"
               STRING "Reinstated - parent " WS-MSG-CUSNO
                      " is gone, group link not restored.. "
                      DELIMITED BY SIZE  INTO WS-ERRMSG
               GO REINSTATE-EXIT
             END-IF
             STRING "Reinstated with " WS-MSG-COUNT
                    " contact(s), " WS-MSG-COUNT2
                    " note(s), " WS-MSG-COUNT3
                    " address(es).. "
                    DELIMITED BY SIZE  INTO WS-ERRMSG
           END-IF.
       REINSTATE-EXIT. EXIT.

      *----------------------------------------------------------------
      * RESTLINK-RTN - puts the reinstated customer's archived link
      * back on CUSREL under the operator's name.  A parent that is
      * no longer on CUSFL3 leaves the customer outside any group.
      * The customer has no branches of its own, so the link cannot
      * form a loop.
      *----------------------------------------------------------------
       RESTLINK-RTN.
           MOVE WS-ARC-LINK TO CUSREL-RECORD.
           MOVE PARCUS OF CUSREL-RECORD TO CUSNO OF CUSFL3-RECORD
                                           WS-MSG-CUSNO.
           READ CUSFL3-FILE
                  INVALID KEY
                    MOVE "Y" TO LINK-DROPPED
                    GO RESTLINK-EXIT
           END-READ.
           MOVE WS-ARC-LINK TO CUSREL-RECORD.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO RLUSER OF CUSREL-RECORD.
           ACCEPT RLDATE OF CUSREL-RECORD FROM DATE YYYYMMDD.
           ACCEPT RLTIME OF CUSREL-RECORD FROM TIME.
           WRITE CUSREL-RECORD
                     INVALID KEY
                       CONTINUE
           END-WRITE.
       RESTLINK-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSFHIST-RTN - writes the audit entry for an archive or a
      * reinstate.  CH-ACTION and the images are set by the caller.
           ACCEPT CH-TIME FROM TIME.
           WRITE CUSFHIST-RECORD.
       CUSFHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSCRHST-RTN - writes the credit audit entry for an archive
      * or a reinstate.  CC-ACTION and the images are set by the
      * caller.
      *----------------------------------------------------------------
       CUSCRHST-RTN.
           MOVE WS-CUR-CUSNO TO CC-CUSNO.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO CC-USERID.
           ACCEPT CC-DATE FROM DATE YYYYMMDD.
           ACCEPT CC-TIME FROM TIME.
           WRITE CUSCRHST-RECORD.
       CUSCRHST-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSMOVE-RTN - journals a change in the number of contacts or
      * notes held for a customer, for the daily balancing.  MV-FILE,
      * MV-CUSNO and MV-QTY are set by the caller.
      *----------------------------------------------------------------
       CUSMOVE-RTN.
           MOVE "CBCUSARCH" TO MV-PGM.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO MV-USERID.
           ACCEPT MV-DATE FROM DATE YYYYMMDD.
           ACCEPT MV-TIME FROM TIME.
           WRITE CUSMOVE-RECORD.
       CUSMOVE-EXIT. EXIT.
