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

           SELECT CUSSLSH-FILE
               ASSIGN TO DATABASE-CUSSLSH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSSLSH-RECORD.

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

       FD  CUSREL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSREL-RECORD.
           COPY DDS-RCUSRL        OF  CUSREL.

       FD  CUSRELP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSRELP-RECORD.
           COPY DDS-RCUSRLP       OF  CUSRELP.

       FD  CUSSLSH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSSLSH-RECORD.
           COPY DDS-RCUSSH        OF  CUSSLSH.

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

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.
       01  WS-MOVED-COUNT               PIC 9(5)  VALUE 0.
       01  WS-NOTES-COUNT               PIC 9(5)  VALUE 0.
       01  WS-ADDR-COUNT                PIC 9(5)  VALUE 0.
       01  WS-BRANCH-COUNT              PIC 9(5)  VALUE 0.
       01  WS-SLSH-COUNT                PIC 9(5)  VALUE 0.
      *--Highest CUSADDR sequence number the survivor holds - moved
      *  addresses are numbered on from it.
       01  WS-SRV-LAST-SEQ              PIC 9(03) VALUE 0.
      *--The duplicate's master record, held while its contacts are
      *  archived and repointed.
       01  WS-DUP-RECORD               PIC X(394).
      *--The survivor's master record, for the survivor-side audit
      *  entry.
       01  WS-SRV-RECORD               PIC X(394).
      *--The duplicate's CUSCRED credit record, if it has one.
       01  WS-DUP-CREDIT.
           05  FILLER                  PIC X(19).
           05  DUP-CRHOLD              PIC X(01).
               88  DUP-ON-HOLD             VALUE "Y".
           05  DUP-CRHLDRSN            PIC X(30).
           05  DUP-CRHLDDT             PIC 9(08).
           05  FILLER                  PIC X(26).
      *--The duplicate's CUSREL link to its own parent, if it has one.
       01  WS-DUP-LINK                 PIC X(36).
       01  WS-DUP-PARENT               PIC S9(05).
      *--The duplicate's CUSSLSH month being folded into the
      *  survivor's.
       01  WS-DUP-SLSPRD               PIC 9(06).
       01  WS-DUP-SLSVAL               PIC S9(11)V9(02).
       01  WS-DUP-SLSCNT               PIC 9(07).

      *----------------------------------------------------------------
      * Walk up a group from WS-WALK-CUSNO, one CUSREL link at a
      * time.  It ends at the top, on meeting WS-WALK-STOP, or after
      * MAX-GROUP-LEVELS links, which only a damaged file can reach.
      *----------------------------------------------------------------
       01  WS-WALK-CUSNO               PIC S9(05).
       01  WS-WALK-STOP                PIC S9(05).
       01  WS-WALK-COUNT               PIC S9(4) COMP.
       01  WS-WALK-RESULT              PIC X(1).
           88  WALK-AT-TOP             VALUE "T".
           88  WALK-REACHED-STOP       VALUE "L".
           88  WALK-TOO-DEEP           VALUE "D".

       01  WS-CONSTANTS.
           02  MAX-GROUP-LEVELS  PIC 99 VALUE 20.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSNOTES   PIC X VALUE SPACES.
           02  SRV-HAS-PRIMARY         PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSCRED    PIC X VALUE SPACES.
           02  DUP-HAS-CREDIT          PIC X VALUE "N".
           02  RECORD-FOUND-CUSADDR    PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSSLSH    PIC X VALUE SPACES.
      *--Address types the survivor already has a default for.
           02  SRV-DFLT-DELIVERY       PIC X VALUE "N".
           02  SRV-DFLT-INVOICE        PIC X VALUE "N".
           02  SRV-DFLT-STATEMENT      PIC X VALUE "N".
           02  RECORD-FOUND-CUSREL     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSRELP    PIC X VALUE SPACES.
           02  DUP-HAS-LINK            PIC X VALUE "N".
           02  SRV-HAS-LINK            PIC X VALUE "N".

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-NOTE             PIC X(30).

       01  GRP-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  GRP-TEXT             PIC X(30).
           05  GRP-CUSNO            PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  GRP-CNAME            PIC X(30).

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
           05  FILLER               PIC X(44) VALUE
                "DUPLICATE MASTER ARCHIVED AND REMOVED".

       01  TRL-LINE-4.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "CREDIT RECORD           : ".
           05  TRL-CREDIT           PIC X(44).

       01  TRL-LINE-5.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "ADDRESSES MOVED         : ".
           05  TRL-ADDR             PIC ZZZZ9.

       01  TRL-LINE-6.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "BRANCHES MOVED          : ".
           05  TRL-BRANCH           PIC ZZZZ9.

       01  TRL-LINE-7.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "DUPLICATE'S GROUP LINK  : ".
           05  TRL-LINK             PIC X(50).

       01  TRL-LINE-8.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "SALES MONTHS MOVED      : ".
           05  TRL-SLSH             PIC ZZZZ9.

       LINKAGE SECTION.
       01  LS-SURVIVOR                 PIC S9(05).
       01  LS-DUPLICATE                PIC S9(05).
             PERFORM ARCHIVE-RTN  THRU  ARCHIVE-EXIT
             PERFORM REPOINT-RTN  THRU  REPOINT-EXIT
             PERFORM REPNOTES-RTN  THRU  REPNOTES-EXIT
             PERFORM MRGCRED-RTN  THRU  MRGCRED-EXIT
             PERFORM REPADDR-RTN  THRU  REPADDR-EXIT
             PERFORM MRGSLSH-RTN  THRU  MRGSLSH-EXIT
             PERFORM REPGROUP-RTN  THRU  REPGROUP-EXIT
             PERFORM REMOVE-RTN  THRU  REMOVE-EXIT
             PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT
           END-IF.
           OPEN I-O    CUSFL3-FILE
                       CONHDR-FILE
                       CUSNOTES-FILE
                       CUSCRED-FILE
                       CUSADDR-FILE
                       CUSREL-FILE
                       CUSSLSH-FILE
                INPUT  CUSRELP-FILE
                EXTEND CUSFHIST-FILE
                       CUSCRHST-FILE
                       CUSMOVE-FILE
                OUTPUT REPORT-FILE.

       CLOSE-FILES.
                 CONHDR-FILE
                 CUSNOTES-FILE
                 CUSFHIST-FILE
                 CUSCRED-FILE
                 CUSADDR-FILE
                 CUSREL-FILE
                 CUSRELP-FILE
                 CUSSLSH-FILE
                 CUSCRHST-FILE
                 CUSMOVE-FILE
                 REPORT-FILE.

      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * ARCHIVE-RTN - writes the duplicate's master record and its
      * CONHDR contacts, CUSNOTES notes, CUSCRED credit record,
      * CUSADDR addresses and CUSREL group link to CUSFARCH the way
      * CBCUSARCH does, before anything is moved or deleted, so an
      * interrupted run loses nothing.
      *----------------------------------------------------------------
       ARCHIVE-RTN.
           OPEN EXTEND CUSFARCH-FILE.
               END-IF
             END-IF
           END-PERFORM.
           MOVE LS-DUPLICATE TO CUSNO OF CUSCRED-RECORD.
           MOVE "Y" TO DUP-HAS-CREDIT.
           READ CUSCRED-FILE
                  INVALID KEY
                       MOVE "N" TO DUP-HAS-CREDIT
           END-READ.
           IF DUP-HAS-CREDIT = "Y"
             MOVE CUSCRED-RECORD TO WS-DUP-CREDIT
             MOVE SPACES TO CUSFARCH-RECORD
             SET AR-CREDIT-REC TO TRUE
             MOVE WS-OPERATOR-ID TO AR-USERID
             ACCEPT AR-DATE FROM DATE YYYYMMDD
             ACCEPT AR-TIME FROM TIME
             MOVE LS-DUPLICATE TO AR-CUSNO
             MOVE CUSCRED-RECORD TO AR-DATA
             WRITE CUSFARCH-RECORD
           END-IF.
           MOVE LS-DUPLICATE TO CUSNO OF CUSADDR-RECORD.
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
               IF CUSNO OF CUSADDR-RECORD = LS-DUPLICATE
                 MOVE SPACES TO CUSFARCH-RECORD
                 SET AR-ADDRESS-REC TO TRUE
                 MOVE WS-OPERATOR-ID TO AR-USERID
                 ACCEPT AR-DATE FROM DATE YYYYMMDD
                 ACCEPT AR-TIME FROM TIME
                 MOVE LS-DUPLICATE TO AR-CUSNO
                 MOVE CUSADDR-RECORD TO AR-DATA
                 WRITE CUSFARCH-RECORD
               ELSE
                 MOVE "N" TO RECORD-FOUND-CUSADDR
               END-IF
             END-IF
           END-PERFORM.
           MOVE LS-DUPLICATE TO CUSNO OF CUSREL-RECORD.
           MOVE "Y" TO DUP-HAS-LINK.
           READ CUSREL-FILE
                  INVALID KEY
                       MOVE "N" TO DUP-HAS-LINK
           END-READ.
           IF DUP-HAS-LINK = "Y"
             MOVE CUSREL-RECORD TO WS-DUP-LINK
             MOVE PARCUS OF CUSREL-RECORD TO WS-DUP-PARENT
             MOVE SPACES TO CUSFARCH-RECORD
             SET AR-LINK-REC TO TRUE
             MOVE WS-OPERATOR-ID TO AR-USERID
             ACCEPT AR-DATE FROM DATE YYYYMMDD
             ACCEPT AR-TIME FROM TIME
             MOVE LS-DUPLICATE TO AR-CUSNO
             MOVE CUSREL-RECORD TO AR-DATA
             WRITE CUSFARCH-RECORD
           END-IF.
           CLOSE CUSFARCH-FILE.
       ARCHIVE-EXIT. EXIT.

           PERFORM UNTIL RECORD-FOUND-CONHDR = "N"
             PERFORM MOVEONE-RTN  THRU  MOVEONE-EXIT
           END-PERFORM.
           IF WS-MOVED-COUNT > ZERO
             SET MV-CONTACT TO TRUE
             MOVE LS-DUPLICATE TO MV-CUSNO
             COMPUTE MV-QTY = ZERO - WS-MOVED-COUNT
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
             MOVE LS-SURVIVOR TO MV-CUSNO
             MOVE WS-MOVED-COUNT TO MV-QTY
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
           END-IF.
       REPOINT-EXIT. EXIT.

      *----------------------------------------------------------------
           PERFORM UNTIL RECORD-FOUND-CUSNOTES = "N"
             PERFORM MOVENOTE-RTN  THRU  MOVENOTE-EXIT
           END-PERFORM.
           IF WS-NOTES-COUNT > ZERO
             SET MV-NOTE TO TRUE
             MOVE LS-DUPLICATE TO MV-CUSNO
             COMPUTE MV-QTY = ZERO - WS-NOTES-COUNT
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
             MOVE LS-SURVIVOR TO MV-CUSNO
             MOVE WS-NOTES-COUNT TO MV-QTY
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
           END-IF.
       REPNOTES-EXIT. EXIT.

       MOVENOTE-RTN.
           ADD 1 TO WS-NOTES-COUNT.
       MOVENOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      * MRGCRED-RTN - settles the duplicate's CUSCRED credit record.
      * A survivor with no credit record takes the duplicate's over
      * whole.  A survivor with its own keeps its limit and terms,
      * but a hold on the duplicate is carried across so the merge
      * cannot be used to get round it.  The duplicate's credit
      * record is then deleted - its image is in CUSFARCH.
      *----------------------------------------------------------------
       MRGCRED-RTN.
           IF DUP-HAS-CREDIT = "N"
             MOVE "NONE ON THE DUPLICATE" TO TRL-CREDIT
             GO MRGCRED-EXIT
           END-IF.
           MOVE LS-SURVIVOR TO CUSNO OF CUSCRED-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSCRED.
           READ CUSCRED-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSCRED
           END-READ.
           IF RECORD-FOUND-CUSCRED = "N"
             MOVE WS-DUP-CREDIT TO CUSCRED-RECORD
             MOVE LS-SURVIVOR TO CUSNO OF CUSCRED-RECORD
             WRITE CUSCRED-RECORD
                     INVALID KEY
                       CONTINUE
             END-WRITE
             MOVE "A" TO CC-ACTION
             MOVE LS-SURVIVOR TO CC-CUSNO
             INITIALIZE CC-BEFORE-IMAGE
             MOVE CUSCRED-RECORD TO CC-AFTER-IMAGE
             PERFORM CUSCRHST-RTN  THRU  CUSCRHST-EXIT
             MOVE "DUPLICATE'S RECORD MOVED TO THE SURVIVOR"
                                   TO TRL-CREDIT
           ELSE
             IF DUP-ON-HOLD AND NOT CREDIT-ON-HOLD
               MOVE CUSCRED-RECORD TO CC-BEFORE-IMAGE
               MOVE "Y" TO CRHOLD OF CUSCRED-RECORD
               MOVE DUP-CRHLDRSN TO CRHLDRSN OF CUSCRED-RECORD
               MOVE DUP-CRHLDDT TO CRHLDDT OF CUSCRED-RECORD
               REWRITE CUSCRED-RECORD
                       INVALID KEY
                         CONTINUE
               END-REWRITE
               MOVE "C" TO CC-ACTION
               MOVE LS-SURVIVOR TO CC-CUSNO
               MOVE CUSCRED-RECORD TO CC-AFTER-IMAGE
               PERFORM CUSCRHST-RTN  THRU  CUSCRHST-EXIT
               MOVE "SURVIVOR'S KEPT - DUPLICATE'S HOLD CARRIED"
                                   TO TRL-CREDIT
             ELSE
               MOVE "SURVIVOR'S KEPT - DUPLICATE'S DROPPED"
                                   TO TRL-CREDIT
             END-IF
           END-IF.
      * And away with the duplicate's own credit record
           MOVE LS-DUPLICATE TO CUSNO OF CUSCRED-RECORD.
           READ CUSCRED-FILE
                  INVALID KEY
                       CONTINUE
           END-READ.
           DELETE CUSCRED-FILE
                  INVALID KEY
                    CONTINUE
           END-DELETE.
           MOVE "D" TO CC-ACTION.
           MOVE LS-DUPLICATE TO CC-CUSNO.
           MOVE WS-DUP-CREDIT TO CC-BEFORE-IMAGE.
           INITIALIZE CC-AFTER-IMAGE.
           PERFORM CUSCRHST-RTN  THRU  CUSCRHST-EXIT.
       MRGCRED-EXIT. EXIT.

      *----------------------------------------------------------------
      * REPADDR-RTN - moves every CUSADDR address of the duplicate to
      * the surviving customer, numbered on after the survivor's own
      * addresses.  A moved address loses its default flag when the
      * survivor already has a default of that type, so each type
      * still has one default after the merge.
      *----------------------------------------------------------------
       REPADDR-RTN.
           PERFORM CHKADDR-RTN  THRU  CHKADDR-EXIT.
           MOVE "Y" TO RECORD-FOUND-CUSADDR.
           PERFORM UNTIL RECORD-FOUND-CUSADDR = "N"
             PERFORM MOVEADDR-RTN  THRU  MOVEADDR-EXIT
           END-PERFORM.
       REPADDR-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKADDR-RTN - finds the survivor's highest address sequence
      * number and the address types it already has a default for.
      *----------------------------------------------------------------
       CHKADDR-RTN.
           MOVE ZERO TO WS-SRV-LAST-SEQ.
           MOVE "N" TO SRV-DFLT-DELIVERY  SRV-DFLT-INVOICE
                       SRV-DFLT-STATEMENT.
           MOVE LS-SURVIVOR TO CUSNO OF CUSADDR-RECORD.
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
               IF CUSNO OF CUSADDR-RECORD NOT = LS-SURVIVOR
                 MOVE "N" TO RECORD-FOUND-CUSADDR
               ELSE
                 MOVE ADRSEQ OF CUSADDR-RECORD TO WS-SRV-LAST-SEQ
                 IF ADDR-DEFAULT OF CUSADDR-RECORD
                   EVALUATE TRUE
                     WHEN ADDR-DELIVERY OF CUSADDR-RECORD
                       MOVE "Y" TO SRV-DFLT-DELIVERY
                     WHEN ADDR-INVOICE OF CUSADDR-RECORD
                       MOVE "Y" TO SRV-DFLT-INVOICE
                     WHEN ADDR-STATEMENT OF CUSADDR-RECORD
                       MOVE "Y" TO SRV-DFLT-STATEMENT
                   END-EVALUATE
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       CHKADDR-EXIT. EXIT.

      *----------------------------------------------------------------
      * MOVEADDR-RTN - repoints the first address still under the
      * duplicate, repositioning every pass as the contacts do.
      *----------------------------------------------------------------
       MOVEADDR-RTN.
           MOVE LS-DUPLICATE TO CUSNO OF CUSADDR-RECORD.
           MOVE ZERO TO ADRSEQ OF CUSADDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSADDR.
           START CUSADDR-FILE KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                                    OF CUSADDR-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSADDR  END-START.
           IF RECORD-FOUND-CUSADDR = "Y"
             READ CUSADDR-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CUSADDR
             END-READ
           END-IF.
           IF RECORD-FOUND-CUSADDR = "Y"
                 AND CUSNO OF CUSADDR-RECORD NOT = LS-DUPLICATE
             MOVE "N" TO RECORD-FOUND-CUSADDR
           END-IF.
           IF RECORD-FOUND-CUSADDR = "N"
             GO MOVEADDR-EXIT
           END-IF.
           DELETE CUSADDR-FILE.
           ADD 1 TO WS-SRV-LAST-SEQ.
           MOVE LS-SURVIVOR TO CUSNO OF CUSADDR-RECORD.
           MOVE WS-SRV-LAST-SEQ TO ADRSEQ OF CUSADDR-RECORD.
           IF ADDR-DEFAULT OF CUSADDR-RECORD
             EVALUATE TRUE
               WHEN ADDR-DELIVERY OF CUSADDR-RECORD
                 IF SRV-DFLT-DELIVERY = "Y"
                   MOVE "N" TO ADRDFLT OF CUSADDR-RECORD
                 END-IF
                 MOVE "Y" TO SRV-DFLT-DELIVERY
               WHEN ADDR-INVOICE OF CUSADDR-RECORD
                 IF SRV-DFLT-INVOICE = "Y"
                   MOVE "N" TO ADRDFLT OF CUSADDR-RECORD
                 END-IF
                 MOVE "Y" TO SRV-DFLT-INVOICE
               WHEN ADDR-STATEMENT OF CUSADDR-RECORD
                 IF SRV-DFLT-STATEMENT = "Y"
                   MOVE "N" TO ADRDFLT OF CUSADDR-RECORD
                 END-IF
                 MOVE "Y" TO SRV-DFLT-STATEMENT
             END-EVALUATE
           END-IF.
           WRITE CUSADDR-RECORD
                   INVALID KEY
                     CONTINUE
           END-WRITE.
           ADD 1 TO WS-ADDR-COUNT.
       MOVEADDR-EXIT. EXIT.

      *----------------------------------------------------------------
      * MRGSLSH-RTN - folds the duplicate's CUSSLSH sales history
      * into the survivor's, month by month, so the survivor's
      * league figures and year comparisons carry both customers'
      * sales.
      *----------------------------------------------------------------
       MRGSLSH-RTN.
           MOVE "Y" TO RECORD-FOUND-CUSSLSH.
           PERFORM UNTIL RECORD-FOUND-CUSSLSH = "N"
             PERFORM MOVESLSH-RTN  THRU  MOVESLSH-EXIT
           END-PERFORM.
       MRGSLSH-EXIT. EXIT.

      *----------------------------------------------------------------
      * MOVESLSH-RTN - takes the first month still under the
      * duplicate, repositioning every pass as the addresses do.
      * The month is added into the survivor's entry for it, or
      * becomes the survivor's entry when it has none.
      *----------------------------------------------------------------
       MOVESLSH-RTN.
           MOVE LS-DUPLICATE TO CUSNO OF CUSSLSH-RECORD.
           MOVE ZERO TO SLSPRD OF CUSSLSH-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSSLSH.
           START CUSSLSH-FILE KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                                    OF CUSSLSH-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSSLSH  END-START.
           IF RECORD-FOUND-CUSSLSH = "Y"
             READ CUSSLSH-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CUSSLSH
             END-READ
           END-IF.
           IF RECORD-FOUND-CUSSLSH = "Y"
                 AND CUSNO OF CUSSLSH-RECORD NOT = LS-DUPLICATE
             MOVE "N" TO RECORD-FOUND-CUSSLSH
           END-IF.
           IF RECORD-FOUND-CUSSLSH = "N"
             GO MOVESLSH-EXIT
           END-IF.
           MOVE SLSPRD OF CUSSLSH-RECORD TO WS-DUP-SLSPRD.
           MOVE SLSVAL OF CUSSLSH-RECORD TO WS-DUP-SLSVAL.
           MOVE SLSCNT OF CUSSLSH-RECORD TO WS-DUP-SLSCNT.
           DELETE CUSSLSH-FILE.
           MOVE LS-SURVIVOR TO CUSNO OF CUSSLSH-RECORD.
           MOVE WS-DUP-SLSPRD TO SLSPRD OF CUSSLSH-RECORD.
           READ CUSSLSH-FILE
                  INVALID KEY
                    MOVE LS-SURVIVOR TO CUSNO OF CUSSLSH-RECORD
                    MOVE WS-DUP-SLSPRD TO SLSPRD OF CUSSLSH-RECORD
                    MOVE WS-DUP-SLSVAL TO SLSVAL OF CUSSLSH-RECORD
                    MOVE WS-DUP-SLSCNT TO SLSCNT OF CUSSLSH-RECORD
                    WRITE CUSSLSH-RECORD
                    ADD 1 TO WS-SLSH-COUNT
                    GO MOVESLSH-EXIT
           END-READ.
           ADD WS-DUP-SLSVAL TO SLSVAL OF CUSSLSH-RECORD.
           ADD WS-DUP-SLSCNT TO SLSCNT OF CUSSLSH-RECORD.
           REWRITE CUSSLSH-RECORD.
           ADD 1 TO WS-SLSH-COUNT.
       MOVESLSH-EXIT. EXIT.

      *----------------------------------------------------------------
      * REPGROUP-RTN - moves the duplicate's place in CUSREL to the
      * survivor.  Every branch directly under the duplicate is
      * re-pointed to the survivor.  When the survivor was itself
      * somewhere below the duplicate its own link is removed first,
      * so it steps up into the duplicate's place instead of ending
      * up a branch of its own branch.  The duplicate's link to its
      * parent goes to the survivor only when the survivor has no
      * parent of its own and the link cannot form a loop; either
      * way the duplicate's link is deleted - its image is in
      * CUSFARCH.
      *----------------------------------------------------------------
       REPGROUP-RTN.
           MOVE LS-SURVIVOR  TO WS-WALK-CUSNO.
           MOVE LS-DUPLICATE TO WS-WALK-STOP.
           PERFORM WALKUP-RTN  THRU  WALKUP-EXIT.
           IF WALK-REACHED-STOP
             MOVE LS-SURVIVOR TO CUSNO OF CUSREL-RECORD
             READ CUSREL-FILE
                    INVALID KEY
                         CONTINUE
             END-READ
             DELETE CUSREL-FILE
                    INVALID KEY
                      CONTINUE
             END-DELETE
             MOVE "SURVIVOR TAKEN OUT FROM UNDER " TO GRP-TEXT
             MOVE LS-DUPLICATE  TO GRP-CUSNO
             MOVE HDG-DUP-CNAME TO GRP-CNAME
             PERFORM GRPLINE-RTN  THRU  GRPLINE-EXIT
           END-IF.
           MOVE "Y" TO RECORD-FOUND-CUSRELP.
           PERFORM UNTIL RECORD-FOUND-CUSRELP = "N"
             PERFORM MOVEBR-RTN  THRU  MOVEBR-EXIT
           END-PERFORM.
           IF DUP-HAS-LINK = "N"
             MOVE "NONE ON THE DUPLICATE" TO TRL-LINK
             GO REPGROUP-EXIT
           END-IF.
           MOVE LS-DUPLICATE TO CUSNO OF CUSREL-RECORD.
           READ CUSREL-FILE
                  INVALID KEY
                       CONTINUE
           END-READ.
           DELETE CUSREL-FILE
                  INVALID KEY
                    CONTINUE
           END-DELETE.
           IF WS-DUP-PARENT = LS-SURVIVOR
             MOVE "DROPPED - DUPLICATE WAS THE SURVIVOR'S BRANCH"
                                   TO TRL-LINK
             GO REPGROUP-EXIT
           END-IF.
           MOVE LS-SURVIVOR TO CUSNO OF CUSREL-RECORD.
           MOVE "Y" TO SRV-HAS-LINK.
           READ CUSREL-FILE
                  INVALID KEY
                       MOVE "N" TO SRV-HAS-LINK
           END-READ.
           IF SRV-HAS-LINK = "Y"
             MOVE "DROPPED - SURVIVOR KEEPS ITS OWN PARENT"
                                   TO TRL-LINK
             GO REPGROUP-EXIT
           END-IF.
           MOVE WS-DUP-PARENT TO WS-WALK-CUSNO.
           MOVE LS-SURVIVOR   TO WS-WALK-STOP.
           PERFORM WALKUP-RTN  THRU  WALKUP-EXIT.
           IF NOT WALK-AT-TOP
             MOVE "DROPPED - WOULD MAKE A LOOP IN THE GROUP"
                                   TO TRL-LINK
             GO REPGROUP-EXIT
           END-IF.
           MOVE WS-DUP-LINK TO CUSREL-RECORD.
           MOVE LS-SURVIVOR TO CUSNO OF CUSREL-RECORD.
           MOVE WS-OPERATOR-ID TO RLUSER OF CUSREL-RECORD.
           ACCEPT RLDATE OF CUSREL-RECORD FROM DATE YYYYMMDD.
           ACCEPT RLTIME OF CUSREL-RECORD FROM TIME.
           WRITE CUSREL-RECORD
                   INVALID KEY
                     CONTINUE
           END-WRITE.
           MOVE "SURVIVOR TAKES THE DUPLICATE'S PARENT" TO TRL-LINK.
       REPGROUP-EXIT. EXIT.

      *----------------------------------------------------------------
      * MOVEBR-RTN - re-points the first branch still under the
      * duplicate to the survivor, or reports there are none left.
      * Rewriting the link moves it off the duplicate's key in
      * CUSRELP, so the path is repositioned every pass.
      *----------------------------------------------------------------
       MOVEBR-RTN.
           MOVE LS-DUPLICATE TO PARCUS OF CUSRELP-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSRELP.
           START CUSRELP-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                    OF CUSRELP-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSRELP  END-START.
           IF RECORD-FOUND-CUSRELP = "Y"
             READ CUSRELP-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CUSRELP
             END-READ
           END-IF.
           IF RECORD-FOUND-CUSRELP = "Y"
                 AND PARCUS OF CUSRELP-RECORD NOT = LS-DUPLICATE
             MOVE "N" TO RECORD-FOUND-CUSRELP
           END-IF.
           IF RECORD-FOUND-CUSRELP = "N"
             GO MOVEBR-EXIT
           END-IF.
           MOVE CUSNO OF CUSRELP-RECORD TO CUSNO OF CUSREL-RECORD.
           READ CUSREL-FILE
                  INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSRELP
                    GO MOVEBR-EXIT
           END-READ.
           MOVE LS-SURVIVOR TO PARCUS OF CUSREL-RECORD.
           MOVE WS-OPERATOR-ID TO RLUSER OF CUSREL-RECORD.
           ACCEPT RLDATE OF CUSREL-RECORD FROM DATE YYYYMMDD.
           ACCEPT RLTIME OF CUSREL-RECORD FROM TIME.
           REWRITE CUSREL-RECORD
                   INVALID KEY
                     MOVE "N" TO RECORD-FOUND-CUSRELP
                     GO MOVEBR-EXIT
           END-REWRITE.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE CUSNO OF CUSREL-RECORD TO CUSNO OF CUSFL3-RECORD
                                          GRP-CUSNO.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE SPACES TO CNAME OF CUSFL3-RECORD
           END-READ.
           MOVE "BRANCH MOVED TO THE SURVIVOR" TO GRP-TEXT.
           MOVE CNAME OF CUSFL3-RECORD TO GRP-CNAME.
           PERFORM GRPLINE-RTN  THRU  GRPLINE-EXIT.
       MOVEBR-EXIT. EXIT.

      *----------------------------------------------------------------
      * WALKUP-RTN - follows the parent links up from WS-WALK-CUSNO
      * until the top of the group, WS-WALK-STOP, or the level limit.
      *----------------------------------------------------------------
       WALKUP-RTN.
           MOVE ZERO TO WS-WALK-COUNT.
           MOVE SPACE TO WS-WALK-RESULT.
           IF WS-WALK-CUSNO = WS-WALK-STOP
             SET WALK-REACHED-STOP TO TRUE
           END-IF.
           PERFORM UNTIL WS-WALK-RESULT NOT = SPACE
             MOVE WS-WALK-CUSNO TO CUSNO OF CUSREL-RECORD
             READ CUSREL-FILE
                    INVALID KEY
                       SET WALK-AT-TOP TO TRUE
             END-READ
             IF WS-WALK-RESULT = SPACE
               ADD 1 TO WS-WALK-COUNT
               MOVE PARCUS OF CUSREL-RECORD TO WS-WALK-CUSNO
               IF WS-WALK-CUSNO = WS-WALK-STOP
                 SET WALK-REACHED-STOP TO TRUE
               ELSE
                 IF WS-WALK-COUNT > MAX-GROUP-LEVELS
                   SET WALK-TOO-DEEP TO TRUE
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       WALKUP-EXIT. EXIT.

      *----------------------------------------------------------------
      * GRPLINE-RTN - prints one group line of the control report.
      *----------------------------------------------------------------
       GRPLINE-RTN.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           WRITE REPORT-LINE FROM GRP-LINE.
           ADD 1 TO WS-LINE-COUNT.
       GRPLINE-EXIT. EXIT.

      *----------------------------------------------------------------
      * REMOVE-RTN - deletes the duplicate's master record and
      * writes the audit entries for both sides: "D" for the
           WRITE CUSFHIST-RECORD.
       CUSFHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSCRHST-RTN - writes one credit audit entry.  CC-CUSNO,
      * CC-ACTION and the images are set by the caller.
      *----------------------------------------------------------------
       CUSCRHST-RTN.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO CC-USERID.
           ACCEPT CC-DATE FROM DATE YYYYMMDD.
           ACCEPT CC-TIME FROM TIME.
           WRITE CUSCRHST-RECORD.
       CUSCRHST-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-HEADINGS - starts a new page and prints the report
      * headings.
           MOVE WS-NOTES-COUNT TO TRL-NOTES.
           WRITE REPORT-LINE FROM TRL-LINE-2.
           WRITE REPORT-LINE FROM TRL-LINE-3.
           WRITE REPORT-LINE FROM TRL-LINE-4.
           MOVE WS-ADDR-COUNT TO TRL-ADDR.
           WRITE REPORT-LINE FROM TRL-LINE-5.
           MOVE WS-BRANCH-COUNT TO TRL-BRANCH.
           WRITE REPORT-LINE FROM TRL-LINE-6.
           WRITE REPORT-LINE FROM TRL-LINE-7.
           MOVE WS-SLSH-COUNT TO TRL-SLSH.
           WRITE REPORT-LINE FROM TRL-LINE-8.
       PRINT-TRAILER-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSMOVE-RTN - journals a change in the number of contacts or
      * notes held for a customer, for the daily balancing.  MV-FILE,
      * MV-CUSNO and MV-QTY are set by the caller.
      *----------------------------------------------------------------
       CUSMOVE-RTN.
           MOVE "CBCUSMRG" TO MV-PGM.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO MV-USERID.
           ACCEPT MV-DATE FROM DATE YYYYMMDD.
           ACCEPT MV-TIME FROM TIME.
           WRITE CUSMOVE-RECORD.
       CUSMOVE-EXIT. EXIT.
