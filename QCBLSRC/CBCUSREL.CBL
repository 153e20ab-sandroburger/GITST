       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSREL.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Customer group maintenance - sets, changes or removes the
      * CUSREL link from one customer to its parent (head office or
      * a higher branch).  Called from CBCUSFMNT (F16) with the
      * customer number, the way F14 calls CBCUSCRED.  The panel
      * also shows the top of the group, the customer's level in it
      * and how many branches sit directly under it.  A parent that
      * is the customer itself or one of its own branches, at any
      * level, is refused so the structure can never loop.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CUSRELD
               ORGANIZATION TRANSACTION
               FILE STATUS IS DISPLAY-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT CUSFL3-FILE
               ASSIGN TO DATABASE-CUSFL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSFL3-RECORD.

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

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  CUSRELD.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CUSREL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSREL-RECORD.
           COPY DDS-RCUSRL        OF  CUSREL.

       FD  CUSRELP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSRELP-RECORD.
           COPY DDS-RCUSRLP       OF  CUSRELP.

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBCUSREL".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
           88 OPR-INQUIRY              VALUE "I".
       01  WS-NEW-PARENT               PIC S9(05).
       01  WS-BRANCH-COUNT             PIC S9(05) COMP.

      *----------------------------------------------------------------
      * Walk up the group from WS-WALK-CUSNO, one CUSREL link at a
      * time.  It ends at the top (a customer with no parent), on
      * meeting WS-WALK-STOP - which means the link being set would
      * close a loop - or after MAX-GROUP-LEVELS links, which only
      * a damaged file can reach.
      *----------------------------------------------------------------
       01  WS-WALK-CUSNO               PIC S9(05).
       01  WS-WALK-STOP                PIC S9(05).
       01  WS-WALK-COUNT               PIC S9(4) COMP.
       01  WS-WALK-RESULT              PIC X(1).
           88  WALK-AT-TOP             VALUE "T".
           88  WALK-LOOPS              VALUE "L".
           88  WALK-TOO-DEEP           VALUE "D".

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSREL     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSRELP    PIC X VALUE SPACES.

       01  WS-CONSTANTS.
           02  MAX-GROUP-LEVELS  PIC 99 VALUE 20.

       01  WS-FLAGS.
           02  DISPLAY-STATUS PIC XX.
              88 SCR-ERR  VALUE "9N".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
           02 RECFORMAT   PIC X(10).

       LINKAGE SECTION.
       01  LS-CUSTOMER                 PIC S9(05).

       PROCEDURE DIVISION
                  USING LS-CUSTOMER.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INITIAL-RTN  THRU  INITIAL-EXIT.
           PERFORM PROCESS-ROUTINE  THRU  PRC-EXIT
                       UNTIL  EXIT-KEY OR CANCEL-KEY.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       PROCESS-ROUTINE.
           IF OPR-INQUIRY
             MOVE INDIC-ON TO IN31
           ELSE
             MOVE INDIC-OFF TO IN31
           END-IF.
           WRITE  DISPLAY-REC  FORMAT "ZZRL01"
           READ  DISPLAY-FILE  RECORD
           IF EXIT-KEY OR CANCEL-KEY
             GO PRC-EXIT
           END-IF
           IF OPR-INQUIRY
      * The parent field is protected for this operator - Enter
      * cannot carry a change, so just say why nothing happens.
             MOVE "Not authorised - inquiry only.. " TO ZMESSAGE
             GO PRC-EXIT
           END-IF
           PERFORM VALIDATE-RTN  THRU  VALIDATE-EXIT.
           IF WS-ERRMSG NOT = SPACES
             MOVE ZRLPARENT OF ZZRL01-I TO ZRLPARENT OF ZZRL01-O
             MOVE SPACES TO ZRLPNAME
             MOVE WS-ERRMSG TO ZMESSAGE
             GO PRC-EXIT
           END-IF
           PERFORM SAVE-RTN  THRU  SAVE-EXIT.
       PRC-EXIT. EXIT.

       INITIAL-RTN.
           MOVE "CBCUSREL" TO ZZPGM.
           MOVE SPACES TO WS-ERRMSG.
      * Inquiry-only operators may look at the group but not
      * change it.
           MOVE "OPEN PANEL" TO WS-AUTH-ACTION.
           MOVE "I" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE LS-CUSTOMER TO ZRLCUSNO.
      * Customer name for the panel heading
           MOVE LS-CUSTOMER TO CUSNO OF CUSFL3-RECORD.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE SPACES TO CNAME OF CUSFL3-RECORD
           END-READ.
           MOVE CNAME OF CUSFL3-RECORD TO ZRLCNAME.
           PERFORM SHOWREL-RTN  THRU  SHOWREL-EXIT.
           IF RECORD-FOUND-CUSREL = "Y"
             MOVE "Change the parent, or zero to remove it.. "
                                   TO ZMESSAGE
           ELSE
             MOVE "No parent - enter one to make this a branch.. "
                                   TO ZMESSAGE
           END-IF.
       INITIAL-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  CUSFL3-FILE
                            CUSRELP-FILE
                     I-O    DISPLAY-FILE
                            CUSREL-FILE.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CUSFL3-FILE
                       CUSREL-FILE
                       CUSRELP-FILE.

      *----------------------------------------------------------------
      * READREL-RTN - reads the customer's own CUSREL link, leaving
      * RECORD-FOUND-CUSREL set either way.
      *----------------------------------------------------------------
       READREL-RTN.
           MOVE LS-CUSTOMER TO CUSNO OF CUSREL-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSREL.
           READ CUSREL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSREL
           END-READ.
       READREL-EXIT. EXIT.

      *----------------------------------------------------------------
      * SHOWREL-RTN - fills the panel from the link on file: the
      * parent and its name, the top of the group and the level the
      * customer sits at (the top is level 1), and the count of
      * branches directly under the customer.
      *----------------------------------------------------------------
       SHOWREL-RTN.
           PERFORM READREL-RTN  THRU  READREL-EXIT.
           MOVE SPACES TO ZRLPNAME  ZRLTNAME  ZRLUSER.
           MOVE ZERO TO ZRLDATE.
           IF RECORD-FOUND-CUSREL = "Y"
             MOVE PARCUS OF CUSREL-RECORD TO ZRLPARENT OF ZZRL01-O
             MOVE RLUSER OF CUSREL-RECORD TO ZRLUSER
             MOVE RLDATE OF CUSREL-RECORD TO ZRLDATE
             MOVE PARCUS OF CUSREL-RECORD TO CUSNO OF CUSFL3-RECORD
             READ CUSFL3-FILE
                    INVALID KEY
                       MOVE "** NOT ON CUSTOMER MASTER **"
                                   TO CNAME OF CUSFL3-RECORD
             END-READ
             MOVE CNAME OF CUSFL3-RECORD TO ZRLPNAME
           ELSE
             MOVE ZERO TO ZRLPARENT OF ZZRL01-O
           END-IF.
           MOVE LS-CUSTOMER TO WS-WALK-CUSNO  WS-WALK-STOP.
           PERFORM WALKUP-RTN  THRU  WALKUP-EXIT.
           MOVE WS-WALK-CUSNO TO ZRLTOP.
           IF WALK-AT-TOP
             COMPUTE ZRLLEVEL = WS-WALK-COUNT + 1
             MOVE WS-WALK-CUSNO TO CUSNO OF CUSFL3-RECORD
             READ CUSFL3-FILE
                    INVALID KEY
                       MOVE "** NOT ON CUSTOMER MASTER **"
                                   TO CNAME OF CUSFL3-RECORD
             END-READ
             MOVE CNAME OF CUSFL3-RECORD TO ZRLTNAME
           ELSE
             MOVE ZERO TO ZRLLEVEL
             MOVE "** GROUP STRUCTURE IN ERROR **" TO ZRLTNAME
           END-IF.
           PERFORM BRCOUNT-RTN  THRU  BRCOUNT-EXIT.
           MOVE WS-BRANCH-COUNT TO ZRLBRCNT.
       SHOWREL-EXIT. EXIT.

      *----------------------------------------------------------------
      * WALKUP-RTN - follows the parent links up from WS-WALK-CUSNO.
      * On return WS-WALK-CUSNO is the top of the group and
      * WS-WALK-COUNT the number of links climbed, unless the walk
      * met WS-WALK-STOP or ran past MAX-GROUP-LEVELS.
      *----------------------------------------------------------------
       WALKUP-RTN.
           MOVE ZERO TO WS-WALK-COUNT.
           MOVE SPACE TO WS-WALK-RESULT.
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
                 SET WALK-LOOPS TO TRUE
               ELSE
                 IF WS-WALK-COUNT > MAX-GROUP-LEVELS
                   SET WALK-TOO-DEEP TO TRUE
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       WALKUP-EXIT. EXIT.

      *----------------------------------------------------------------
      * BRCOUNT-RTN - counts the branches directly under the
      * customer through the CUSRELP access path.
      *----------------------------------------------------------------
       BRCOUNT-RTN.
           MOVE ZERO TO WS-BRANCH-COUNT.
           MOVE LS-CUSTOMER TO PARCUS OF CUSRELP-RECORD.
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
               IF PARCUS OF CUSRELP-RECORD NOT = LS-CUSTOMER
                 MOVE "N" TO RECORD-FOUND-CUSRELP
               ELSE
                 ADD 1 TO WS-BRANCH-COUNT
               END-IF
             END-IF
           END-PERFORM.
       BRCOUNT-EXIT. EXIT.

      *----------------------------------------------------------------
      * VALIDATE-RTN - checks the keyed parent.  Zero asks for the
      * link to be removed.  Otherwise the parent must be another
      * customer on file, and walking up from it must not come back
      * to this customer - that would make the customer a branch of
      * one of its own branches.  The first error found is left in
      * WS-ERRMSG.
      *----------------------------------------------------------------
       VALIDATE-RTN.
           MOVE SPACES TO WS-ERRMSG.
           IF ZRLPARENT OF ZZRL01-I IS NOT NUMERIC
                 OR ZRLPARENT OF ZZRL01-I < ZERO
             MOVE "Parent must be a customer number or zero.. "
                                   TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           MOVE ZRLPARENT OF ZZRL01-I TO WS-NEW-PARENT.
           IF WS-NEW-PARENT = ZERO
             GO VALIDATE-EXIT
           END-IF
           IF WS-NEW-PARENT = LS-CUSTOMER
             MOVE "A customer cannot be its own parent.. "
                                   TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           MOVE WS-NEW-PARENT TO CUSNO OF CUSFL3-RECORD.
           READ CUSFL3-FILE
                  INVALID KEY
                    MOVE "Parent customer is not on file.. "
                                   TO WS-ERRMSG
                    GO VALIDATE-EXIT
           END-READ.
           MOVE WS-NEW-PARENT TO WS-WALK-CUSNO.
           MOVE LS-CUSTOMER   TO WS-WALK-STOP.
           PERFORM WALKUP-RTN  THRU  WALKUP-EXIT.
           IF WALK-LOOPS
             MOVE "Parent is a branch of this customer - loop.. "
                                   TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           IF WALK-TOO-DEEP
             MOVE "Parent's group is too deep or in error.. "
                                   TO WS-ERRMSG
           END-IF.
       VALIDATE-EXIT. EXIT.

      *----------------------------------------------------------------
      * SAVE-RTN - adds, changes or removes the customer's link and
      * stamps it with the operator, date and time.
      *----------------------------------------------------------------
       SAVE-RTN.
           MOVE "MAINTAIN GROUP" TO WS-AUTH-ACTION.
           MOVE "M" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           IF WS-AUTH-OK NOT = "Y"
             MOVE "Not authorised - inquiry only.. " TO ZMESSAGE
             GO SAVE-EXIT
           END-IF
           PERFORM READREL-RTN  THRU  READREL-EXIT.
           IF WS-NEW-PARENT = ZERO
             IF RECORD-FOUND-CUSREL = "N"
               MOVE "No changes made.. " TO ZMESSAGE
               GO SAVE-EXIT
             END-IF
             DELETE CUSREL-FILE RECORD
                       INVALID KEY
                         MOVE "Link not removed.. " TO ZMESSAGE
                         GO SAVE-EXIT
             END-DELETE
             MOVE "Link to parent removed.. " TO ZMESSAGE
             PERFORM SHOWREL-RTN  THRU  SHOWREL-EXIT
             GO SAVE-EXIT
           END-IF.
           IF RECORD-FOUND-CUSREL = "Y"
             IF PARCUS OF CUSREL-RECORD = WS-NEW-PARENT
               MOVE "No changes made.. " TO ZMESSAGE
               PERFORM SHOWREL-RTN  THRU  SHOWREL-EXIT
               GO SAVE-EXIT
             END-IF
           ELSE
             INITIALIZE CUSREL-RECORD
             MOVE LS-CUSTOMER TO CUSNO OF CUSREL-RECORD
           END-IF.
           MOVE WS-NEW-PARENT  TO PARCUS OF CUSREL-RECORD.
           MOVE WS-OPERATOR-ID TO RLUSER OF CUSREL-RECORD.
           ACCEPT RLDATE OF CUSREL-RECORD FROM DATE YYYYMMDD.
           ACCEPT RLTIME OF CUSREL-RECORD FROM TIME.
           IF RECORD-FOUND-CUSREL = "Y"
             REWRITE CUSREL-RECORD
                       INVALID KEY
                         MOVE "Link not updated.. " TO ZMESSAGE
                         GO SAVE-EXIT
             END-REWRITE
             MOVE "Parent changed.. " TO ZMESSAGE
           ELSE
             WRITE CUSREL-RECORD
                       INVALID KEY
                         MOVE "Link is already on file.. " TO ZMESSAGE
                         GO SAVE-EXIT
             END-WRITE
             MOVE "Customer linked to its parent.. " TO ZMESSAGE
           END-IF.
           PERFORM SHOWREL-RTN  THRU  SHOWREL-EXIT.
       SAVE-EXIT. EXIT.
