       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSTREE.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Customer group inquiry.  Any member of a group can be keyed -
      * the program climbs the CUSREL links to the top of the group
      * and lists the whole group from there as a tree, each branch
      * indented under its parent, with the customer asked for
      * marked.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CUSTREED
               ORGANIZATION TRANSACTION
               FILE STATUS IS DISPLAY-STATUS
               CONTROL-AREA SCRN-CONTROL
               RELATIVE KEY IS WS-SFL-RRN.

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
           COPY  DDS-ALL-FORMATS  OF  CUSTREED.

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
       01  WS-SFL-RRN                  PIC S9(4) COMP.
       01  WS-IDX                      PIC S9(4) COMP.
       01  WS-PTR                      PIC S9(4) COMP.
       01  WS-CUR-CUSNO                PIC S9(05) VALUE ZEROS.
       01  WS-TOP-CUSNO                PIC S9(05).
       01  WS-CUSNO-ED                 PIC ----9.
       01  WS-TRUNCATED                PIC X(1).

      *----------------------------------------------------------------
      * Walk up the group from WS-WALK-CUSNO to its top.  Meeting the
      * starting customer again, or climbing more than
      * MAX-GROUP-LEVELS links, means the file is damaged.
      *----------------------------------------------------------------
       01  WS-WALK-CUSNO               PIC S9(05).
       01  WS-WALK-COUNT               PIC S9(4) COMP.
       01  WS-WALK-RESULT              PIC X(1).
           88  WALK-AT-TOP             VALUE "T".
           88  WALK-LOOPS              VALUE "L".
           88  WALK-TOO-DEEP           VALUE "D".

      *----------------------------------------------------------------
      * Members still to be listed, with their level below the top.
      * The tree is listed depth-first: the member on top of the
      * stack is listed and replaced by its own branches, pushed in
      * reverse so they come off in CUSRELP order.
      *----------------------------------------------------------------
       01  WS-STACK.
           02  WS-STK-COUNT            PIC S9(4) COMP.
           02  WS-STK-ENTRY  OCCURS 200.
               03  WS-STK-CUSNO        PIC S9(05).
               03  WS-STK-LEVEL        PIC S9(4) COMP.
       01  WS-CUR-LEVEL                PIC S9(4) COMP.
       01  WS-KIDS.
           02  WS-KID-COUNT            PIC S9(4) COMP.
           02  WS-KID-CUSNO  OCCURS 200 PIC S9(05).

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSFL3     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSRELP    PIC X VALUE SPACES.

       01  WS-FLAGS.
           02  DISPLAY-STATUS PIC XX.
              88 SCR-ERR  VALUE "9N".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS   PIC 999 VALUE 200.
           02  MAX-STACK         PIC 999 VALUE 200.
           02  MAX-GROUP-LEVELS  PIC 99  VALUE 20.

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".

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
           WRITE  DISPLAY-REC  FORMAT "ZZTR02"
           READ  DISPLAY-FILE  RECORD
           IF EXIT-KEY
             GO PRC-EXIT
           END-IF
           IF CANCEL-KEY
      * F12 clears the inquiry back to an empty prompt
             MOVE ZEROS TO WS-CUR-CUSNO
             PERFORM INITIAL-RTN  THRU  INITIAL-EXIT
             GO PRC-EXIT
           END-IF
      * Enter on the same customer lists the group again, picking
      * up any change made since
           MOVE ZTRCUSNO OF ZZTR02-I TO WS-CUR-CUSNO.
           PERFORM LOADTREE-RTN  THRU  LOADTREE-EXIT.
       PRC-EXIT. EXIT.

       INITIAL-RTN.
           MOVE "CBCUSTREE" TO ZZPGM.
           MOVE SPACES TO ZMESSAGE  ZTRCNAME.
           MOVE ZEROS TO ZTRCUSNO OF ZZTR02-O  ZTRTOP  ZTRCOUNT.
           MOVE INDIC-OFF TO IN50  IN52.
           MOVE INDIC-ON  TO IN51.
           WRITE  DISPLAY-REC  FORMAT "ZZTR02".
           MOVE INDIC-OFF TO IN51.
           MOVE "Enter any customer number to show its group.. "
                                 TO ZMESSAGE.
       INITIAL-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  CUSFL3-FILE
                            CUSREL-FILE
                            CUSRELP-FILE
                     I-O    DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CUSFL3-FILE
                       CUSREL-FILE
                       CUSRELP-FILE.

      *----------------------------------------------------------------
      * LOADTREE-RTN - finds the top of the customer's group and
      * loads the subfile with the whole group below it.
      *----------------------------------------------------------------
       LOADTREE-RTN.
           MOVE INDIC-OFF TO IN50  IN52.
           MOVE INDIC-ON  TO IN51.
           WRITE  DISPLAY-REC  FORMAT "ZZTR02".
           MOVE INDIC-OFF TO IN51.
           MOVE ZERO TO WS-SFL-RRN  ZTRTOP  ZTRCOUNT.
           MOVE SPACES TO ZMESSAGE.
           MOVE "N" TO WS-TRUNCATED.
           MOVE WS-CUR-CUSNO TO ZTRCUSNO OF ZZTR02-O.
           MOVE WS-CUR-CUSNO TO CUSNO OF CUSFL3-RECORD.
           READ CUSFL3-FILE
                  INVALID KEY
                    MOVE SPACES TO ZTRCNAME
                    MOVE "Customer is not on file.. " TO ZMESSAGE
                    GO LOADTREE-EXIT
           END-READ.
           MOVE CNAME OF CUSFL3-RECORD TO ZTRCNAME.
           MOVE WS-CUR-CUSNO TO WS-WALK-CUSNO.
           PERFORM WALKUP-RTN  THRU  WALKUP-EXIT.
           IF NOT WALK-AT-TOP
             MOVE "Group structure is in error - see CUSREL.. "
                                   TO ZMESSAGE
             GO LOADTREE-EXIT
           END-IF.
           MOVE WS-WALK-CUSNO TO WS-TOP-CUSNO  ZTRTOP.
           MOVE 1 TO WS-STK-COUNT.
           MOVE WS-TOP-CUSNO TO WS-STK-CUSNO (1).
           MOVE 1 TO WS-STK-LEVEL (1).
           PERFORM UNTIL WS-STK-COUNT = ZERO
             IF WS-SFL-RRN NOT < MAX-SFL-RECORDS
               MOVE "Y" TO WS-TRUNCATED
               MOVE ZERO TO WS-STK-COUNT
             ELSE
               PERFORM NEXTMBR-RTN  THRU  NEXTMBR-EXIT
             END-IF
           END-PERFORM.
           MOVE WS-SFL-RRN TO ZTRCOUNT.
           MOVE INDIC-ON TO IN50  IN52.
           IF WS-TRUNCATED = "Y"
             MOVE "Group too large - only part of it is shown.. "
                                   TO ZMESSAGE
           ELSE
             IF WS-SFL-RRN = 1
               MOVE "Customer is not part of a group.. " TO ZMESSAGE
             ELSE
               MOVE "Whole group shown - > marks this customer.. "
                                   TO ZMESSAGE
             END-IF
           END-IF.
       LOADTREE-EXIT. EXIT.

      *----------------------------------------------------------------
      * WALKUP-RTN - follows the parent links up from WS-WALK-CUSNO,
      * which is left holding the top of the group.
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
               IF WS-WALK-CUSNO = WS-CUR-CUSNO
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
      * NEXTMBR-RTN - takes the member off the top of the stack,
      * lists it, and stacks its own branches one level further in.
      *----------------------------------------------------------------
       NEXTMBR-RTN.
           MOVE WS-STK-CUSNO (WS-STK-COUNT) TO WS-CUR-CUSNO.
           MOVE WS-STK-LEVEL (WS-STK-COUNT) TO WS-CUR-LEVEL.
           SUBTRACT 1 FROM WS-STK-COUNT.
           PERFORM PUTLINE-RTN  THRU  PUTLINE-EXIT.
           IF WS-CUR-LEVEL NOT < MAX-GROUP-LEVELS
             GO NEXTMBR-EXIT
           END-IF.
           PERFORM GETKIDS-RTN  THRU  GETKIDS-EXIT.
           MOVE WS-KID-COUNT TO WS-IDX.
           PERFORM UNTIL WS-IDX = ZERO
             IF WS-STK-COUNT NOT < MAX-STACK
               MOVE "Y" TO WS-TRUNCATED
             ELSE
               ADD 1 TO WS-STK-COUNT
               MOVE WS-KID-CUSNO (WS-IDX)
                                   TO WS-STK-CUSNO (WS-STK-COUNT)
               COMPUTE WS-STK-LEVEL (WS-STK-COUNT) = WS-CUR-LEVEL + 1
             END-IF
             SUBTRACT 1 FROM WS-IDX
           END-PERFORM.
       NEXTMBR-EXIT. EXIT.

      *----------------------------------------------------------------
      * PUTLINE-RTN - writes the tree line for WS-CUR-CUSNO, its
      * number and name indented two places a level.  The customer
      * keyed on the prompt is marked with ">".
      *----------------------------------------------------------------
       PUTLINE-RTN.
           MOVE WS-CUR-CUSNO TO CUSNO OF CUSFL3-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSFL3.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3
           END-READ.
           MOVE SPACES TO ZZTR01-O.
           IF WS-CUR-CUSNO = ZTRCUSNO OF ZZTR02-O
             MOVE ">" TO ZTRMARK
           END-IF.
           MOVE WS-CUR-LEVEL TO ZTRLEVEL.
           MOVE WS-CUR-CUSNO TO WS-CUSNO-ED.
           COMPUTE WS-PTR = (WS-CUR-LEVEL - 1) * 2 + 1.
           IF RECORD-FOUND-CUSFL3 = "Y"
             STRING WS-CUSNO-ED " " CNAME OF CUSFL3-RECORD
                    DELIMITED BY SIZE
                    INTO ZTRTREE  WITH POINTER WS-PTR
             MOVE CUSSTAT OF CUSFL3-RECORD TO ZTRSTAT
             MOVE DSDCDE OF CUSFL3-RECORD  TO ZTRDSDCDE
             MOVE SINIT OF CUSFL3-RECORD   TO ZTRSINIT
           ELSE
             STRING WS-CUSNO-ED " ** NOT ON CUSTOMER MASTER **"
                    DELIMITED BY SIZE
                    INTO ZTRTREE  WITH POINTER WS-PTR
           END-IF.
           ADD 1 TO WS-SFL-RRN.
           WRITE SUBFILE DISPLAY-REC FORMAT "ZZTR01".
       PUTLINE-EXIT. EXIT.

      *----------------------------------------------------------------
      * GETKIDS-RTN - collects the branches directly under
      * WS-CUR-CUSNO from the CUSRELP access path.
      *----------------------------------------------------------------
       GETKIDS-RTN.
           MOVE ZERO TO WS-KID-COUNT.
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
                 IF WS-KID-COUNT < MAX-STACK
                   ADD 1 TO WS-KID-COUNT
                   MOVE CUSNO OF CUSRELP-RECORD
                                   TO WS-KID-CUSNO (WS-KID-COUNT)
                 ELSE
                   MOVE "Y" TO WS-TRUNCATED
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       GETKIDS-EXIT. EXIT.
