       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSADR.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Customer address maintenance - the delivery, invoice and
      * statement addresses held on CUSADDR for one customer, as a
      * subfile.  Called from CBCUSFMNT (F15) with the customer
      * number, the way F08 calls CBCONMNT.  Each type keeps exactly
      * one default address while it has any addresses at all.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CUSADRD
               ORGANIZATION TRANSACTION
               FILE STATUS IS DISPLAY-STATUS
               CONTROL-AREA SCRN-CONTROL
               RELATIVE KEY IS WS-SFL-RRN.

           SELECT CUSFL3-FILE
               ASSIGN TO DATABASE-CUSFL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSFL3-RECORD.

           SELECT CUSADDR-FILE
               ASSIGN TO DATABASE-CUSADDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSADDR-RECORD.

           SELECT CNTRYS-FILE
               ASSIGN TO DATABASE-CNTRYS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CNTRYS-RECORD.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  CUSADRD.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CUSADDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSADDR-RECORD.
           COPY DDS-RCUSAD        OF  CUSADDR.

       FD  CNTRYS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTRYS-RECORD.
           COPY DDS-RCNTRY        OF  CNTRYS.

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBCUSADR".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
           88 OPR-INQUIRY              VALUE "I".
       01  WS-SFL-RRN                  PIC S9(4) COMP.
       01  WS-IDX                      PIC S9(4) COMP.
       01  WS-EOF-SFL                  PIC X(1)  VALUE "N".
       01  WS-MSG-COUNT                PIC ZZ9.
      *--Highest sequence number on file for the customer - a new
      *  address takes the next one.
       01  WS-LAST-SEQ                 PIC 9(03) VALUE 0.
      *--The address just saved or deleted, for the default rules.
       01  WS-DFLT-TYPE                PIC X(01).
       01  WS-DFLT-SEQ                 PIC 9(03).
       01  WS-OLD-TYPE                 PIC X(01).

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSADDR    PIC X VALUE SPACES.
           02  RECORD-FOUND-CNTRYS     PIC X VALUE SPACES.
           02  DEFAULT-FOUND           PIC X VALUE SPACES.

       01  WS-FLAGS.
           02  DISPLAY-STATUS PIC XX.
              88 SCR-ERR  VALUE "9N".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.
           02  NEW-LINES        PIC 99 VALUE 3.

      *----------------------------------------------------------------
      * One entry per subfile line, indexed by subfile RRN, holding
      * the sequence number the line was loaded from (zero for a
      * blank line) and its type and default flag as loaded.
      *----------------------------------------------------------------
       01  WS-SFL-TABLE.
           02  WS-SFL-ENTRY  OCCURS 55.
               03  WS-ORIG-SEQ         PIC 9(03).
               03  WS-ORIG-TYPE        PIC X(01).
               03  WS-ORIG-DFLT        PIC X(01).

       01  WS-OPR-SWITCH.
           02  OPR-SW2                  PIC 1  VALUE B"0".
               88  VALID-OK             VALUE B"1".
               88  VALID-NOT-OK         VALUE B"0".

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
           PERFORM LOADSFL-RTN  THRU  LOADSFL-EXIT.
           IF WS-ERRMSG = SPACES
             MOVE "Type options, press Enter. 2=Change  4=Delete.. "
                                   TO ZMESSAGE
           ELSE
             MOVE WS-ERRMSG TO ZMESSAGE
             MOVE SPACES TO WS-ERRMSG
           END-IF.
           WRITE  DISPLAY-REC  FORMAT "ZZAD02"
           READ  DISPLAY-FILE  RECORD
           IF EXIT-KEY OR CANCEL-KEY
             GO PRC-EXIT
           END-IF
           PERFORM UPDSFL-RTN  THRU  UPDSFL-EXIT.
       PRC-EXIT. EXIT.

       INITIAL-RTN.
           MOVE "CBCUSADR" TO ZZPGM.
           MOVE SPACES TO WS-ERRMSG.
      * Inquiry-only operators may browse the addresses but not
      * change them.
           MOVE "OPEN PANEL" TO WS-AUTH-ACTION.
           MOVE "I" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           MOVE LS-CUSTOMER TO ZADCUSNO OF ZZAD02-O.
      * Customer name for the panel heading
           MOVE LS-CUSTOMER TO CUSNO OF CUSFL3-RECORD.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE SPACES TO CNAME OF CUSFL3-RECORD
           END-READ.
           MOVE CNAME OF CUSFL3-RECORD TO ZADCNAME.
       INITIAL-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  CUSFL3-FILE
                            CNTRYS-FILE
                     I-O    DISPLAY-FILE
                            CUSADDR-FILE.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CUSFL3-FILE
                       CNTRYS-FILE
                       CUSADDR-FILE.

      *----------------------------------------------------------------
      * LOADSFL-RTN - clears and reloads the subfile with the CUSADDR
      * entries on file for the customer, followed by blank lines for
      * new addresses to be typed into.
      *----------------------------------------------------------------
       LOADSFL-RTN.
           MOVE INDIC-OFF TO IN50.
           MOVE INDIC-ON  TO IN51.
           WRITE  DISPLAY-REC  FORMAT "ZZAD02".
           MOVE INDIC-OFF TO IN51.
           MOVE ZERO TO WS-SFL-RRN  WS-LAST-SEQ.
           MOVE SPACES TO WS-SFL-TABLE.
           MOVE LS-CUSTOMER TO CUSNO OF CUSADDR-RECORD.
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
               IF CUSNO OF CUSADDR-RECORD NOT = LS-CUSTOMER
                 MOVE "N" TO RECORD-FOUND-CUSADDR
               ELSE
                 MOVE ADRSEQ TO WS-LAST-SEQ
                 IF WS-SFL-RRN < MAX-SFL-RECORDS
                   ADD 1 TO WS-SFL-RRN
                   MOVE ADRSEQ  TO WS-ORIG-SEQ (WS-SFL-RRN)
                   MOVE ADRTYPE TO WS-ORIG-TYPE (WS-SFL-RRN)
                   MOVE ADRDFLT TO WS-ORIG-DFLT (WS-SFL-RRN)
                   MOVE SPACES   TO ZZAD01-O
                   MOVE ADRSEQ   TO ZADSEQ   OF ZZAD01-O
                   MOVE ADRTYPE  TO ZADTYPE  OF ZZAD01-O
                   MOVE ADRDFLT  TO ZADDFLT  OF ZZAD01-O
                   MOVE ADRLN1   TO ZADLN1   OF ZZAD01-O
                   MOVE ADRLN2   TO ZADLN2   OF ZZAD01-O
                   MOVE ADRLN3   TO ZADLN3   OF ZZAD01-O
                   MOVE ADRLN4   TO ZADLN4   OF ZZAD01-O
                   MOVE ADRCNTRY TO ZADCNTRY OF ZZAD01-O
                   MOVE ADRPSCD  TO ZADPSCD  OF ZZAD01-O
                   WRITE SUBFILE DISPLAY-REC FORMAT "ZZAD01"
                 ELSE
      * More addresses on file than the subfile holds - say so
      * rather than present the list as the whole of it.
                   IF WS-ERRMSG = SPACES
                     MOVE MAX-SFL-RECORDS TO WS-MSG-COUNT
                     STRING "More addresses on file - only the first "
                            WS-MSG-COUNT  " shown.. "
                            DELIMITED BY SIZE  INTO WS-ERRMSG
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
      * Blank lines at the bottom of the list for new addresses
           PERFORM NEW-LINES TIMES
             ADD 1 TO WS-SFL-RRN
             MOVE ZERO   TO WS-ORIG-SEQ (WS-SFL-RRN)
             MOVE SPACES TO WS-ORIG-TYPE (WS-SFL-RRN)
                            WS-ORIG-DFLT (WS-SFL-RRN)
             MOVE SPACES TO ZZAD01-O
             WRITE SUBFILE DISPLAY-REC FORMAT "ZZAD01"
           END-PERFORM.
           MOVE INDIC-ON TO IN50.
           MOVE INDIC-ON TO IN52.
       LOADSFL-EXIT. EXIT.

      *----------------------------------------------------------------
      * UPDSFL-RTN - reads back every subfile line the operator
      * changed and applies it to CUSADDR-FILE.  The first line in
      * error stops the pass with its message; lines already applied
      * stay applied and the reload shows the result.
      *----------------------------------------------------------------
       UPDSFL-RTN.
           MOVE "N" TO WS-EOF-SFL.
           READ SUBFILE DISPLAY-FILE NEXT MODIFIED RECORD
                FORMAT "ZZAD01"
                AT END MOVE "Y" TO WS-EOF-SFL
           END-READ.
           IF WS-EOF-SFL = "N"  AND  OPR-INQUIRY
      * A line was actually typed into on the locked panel - that
      * is a real change attempt, so it is refused and logged.
             MOVE "MAINTAIN ADDRESSES" TO WS-AUTH-ACTION
             MOVE "M" TO WS-AUTH-REQD
             CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                   WS-AUTH-REQD  WS-AUTH-OK
                                   WS-OPR-ROLE
             MOVE "Not authorised - inquiry only.. " TO WS-ERRMSG
             GO UPDSFL-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF-SFL = "Y"
             PERFORM PRCLINE-RTN  THRU  PRCLINE-EXIT
             IF VALID-NOT-OK
               MOVE "Y" TO WS-EOF-SFL
             ELSE
               READ SUBFILE DISPLAY-FILE NEXT MODIFIED RECORD
                    FORMAT "ZZAD01"
                    AT END MOVE "Y" TO WS-EOF-SFL
               END-READ
             END-IF
           END-PERFORM.
       UPDSFL-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRCLINE-RTN - applies one modified subfile line.  WS-SFL-RRN
      * holds the relative record number of the line just read and
      * indexes WS-SFL-TABLE for the line's original content.
      *----------------------------------------------------------------
       PRCLINE-RTN.
           SET VALID-OK TO TRUE.
           MOVE WS-SFL-RRN TO WS-IDX.
           EVALUATE TRUE
             WHEN ZADOPT OF ZZAD01-I = "4"
               PERFORM DLTADR-RTN  THRU  DLTADR-EXIT
             WHEN ZADOPT OF ZZAD01-I = "2"
                  OR (ZADOPT OF ZZAD01-I = SPACES
                      AND WS-ORIG-SEQ (WS-IDX) = ZERO
                      AND ZADLN1 OF ZZAD01-I NOT = SPACES)
               PERFORM EDITADR-RTN  THRU  EDITADR-EXIT
               IF VALID-OK
                 PERFORM SAVADR-RTN  THRU  SAVADR-EXIT
               END-IF
             WHEN ZADOPT OF ZZAD01-I = SPACES
               CONTINUE
             WHEN OTHER
               MOVE "Option must be 2 or 4.. " TO WS-ERRMSG
               SET VALID-NOT-OK TO TRUE
           END-EVALUATE.
       PRCLINE-EXIT. EXIT.

      *----------------------------------------------------------------
      * EDITADR-RTN - checks one address line before it is saved.
      *----------------------------------------------------------------
       EDITADR-RTN.
           MOVE ZADTYPE OF ZZAD01-I TO ADRTYPE.
           IF NOT ADDR-TYPE-VALID
             MOVE "Address type must be D, I or S.. " TO WS-ERRMSG
             SET VALID-NOT-OK TO TRUE
             GO EDITADR-EXIT
           END-IF
           IF ZADDFLT OF ZZAD01-I NOT = "Y"
                 AND ZADDFLT OF ZZAD01-I NOT = "N"
                 AND ZADDFLT OF ZZAD01-I NOT = SPACES
             MOVE "Default flag must be Y or N.. " TO WS-ERRMSG
             SET VALID-NOT-OK TO TRUE
             GO EDITADR-EXIT
           END-IF
           IF ZADLN1 OF ZZAD01-I = SPACES
             MOVE "First address line must be entered.. "
                                   TO WS-ERRMSG
             SET VALID-NOT-OK TO TRUE
             GO EDITADR-EXIT
           END-IF
      * Country must be one of the CNTRYS names, as on the master
           MOVE ZADCNTRY OF ZZAD01-I TO CNTNAME.
           MOVE "Y" TO RECORD-FOUND-CNTRYS.
           READ CNTRYS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CNTRYS
           END-READ.
           IF RECORD-FOUND-CNTRYS = "N"
             MOVE "Country is not on the country table.. "
                                   TO WS-ERRMSG
             SET VALID-NOT-OK TO TRUE
           END-IF.
       EDITADR-EXIT. EXIT.

      *----------------------------------------------------------------
      * SAVADR-RTN - adds a new address (blank line typed into) under
      * the next sequence number, or rewrites an existing one
      * (option 2), then settles the default of its type.
      *----------------------------------------------------------------
       SAVADR-RTN.
           MOVE WS-ORIG-TYPE (WS-IDX) TO WS-OLD-TYPE.
           IF WS-ORIG-SEQ (WS-IDX) NOT = ZERO
             MOVE LS-CUSTOMER TO CUSNO OF CUSADDR-RECORD
             MOVE WS-ORIG-SEQ (WS-IDX) TO ADRSEQ
             READ CUSADDR-FILE
                  INVALID KEY
                    MOVE "Address changed by another user - see list"
                                          TO WS-ERRMSG
                    SET VALID-NOT-OK TO TRUE
                    GO SAVADR-EXIT
             END-READ
             PERFORM MOVEADR-RTN  THRU  MOVEADR-EXIT
             REWRITE CUSADDR-RECORD
           ELSE
             IF WS-LAST-SEQ = 999
               MOVE "No more addresses can be added.. " TO WS-ERRMSG
               SET VALID-NOT-OK TO TRUE
               GO SAVADR-EXIT
             END-IF
             ADD 1 TO WS-LAST-SEQ
             MOVE LS-CUSTOMER TO CUSNO OF CUSADDR-RECORD
             MOVE WS-LAST-SEQ TO ADRSEQ
             PERFORM MOVEADR-RTN  THRU  MOVEADR-EXIT
             WRITE CUSADDR-RECORD
             MOVE WS-LAST-SEQ TO WS-ORIG-SEQ (WS-IDX)
           END-IF
           MOVE ADRTYPE TO WS-ORIG-TYPE (WS-IDX)  WS-DFLT-TYPE.
           MOVE ADRDFLT TO WS-ORIG-DFLT (WS-IDX).
           MOVE ADRSEQ  TO WS-DFLT-SEQ.
           IF ADDR-DEFAULT
             PERFORM CLRDFLT-RTN  THRU  CLRDFLT-EXIT
           ELSE
             PERFORM SETDFLT-RTN  THRU  SETDFLT-EXIT
           END-IF.
      * A changed type may leave the old type without a default
           IF WS-OLD-TYPE NOT = SPACES
                 AND WS-OLD-TYPE NOT = WS-ORIG-TYPE (WS-IDX)
             MOVE WS-OLD-TYPE TO WS-DFLT-TYPE
             PERFORM SETDFLT-RTN  THRU  SETDFLT-EXIT
           END-IF.
       SAVADR-EXIT. EXIT.

       MOVEADR-RTN.
           MOVE ZADTYPE  OF ZZAD01-I TO ADRTYPE.
           MOVE ZADDFLT  OF ZZAD01-I TO ADRDFLT.
           IF ADRDFLT = SPACES
             MOVE "N" TO ADRDFLT
           END-IF.
           MOVE ZADLN1   OF ZZAD01-I TO ADRLN1.
           MOVE ZADLN2   OF ZZAD01-I TO ADRLN2.
           MOVE ZADLN3   OF ZZAD01-I TO ADRLN3.
           MOVE ZADLN4   OF ZZAD01-I TO ADRLN4.
           MOVE ZADCNTRY OF ZZAD01-I TO ADRCNTRY.
           MOVE ZADPSCD  OF ZZAD01-I TO ADRPSCD.
       MOVEADR-EXIT. EXIT.

      *----------------------------------------------------------------
      * DLTADR-RTN - deletes the address shown on the line.  Option 4
      * against a blank add line is simply ignored.  When the
      * default of a type goes, the next address of that type
      * becomes the default.
      *----------------------------------------------------------------
       DLTADR-RTN.
           IF WS-ORIG-SEQ (WS-IDX) = ZERO
             GO DLTADR-EXIT
           END-IF
           MOVE LS-CUSTOMER TO CUSNO OF CUSADDR-RECORD.
           MOVE WS-ORIG-SEQ (WS-IDX) TO ADRSEQ.
           READ CUSADDR-FILE
                INVALID KEY
                  GO DLTADR-EXIT
           END-READ.
           DELETE CUSADDR-FILE.
           MOVE ADRTYPE TO WS-DFLT-TYPE.
           MOVE ZERO TO WS-ORIG-SEQ (WS-IDX)  WS-DFLT-SEQ.
           MOVE SPACES TO WS-ORIG-TYPE (WS-IDX)  WS-ORIG-DFLT (WS-IDX).
           PERFORM SETDFLT-RTN  THRU  SETDFLT-EXIT.
       DLTADR-EXIT. EXIT.

      *----------------------------------------------------------------
      * CLRDFLT-RTN - takes the default flag off every other address
      * of type WS-DFLT-TYPE, so the one just saved (WS-DFLT-SEQ) is
      * the only default of its type.
      *----------------------------------------------------------------
       CLRDFLT-RTN.
           MOVE LS-CUSTOMER TO CUSNO OF CUSADDR-RECORD.
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
               IF CUSNO OF CUSADDR-RECORD NOT = LS-CUSTOMER
                 MOVE "N" TO RECORD-FOUND-CUSADDR
               ELSE
                 IF ADRTYPE = WS-DFLT-TYPE
                       AND ADRSEQ NOT = WS-DFLT-SEQ
                       AND ADDR-DEFAULT
                   MOVE "N" TO ADRDFLT
                   REWRITE CUSADDR-RECORD
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       CLRDFLT-EXIT. EXIT.

      *----------------------------------------------------------------
      * SETDFLT-RTN - makes sure type WS-DFLT-TYPE still has a
      * default address.  When none of its addresses carries the
      * flag, the first one on file is given it.
      *----------------------------------------------------------------
       SETDFLT-RTN.
           MOVE "N" TO DEFAULT-FOUND.
           MOVE ZERO TO WS-DFLT-SEQ.
           MOVE LS-CUSTOMER TO CUSNO OF CUSADDR-RECORD.
           MOVE ZERO TO ADRSEQ.
           MOVE "Y" TO RECORD-FOUND-CUSADDR.
           START CUSADDR-FILE KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                                    OF CUSADDR-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-CUSADDR  END-START.
           PERFORM UNTIL RECORD-FOUND-CUSADDR = "N"
                      OR DEFAULT-FOUND = "Y"
             READ CUSADDR-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-CUSADDR
             END-READ
             IF RECORD-FOUND-CUSADDR = "Y"
               IF CUSNO OF CUSADDR-RECORD NOT = LS-CUSTOMER
                 MOVE "N" TO RECORD-FOUND-CUSADDR
               ELSE
                 IF ADRTYPE = WS-DFLT-TYPE
                   IF ADDR-DEFAULT
                     MOVE "Y" TO DEFAULT-FOUND
                   END-IF
                   IF WS-DFLT-SEQ = ZERO
                     MOVE ADRSEQ TO WS-DFLT-SEQ
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF DEFAULT-FOUND = "N"  AND  WS-DFLT-SEQ NOT = ZERO
             MOVE LS-CUSTOMER TO CUSNO OF CUSADDR-RECORD
             MOVE WS-DFLT-SEQ TO ADRSEQ
             READ CUSADDR-FILE
                  INVALID KEY
                    GO SETDFLT-EXIT
             END-READ
             MOVE "Y" TO ADRDFLT
             REWRITE CUSADDR-RECORD
           END-IF.
       SETDFLT-EXIT. EXIT.
