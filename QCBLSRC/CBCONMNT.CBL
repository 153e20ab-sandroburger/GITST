               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD
                        WITH DUPLICATES.

           SELECT OPTIONAL CUSMOVE-FILE
               ASSIGN TO DATABASE-CUSMOVE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  CONHDR-RECORD.
           COPY DDS-RCONHDR       OF  CONHDR.

       FD  CUSMOVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSMOVE-RECORD.
           COPY DDS-RCUSMV        OF  CUSMOVE.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBCONMNT".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       OPEN-FILES.
               OPEN  INPUT  CUSFL3-FILE
                     I-O    DISPLAY-FILE
                            CONHDR-FILE
                     EXTEND CUSMOVE-FILE.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CUSFL3-FILE
                       CONHDR-FILE
                       CUSMOVE-FILE.

      *----------------------------------------------------------------
      * LOADSFL-RTN - clears and reloads the subfile with the CONHDR
             MOVE ZCTEMAIL OF ZZCT01-I TO CONEMAIL
             MOVE ZCTPRIM  OF ZZCT01-I TO CONPRIM
             WRITE CONHDR-RECORD
             SET MV-CONTACT TO TRUE
             MOVE LS-CUSTOMER TO MV-CUSNO
             MOVE 1 TO MV-QTY
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
           END-IF
           MOVE "Y"                   TO WS-ORIG-USED (WS-IDX).
           MOVE ZCTNAME  OF ZZCT01-I  TO WS-ORIG-CONNAME (WS-IDX).
           PERFORM FINDCON-RTN  THRU  FINDCON-EXIT.
           IF CONTACT-LOCATED = "Y"
             DELETE CONHDR-FILE
             SET MV-CONTACT TO TRUE
             MOVE LS-CUSTOMER TO MV-CUSNO
             MOVE -1 TO MV-QTY
             PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT
             MOVE "N"    TO WS-ORIG-USED (WS-IDX)
             MOVE SPACES TO WS-ORIG-CONNAME (WS-IDX)
                            WS-ORIG-CONPHONE (WS-IDX)
             END-IF
           END-PERFORM.
       CLRPRIM-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSMOVE-RTN - journals a change in the number of contacts or
      * notes held for a customer, for the daily balancing.  MV-FILE,
      * MV-CUSNO and MV-QTY are set by the caller.
      *----------------------------------------------------------------
       CUSMOVE-RTN.
           MOVE "CBCONMNT" TO MV-PGM.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO MV-USERID.
           ACCEPT MV-DATE FROM DATE YYYYMMDD.
           ACCEPT MV-TIME FROM TIME.
           WRITE CUSMOVE-RECORD.
       CUSMOVE-EXIT. EXIT.
