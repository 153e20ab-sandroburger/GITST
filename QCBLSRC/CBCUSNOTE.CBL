                                          OF CUSNOTES-RECORD
                        WITH DUPLICATES.

           SELECT OPTIONAL CUSMOVE-FILE
               ASSIGN TO DATABASE-CUSMOVE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  CUSNOTES-RECORD.
           COPY DDS-RCUSNT        OF  CUSNOTES.

       FD  CUSMOVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSMOVE-RECORD.
           COPY DDS-RCUSMV        OF  CUSMOVE.

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-OPERATOR-ID              PIC X(10).
       OPEN-FILES.
               OPEN  INPUT  CUSFL3-FILE
                     I-O    DISPLAY-FILE
                            CUSNOTES-FILE
                     EXTEND CUSMOVE-FILE.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CUSFL3-FILE
                       CUSNOTES-FILE
                       CUSMOVE-FILE.

      *----------------------------------------------------------------
      * LOADSFL-RTN - clears and reloads the subfile with the notes
           MOVE WS-OPERATOR-ID TO NOTUSER.
           MOVE ZNTTEXT OF ZZNT01-I TO NOTTEXT.
           WRITE CUSNOTES-RECORD.
           SET MV-NOTE TO TRUE.
           MOVE LS-CUSTOMER TO MV-CUSNO.
           MOVE 1 TO MV-QTY.
           PERFORM CUSMOVE-RTN  THRU  CUSMOVE-EXIT.
       ADDNOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSMOVE-RTN - journals a change in the number of contacts or
      * notes held for a customer, for the daily balancing.  MV-FILE,
      * MV-CUSNO and MV-QTY are set by the caller.
      *----------------------------------------------------------------
       CUSMOVE-RTN.
           MOVE "CBCUSNOTE" TO MV-PGM.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO MV-USERID.
           ACCEPT MV-DATE FROM DATE YYYYMMDD.
           ACCEPT MV-TIME FROM TIME.
           WRITE CUSMOVE-RECORD.
       CUSMOVE-EXIT. EXIT.
