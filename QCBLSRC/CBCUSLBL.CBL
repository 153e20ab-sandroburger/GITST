      * directory over the customer master, selected by status,
      * distributor and country - blank selects take everything, so
      * "active customers of distributor X" is one call with no
      * hand extract.  The labels can be addressed to the
      * customer's default delivery, invoice or statement address
      * on CUSADDR instead of the master address.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD
                        WITH DUPLICATES.

           SELECT CUSADDR-FILE
               ASSIGN TO DATABASE-CUSADDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSADDR-RECORD.

           SELECT LABEL-FILE
               ASSIGN TO PRINTER-LBLPRT.

       01  CONHDR-RECORD.
           COPY DDS-RCONHDR       OF  CONHDR.

       FD  CUSADDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSADDR-RECORD.
           COPY DDS-RCUSAD        OF  CUSADDR.

       FD  LABEL-FILE
           LABEL RECORDS ARE OMITTED.
       01  LABEL-LINE              PIC X(132).
       01  WS-COUNTERS.
           02  WS-READ-COUNT           PIC 9(7) VALUE 0.
           02  WS-SEL-COUNT            PIC 9(7) VALUE 0.
           02  WS-ALTADR-COUNT         PIC 9(7) VALUE 0.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CONHDR     PIC X VALUE SPACES.
           02  PRIMARY-FOUND           PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSADDR    PIC X VALUE SPACES.
           02  ADDRESS-FOUND           PIC X VALUE SPACES.

      *----------------------------------------------------------------
      * Up to three selected customers buffered for one row of
               10  LBL-TEXT            PIC X(30).
               10  FILLER              PIC X(05).

      *--Address printed on the label - the master address, or the
      *  CUSADDR address of the type asked for.
       01  WS-LBL-ADDRESS.
           02  WS-ADR-LN1              PIC X(30).
           02  WS-ADR-LN2              PIC X(30).
           02  WS-ADR-LN3              PIC X(30).
           02  WS-ADR-LN4              PIC X(30).
           02  WS-ADR-CNTRY            PIC X(20).
           02  WS-ADR-PSCD             PIC X(10).

       01  WS-PRIM-NAME                PIC X(30).
       01  WS-PRIM-PHONE               PIC X(15).
       01  WS-PRIM-EMAIL               PIC X(50).
           05  HDG-DSDCDE           PIC X(05).
           05  FILLER               PIC X(11) VALUE "  COUNTRY: ".
           05  HDG-CNTRY            PIC X(20).
           05  FILLER               PIC X(11) VALUE "  ADDRESS: ".
           05  HDG-ADRTYPE          PIC X(09).

       01  HDG-LINE-3.
           05  FILLER               PIC X(01) VALUE SPACES.
                "CUSTOMERS SELECTED      : ".
           05  TRL-SEL              PIC ZZZZZZ9.

       01  TRL-LINE-3.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(26) VALUE
                "LABELS TO TYPED ADDRESS : ".
           05  TRL-ALTADR           PIC ZZZZZZ9.

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       LINKAGE SECTION.
      *--Blank selects take everything.
       01  LS-SEL-STAT                 PIC X(01).
       01  LS-SEL-DSDCDE               PIC X(05).
       01  LS-SEL-CNTRY                PIC X(20).
      *--Label address: blank = master address, D = delivery,
      *  I = invoice, S = statement.  A customer with no CUSADDR
      *  address of the type gets the master address.
       01  LS-SEL-ADRTYPE              PIC X(01).

       PROCEDURE DIVISION
                  USING LS-SEL-STAT  LS-SEL-DSDCDE  LS-SEL-CNTRY
                        LS-SEL-ADRTYPE.

       MAIN-PROCESSING.
           OPEN INPUT  CUSFL3-FILE
                       CONHDR-FILE
                       CUSADDR-FILE
                OUTPUT LABEL-FILE
                       DIRECT-FILE.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           MOVE LS-SEL-ADRTYPE TO ADRTYPE.
           IF LS-SEL-ADRTYPE NOT = SPACES  AND  NOT ADDR-TYPE-VALID
             MOVE "ADDRESS TYPE MUST BE BLANK, D, I OR S"
                                   TO ERR-REASON
             WRITE DIRECT-LINE FROM ERR-LINE
             GO MAIN-CLOSE
           END-IF.
           PERFORM READ-CUSFL3-RTN  THRU  READ-CUSFL3-EXIT.
           PERFORM UNTIL END-OF-CUSFL3
             ADD 1 TO WS-READ-COUNT
             PERFORM PRINT-LBLROW-RTN  THRU  PRINT-LBLROW-EXIT
           END-IF.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.

       MAIN-CLOSE.
           CLOSE CUSFL3-FILE
                 CONHDR-FILE
                 CUSADDR-FILE
                 LABEL-FILE
                 DIRECT-FILE.
           GOBACK.
      * when the third column fills.
      *----------------------------------------------------------------
       BUFLBL-RTN.
           PERFORM FINDADR-RTN  THRU  FINDADR-EXIT.
           ADD 1 TO WS-LBL-CNT.
           MOVE CNAME OF CUSFL3-RECORD TO WS-LBL-CNAME (WS-LBL-CNT).
           MOVE WS-ADR-LN1   TO WS-LBL-ADD1 (WS-LBL-CNT).
           MOVE WS-ADR-LN2   TO WS-LBL-ADD2 (WS-LBL-CNT).
           MOVE WS-ADR-LN3   TO WS-LBL-ADD3 (WS-LBL-CNT).
           MOVE WS-ADR-LN4   TO WS-LBL-ADD4 (WS-LBL-CNT).
           MOVE WS-ADR-CNTRY TO WS-LBL-CNTRY (WS-LBL-CNT).
           MOVE WS-ADR-PSCD  TO WS-LBL-PSCD (WS-LBL-CNT).
           IF WS-LBL-CNT = 3
             PERFORM PRINT-LBLROW-RTN  THRU  PRINT-LBLROW-EXIT
           END-IF.
           MOVE SPACES TO WS-LBL-TABLE.
       PRINT-LBLROW-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDADR-RTN - the address for the customer's label.  With an
      * address type selected, the default CUSADDR address of that
      * type is used (the first of the type if none is flagged);
      * otherwise, or when the customer has none of the type, the
      * master address.
      *----------------------------------------------------------------
       FINDADR-RTN.
           MOVE ADD1 OF CUSFL3-RECORD  TO WS-ADR-LN1.
           MOVE ADD2 OF CUSFL3-RECORD  TO WS-ADR-LN2.
           MOVE ADD3 OF CUSFL3-RECORD  TO WS-ADR-LN3.
           MOVE ADD4 OF CUSFL3-RECORD  TO WS-ADR-LN4.
           MOVE CNTRY OF CUSFL3-RECORD TO WS-ADR-CNTRY.
           MOVE PSCD OF CUSFL3-RECORD  TO WS-ADR-PSCD.
           IF LS-SEL-ADRTYPE = SPACES
             GO FINDADR-EXIT
           END-IF.
           MOVE "N" TO ADDRESS-FOUND.
           MOVE CUSNO OF CUSFL3-RECORD TO CUSNO OF CUSADDR-RECORD.
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
               IF CUSNO OF CUSADDR-RECORD NOT =
                                  CUSNO OF CUSFL3-RECORD
                 MOVE "N" TO RECORD-FOUND-CUSADDR
               ELSE
                 IF ADRTYPE = LS-SEL-ADRTYPE
                   IF ADDRESS-FOUND = "N"  OR  ADDR-DEFAULT
                     MOVE "Y" TO ADDRESS-FOUND
                     MOVE ADRLN1   TO WS-ADR-LN1
                     MOVE ADRLN2   TO WS-ADR-LN2
                     MOVE ADRLN3   TO WS-ADR-LN3
                     MOVE ADRLN4   TO WS-ADR-LN4
                     MOVE ADRCNTRY TO WS-ADR-CNTRY
                     MOVE ADRPSCD  TO WS-ADR-PSCD
                   END-IF
                   IF ADDR-DEFAULT
                     MOVE "N" TO RECORD-FOUND-CUSADDR
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF ADDRESS-FOUND = "Y"
             ADD 1 TO WS-ALTADR-COUNT
           END-IF.
       FINDADR-EXIT. EXIT.

      *----------------------------------------------------------------
      * FINDPRIM-RTN - the customer's primary CONHDR contact
      * (CONPRIM = "Y"), falling back to the USERNM on the master
           ELSE
             MOVE LS-SEL-CNTRY TO HDG-CNTRY
           END-IF.
           EVALUATE LS-SEL-ADRTYPE
             WHEN "D"   MOVE "DELIVERY"  TO HDG-ADRTYPE
             WHEN "I"   MOVE "INVOICE"   TO HDG-ADRTYPE
             WHEN "S"   MOVE "STATEMENT" TO HDG-ADRTYPE
             WHEN OTHER MOVE "MASTER"    TO HDG-ADRTYPE
           END-EVALUATE.
           IF WS-LINE-COUNT > 0
             WRITE DIRECT-LINE FROM HDG-LINE-1
                   AFTER ADVANCING PAGE
           WRITE DIRECT-LINE FROM TRL-LINE-1.
           MOVE WS-SEL-COUNT TO TRL-SEL.
           WRITE DIRECT-LINE FROM TRL-LINE-2.
           MOVE WS-ALTADR-COUNT TO TRL-ALTADR.
           WRITE DIRECT-LINE FROM TRL-LINE-3.
       PRINT-TRAILER-EXIT. EXIT.
