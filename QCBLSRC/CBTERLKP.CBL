       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBTERLKP.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      *----------------------------------------------------------------
      * The one place a customer's territory is worked out.  Called
      * with a country, postcode and distributor; answers with the
      * salesman the TERRIT table makes responsible for them, or
      * blanks when no territory covers the address.  An entry for
      * the distributor itself is looked for first, then one for
      * any distributor.  TERRIT is opened on the first call and
      * left open for the caller's later calls, so a batch program
      * can look up every customer on the master cheaply.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TERRIT-FILE
               ASSIGN TO DATABASE-TERRIT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF TERRIT-RECORD.

       DATA DIVISION.
       FILE SECTION.

       FD  TERRIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERRIT-RECORD.
           COPY DDS-RTERR         OF  TERRIT.

       WORKING-STORAGE SECTION.
       01  WS-TERRIT-OPEN              PIC X(1)  VALUE "N".
       01  WS-FIND-DSDCDE              PIC X(05).
       01  WS-TO-HIGH                  PIC X(10).
       01  WS-LEN                      PIC S9(4) COMP.

       01  WS-VARIABLES.
           02  RECORD-FOUND-TERRIT     PIC X VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CNTRY                    PIC X(20).
       01  LS-PSCD                     PIC X(10).
       01  LS-DSDCDE                   PIC X(05).
      *--Returned: the territory's salesman, blank for none.
       01  LS-SINIT                    PIC X(03).

       PROCEDURE DIVISION
                  USING LS-CNTRY  LS-PSCD  LS-DSDCDE  LS-SINIT.

       MAIN-PROCESSING.
           IF WS-TERRIT-OPEN = "N"
             OPEN INPUT TERRIT-FILE
             MOVE "Y" TO WS-TERRIT-OPEN
           END-IF.
           MOVE SPACES TO LS-SINIT.
           IF LS-CNTRY = SPACES
             GOBACK
           END-IF.
           IF LS-DSDCDE NOT = SPACES
             MOVE LS-DSDCDE TO WS-FIND-DSDCDE
             PERFORM FIND-RTN  THRU  FIND-EXIT
             IF LS-SINIT NOT = SPACES
               GOBACK
             END-IF
           END-IF.
           MOVE SPACES TO WS-FIND-DSDCDE.
           PERFORM FIND-RTN  THRU  FIND-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      * FIND-RTN - reads the ranges held for LS-CNTRY and
      * WS-FIND-DSDCDE in postcode order, stopping at the one that
      * covers LS-PSCD or once the ranges start beyond it.
      *----------------------------------------------------------------
       FIND-RTN.
           MOVE LS-CNTRY       TO TR-CNTRY.
           MOVE WS-FIND-DSDCDE TO TR-DSDCDE.
           MOVE SPACES         TO TR-PSCD-FROM.
           MOVE "Y" TO RECORD-FOUND-TERRIT.
           START TERRIT-FILE KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                                    OF TERRIT-RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND-TERRIT  END-START.
           PERFORM UNTIL RECORD-FOUND-TERRIT = "N"
             READ TERRIT-FILE NEXT RECORD
                  AT END MOVE "N" TO RECORD-FOUND-TERRIT
             END-READ
             IF RECORD-FOUND-TERRIT = "Y"
               IF TR-CNTRY NOT = LS-CNTRY
                     OR TR-DSDCDE NOT = WS-FIND-DSDCDE
                     OR TR-PSCD-FROM > LS-PSCD
                 MOVE "N" TO RECORD-FOUND-TERRIT
               ELSE
                 PERFORM TOHIGH-RTN  THRU  TOHIGH-EXIT
                 IF LS-PSCD NOT > WS-TO-HIGH
                   MOVE TR-SINIT TO LS-SINIT
                   MOVE "N" TO RECORD-FOUND-TERRIT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       FIND-EXIT. EXIT.

      *----------------------------------------------------------------
      * TOHIGH-RTN - the top of the range in TERRIT-RECORD as a
      * postcode: the "to" prefix (or the "from" one when no "to"
      * is given) filled out with HIGH-VALUES, so that every
      * postcode starting with the prefix compares below it.
      *----------------------------------------------------------------
       TOHIGH-RTN.
           IF TR-PSCD-TO = SPACES
             MOVE TR-PSCD-FROM TO WS-TO-HIGH
           ELSE
             MOVE TR-PSCD-TO TO WS-TO-HIGH
           END-IF.
           PERFORM VARYING WS-LEN FROM 10 BY -1
                   UNTIL WS-LEN < 1
                      OR WS-TO-HIGH (WS-LEN:1) NOT = SPACE
             CONTINUE
           END-PERFORM.
           IF WS-LEN < 10
             MOVE HIGH-VALUES TO WS-TO-HIGH (WS-LEN + 1:)
           END-IF.
       TOHIGH-EXIT. EXIT.
