       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBSUBACC.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Subject access extract.  Given a person's name or e-mail
      * address, searches every file holding personal data and
      * prints each record that names them, with the file and the
      * date of the record:
      *   CUSFL3   customer master        USERNM, CNAME, EMAIL
      *   CONHDR   contacts               CONNAME, CONEMAIL
      *   CUSNOTES notes                  NOTTEXT
      *   CUSPEND  pending changes        both customer images
      *   CUSFHIST change audit           both customer images
      *   CUSFHARC audit archive          both customer images
      *   CUSFARCH archived customers     customer, contact, note
      * A search text holding "@" is an e-mail search, anything
      * else a name search; note text is searched either way.
      * Case is ignored and the text may appear anywhere in the
      * field.  The calling CL points CUSFHARC at the yearly member
      * to be searched.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSFL3-FILE
               ASSIGN TO DATABASE-CUSFL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSFL3-RECORD.

           SELECT CONHDR-FILE
               ASSIGN TO DATABASE-CONHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD
                        WITH DUPLICATES.

           SELECT CUSNOTES-FILE
               ASSIGN TO DATABASE-CUSNOTES
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSNOTES-RECORD
                        WITH DUPLICATES.

           SELECT CUSPEND-FILE
               ASSIGN TO DATABASE-CUSPEND
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSPEND-RECORD
                        WITH DUPLICATES.

           SELECT CUSFHIST-FILE
               ASSIGN TO DATABASE-CUSFHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSFHARC-FILE
               ASSIGN TO DATABASE-CUSFHARC
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUSFARCH-FILE
               ASSIGN TO DATABASE-CUSFARCH
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO PRINTER-QSYSPRT.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-RCONHDR       OF  CONHDR.

       FD  CUSNOTES-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSNOTES-RECORD.
           COPY DDS-RCUSNT        OF  CUSNOTES.

       FD  CUSPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSPEND-RECORD.
           COPY DDS-RCUSPD        OF  CUSPEND.

       FD  CUSFHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFHIST-RECORD.
           COPY DDS-RCUSFH        OF  CUSFHIST.

       FD  CUSFHARC-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFHARC-RECORD.
           COPY DDS-RCUSFH        OF  CUSFHARC.

       FD  CUSFARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFARCH-RECORD.
           COPY DDS-RCUSFA        OF  CUSFARCH.

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBSUBACC".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
       01  WS-EOF                      PIC X(1)  VALUE "N".
           88  END-OF-FILE             VALUE "Y".
       01  WS-LINE-COUNT                PIC 99    VALUE 0.
       01  WS-PAGE-COUNT                PIC 999   VALUE 0.
       01  WS-LINES-PER-PAGE            PIC 99    VALUE 60.

       01  WS-CONSTANTS.
           02  LOWER-CASE              PIC X(26) VALUE
                "abcdefghijklmnopqrstuvwxyz".
           02  UPPER-CASE              PIC X(26) VALUE
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           02  MIN-SEARCH-LEN          PIC 9(2) VALUE 3.

       01  WS-COUNTERS.
           02  WS-HIT-CUSFL3           PIC 9(7) VALUE 0.
           02  WS-HIT-CONHDR           PIC 9(7) VALUE 0.
           02  WS-HIT-CUSNOTES         PIC 9(7) VALUE 0.
           02  WS-HIT-CUSPEND          PIC 9(7) VALUE 0.
           02  WS-HIT-CUSFHIST         PIC 9(7) VALUE 0.
           02  WS-HIT-CUSFHARC         PIC 9(7) VALUE 0.
           02  WS-HIT-CUSFARCH         PIC 9(7) VALUE 0.
           02  WS-HIT-TOTAL            PIC 9(7) VALUE 0.

      *--The search text, upper-cased, and where it sits in it
       01  WS-SEARCH                   PIC X(50).
       01  WS-SEARCH-MODE              PIC X(1)  VALUE "N".
           88  EMAIL-SEARCH            VALUE "E".
           88  NAME-SEARCH             VALUE "N".
       01  WS-START                    PIC S9(4) COMP.
       01  WS-LEN                      PIC S9(4) COMP.
       01  WS-TALLY                    PIC S9(4) COMP.
       01  WS-MATCH-TEXT               PIC X(60).
       01  WS-HIT                      PIC X(1).

      *--The record being reported
       01  WS-PRINT.
           02  WS-P-FILE               PIC X(08).
           02  WS-P-DATE               PIC X(08).
           02  WS-P-CUSNO              PIC S9(05).
           02  WS-P-KIND               PIC X(20).

       01  WS-RUN-DATE                 PIC 9(08).

      *----------------------------------------------------------------
      * Work views of the personal fields.  WS-IMAGE lays a CUSFL3
      * record image out whichever file the image came from.
      *----------------------------------------------------------------
       01  WS-IMAGE.
           05  FILLER                  PIC X(05).
           05  IM-CNAME                PIC X(30).
           05  FILLER                  PIC X(150).
           05  IM-TELNO                PIC X(15).
           05  FILLER                  PIC X(15).
           05  IM-EMAIL                PIC X(50).
           05  FILLER                  PIC X(59).
           05  IM-USERNM               PIC X(30).
           05  IM-SALUT                PIC X(10).
           05  IM-JTITLE               PIC X(30).

       01  WS-CONTACT.
           05  FILLER                  PIC X(05).
           05  WC-CONNAME              PIC X(30).
           05  WC-CONPHONE             PIC X(15).
           05  WC-CONEMAIL             PIC X(50).
           05  FILLER                  PIC X(01).

       01  WS-NOTE.
           05  FILLER                  PIC X(05).
           05  WN-NOTDATE              PIC 9(08).
           05  FILLER                  PIC X(18).
           05  WN-NOTTEXT              PIC X(60).

       01  HDG-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
                "CBSUBACC - SUBJECT ACCESS EXTRACT".
           05  FILLER               PIC X(11) VALUE "    PAGE  ".
           05  HDG-PAGE-NO          PIC ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE "RUN: ".
           05  HDG-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(06) VALUE "  BY: ".
           05  HDG-USER             PIC X(10).

       01  HDG-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "SEARCH FOR: ".
           05  HDG-SEARCH           PIC X(50).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HDG-MODE             PIC X(20).

       01  HDG-LINE-3.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE
                "FILE      DATE      CUST   ".
           05  FILLER               PIC X(28) VALUE
                "RECORD                DETAIL".

       01  EXT-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXT-FILE             PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EXT-DATE             PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EXT-CUSNO            PIC ----9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EXT-KIND             PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EXT-LABEL            PIC X(10).
           05  EXT-DATA             PIC X(60).

       01  ERR-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
                "RUN STOPPED - ".
           05  ERR-REASON           PIC X(70).

       01  SEC-LINE.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SEC-TITLE            PIC X(80).

       01  CNT-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  CNT-LABEL            PIC X(26).
           05  CNT-VALUE            PIC ZZZZZZ9.

       LINKAGE SECTION.
      *--Name or e-mail address of the person asking
       01  LS-SEARCH                   PIC X(50).

       PROCEDURE DIVISION
                  USING LS-SEARCH.

       MAIN-PROCESSING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM EDITPARM-RTN  THRU  EDITPARM-EXIT.
           IF WS-ERRMSG = SPACES
             PERFORM CHKAUT-RTN  THRU  CHKAUT-EXIT
           END-IF.
           PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT.
           IF WS-ERRMSG NOT = SPACES
             MOVE WS-ERRMSG TO ERR-REASON
             WRITE REPORT-LINE FROM ERR-LINE
             CLOSE REPORT-FILE
             GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM SRCHCUS-RTN   THRU  SRCHCUS-EXIT.
           PERFORM SRCHCON-RTN   THRU  SRCHCON-EXIT.
           PERFORM SRCHNOTE-RTN  THRU  SRCHNOTE-EXIT.
           PERFORM SRCHPEND-RTN  THRU  SRCHPEND-EXIT.
           PERFORM SRCHHIST-RTN  THRU  SRCHHIST-EXIT.
           PERFORM SRCHHARC-RTN  THRU  SRCHHARC-EXIT.
           PERFORM SRCHARCH-RTN  THRU  SRCHARCH-EXIT.
           PERFORM PRINT-TRAILER-RTN  THRU  PRINT-TRAILER-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT CUSFL3-FILE
                      CONHDR-FILE
                      CUSNOTES-FILE
                      CUSPEND-FILE
                      CUSFHIST-FILE
                      CUSFHARC-FILE
                      CUSFARCH-FILE.

       CLOSE-FILES.
           CLOSE CUSFL3-FILE
                 CONHDR-FILE
                 CUSNOTES-FILE
                 CUSPEND-FILE
                 CUSFHIST-FILE
                 CUSFHARC-FILE
                 CUSFARCH-FILE
                 REPORT-FILE.

      *----------------------------------------------------------------
      * EDITPARM-RTN - upper-cases the search text, finds where it
      * starts and ends, and decides between a name and an e-mail
      * search.
      *----------------------------------------------------------------
       EDITPARM-RTN.
           MOVE SPACES TO WS-ERRMSG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE LS-SEARCH TO WS-SEARCH.
           INSPECT WS-SEARCH CONVERTING LOWER-CASE TO UPPER-CASE.
           PERFORM VARYING WS-START FROM 1 BY 1
                   UNTIL WS-START > 50
                      OR WS-SEARCH (WS-START:1) NOT = SPACE
             CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-LEN FROM 50 BY -1
                   UNTIL WS-LEN < 1
                      OR WS-SEARCH (WS-LEN:1) NOT = SPACE
             CONTINUE
           END-PERFORM.
           COMPUTE WS-LEN = WS-LEN - WS-START + 1.
           IF WS-LEN < MIN-SEARCH-LEN
             MOVE "SEARCH TEXT MUST BE AT LEAST 3 CHARACTERS"
                                   TO WS-ERRMSG
             GO EDITPARM-EXIT
           END-IF.
           MOVE ZERO TO WS-TALLY.
           INSPECT WS-SEARCH TALLYING WS-TALLY FOR ALL "@".
           IF WS-TALLY > ZERO
             SET EMAIL-SEARCH TO TRUE
           ELSE
             SET NAME-SEARCH TO TRUE
           END-IF.
       EDITPARM-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKAUT-RTN - the extract prints personal data from every
      * file, so it is a supervisor job.
      *----------------------------------------------------------------
       CHKAUT-RTN.
           MOVE "SUBJECT ACCESS" TO WS-AUTH-ACTION.
           MOVE "S" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           IF WS-AUTH-OK NOT = "Y"
             MOVE "NOT AUTHORISED - SUPERVISORS ONLY" TO WS-ERRMSG
           END-IF.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
       CHKAUT-EXIT. EXIT.

      *----------------------------------------------------------------
      * SRCHCUS-RTN - the customer master.
      *----------------------------------------------------------------
       SRCHCUS-RTN.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
             READ CUSFL3-FILE NEXT RECORD
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             IF NOT END-OF-FILE
               MOVE CUSFL3-RECORD TO WS-IMAGE
               PERFORM CHKIMG-RTN  THRU  CHKIMG-EXIT
               IF WS-HIT = "Y"
                 MOVE "CUSFL3"  TO WS-P-FILE
                 MOVE "CURRENT" TO WS-P-DATE
                 MOVE CUSNO OF CUSFL3-RECORD TO WS-P-CUSNO
                 MOVE "CUSTOMER MASTER" TO WS-P-KIND
                 PERFORM PRTIMG-RTN  THRU  PRTIMG-EXIT
                 ADD 1 TO WS-HIT-CUSFL3
               END-IF
             END-IF
           END-PERFORM.
       SRCHCUS-EXIT. EXIT.

      *----------------------------------------------------------------
      * SRCHCON-RTN - customer contacts.
      *----------------------------------------------------------------
       SRCHCON-RTN.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
             READ CONHDR-FILE NEXT RECORD
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             IF NOT END-OF-FILE
               MOVE CONHDR-RECORD TO WS-CONTACT
               PERFORM CHKCONT-RTN  THRU  CHKCONT-EXIT
               IF WS-HIT = "Y"
                 MOVE "CONHDR"  TO WS-P-FILE
                 MOVE "CURRENT" TO WS-P-DATE
                 MOVE CUSNO OF CONHDR-RECORD TO WS-P-CUSNO
                 MOVE "CONTACT" TO WS-P-KIND
                 PERFORM PRTCONT-RTN  THRU  PRTCONT-EXIT
                 ADD 1 TO WS-HIT-CONHDR
               END-IF
             END-IF
           END-PERFORM.
       SRCHCON-EXIT. EXIT.

      *----------------------------------------------------------------
      * SRCHNOTE-RTN - customer notes.
      *----------------------------------------------------------------
       SRCHNOTE-RTN.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
             READ CUSNOTES-FILE NEXT RECORD
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             IF NOT END-OF-FILE
               MOVE CUSNOTES-RECORD TO WS-NOTE
               PERFORM CHKNOTE-RTN  THRU  CHKNOTE-EXIT
               IF WS-HIT = "Y"
                 MOVE "CUSNOTES" TO WS-P-FILE
                 MOVE WN-NOTDATE TO WS-P-DATE
                 MOVE CUSNO OF CUSNOTES-RECORD TO WS-P-CUSNO
                 MOVE "NOTE" TO WS-P-KIND
                 PERFORM PRTNOTE-RTN  THRU  PRTNOTE-EXIT
                 ADD 1 TO WS-HIT-CUSNOTES
               END-IF
             END-IF
           END-PERFORM.
       SRCHNOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      * SRCHPEND-RTN - both images of every change request, waiting
      * or decided.
      *----------------------------------------------------------------
       SRCHPEND-RTN.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
             READ CUSPEND-FILE NEXT RECORD
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             IF NOT END-OF-FILE
               MOVE "CUSPEND"  TO WS-P-FILE
               MOVE PD-REQDATE TO WS-P-DATE
               MOVE PD-CUSNO   TO WS-P-CUSNO
               MOVE PD-BEFORE-IMAGE TO WS-IMAGE
               PERFORM CHKIMG-RTN  THRU  CHKIMG-EXIT
               IF WS-HIT = "Y"
                 MOVE "PENDING - BEFORE" TO WS-P-KIND
                 PERFORM PRTIMG-RTN  THRU  PRTIMG-EXIT
                 ADD 1 TO WS-HIT-CUSPEND
               END-IF
               MOVE PD-AFTER-IMAGE TO WS-IMAGE
               PERFORM CHKIMG-RTN  THRU  CHKIMG-EXIT
               IF WS-HIT = "Y"
                 MOVE "PENDING - AFTER" TO WS-P-KIND
                 PERFORM PRTIMG-RTN  THRU  PRTIMG-EXIT
                 ADD 1 TO WS-HIT-CUSPEND
               END-IF
             END-IF
           END-PERFORM.
       SRCHPEND-EXIT. EXIT.

      *----------------------------------------------------------------
      * SRCHHIST-RTN - both images of every change audit entry.
      *----------------------------------------------------------------
       SRCHHIST-RTN.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
             READ CUSFHIST-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             IF NOT END-OF-FILE
               MOVE "CUSFHIST" TO WS-P-FILE
               MOVE CH-DATE  OF CUSFHIST-RECORD TO WS-P-DATE
               MOVE CH-CUSNO OF CUSFHIST-RECORD TO WS-P-CUSNO
               MOVE CH-BEFORE-IMAGE OF CUSFHIST-RECORD TO WS-IMAGE
               PERFORM CHKIMG-RTN  THRU  CHKIMG-EXIT
               IF WS-HIT = "Y"
                 MOVE "AUDIT - BEFORE" TO WS-P-KIND
                 PERFORM PRTIMG-RTN  THRU  PRTIMG-EXIT
                 ADD 1 TO WS-HIT-CUSFHIST
               END-IF
               MOVE CH-AFTER-IMAGE OF CUSFHIST-RECORD TO WS-IMAGE
               PERFORM CHKIMG-RTN  THRU  CHKIMG-EXIT
               IF WS-HIT = "Y"
                 MOVE "AUDIT - AFTER" TO WS-P-KIND
                 PERFORM PRTIMG-RTN  THRU  PRTIMG-EXIT
                 ADD 1 TO WS-HIT-CUSFHIST
               END-IF
             END-IF
           END-PERFORM.
       SRCHHIST-EXIT. EXIT.

      *----------------------------------------------------------------
      * SRCHHARC-RTN - the same for the audit archive member.
      *----------------------------------------------------------------
       SRCHHARC-RTN.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
             READ CUSFHARC-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             IF NOT END-OF-FILE
               MOVE "CUSFHARC" TO WS-P-FILE
               MOVE CH-DATE  OF CUSFHARC-RECORD TO WS-P-DATE
               MOVE CH-CUSNO OF CUSFHARC-RECORD TO WS-P-CUSNO
               MOVE CH-BEFORE-IMAGE OF CUSFHARC-RECORD TO WS-IMAGE
               PERFORM CHKIMG-RTN  THRU  CHKIMG-EXIT
               IF WS-HIT = "Y"
                 MOVE "AUDIT - BEFORE" TO WS-P-KIND
                 PERFORM PRTIMG-RTN  THRU  PRTIMG-EXIT
                 ADD 1 TO WS-HIT-CUSFHARC
               END-IF
               MOVE CH-AFTER-IMAGE OF CUSFHARC-RECORD TO WS-IMAGE
               PERFORM CHKIMG-RTN  THRU  CHKIMG-EXIT
               IF WS-HIT = "Y"
                 MOVE "AUDIT - AFTER" TO WS-P-KIND
                 PERFORM PRTIMG-RTN  THRU  PRTIMG-EXIT
                 ADD 1 TO WS-HIT-CUSFHARC
               END-IF
             END-IF
           END-PERFORM.
       SRCHHARC-EXIT. EXIT.

      *----------------------------------------------------------------
      * SRCHARCH-RTN - archived customers, contacts and notes.
      *----------------------------------------------------------------
       SRCHARCH-RTN.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
             READ CUSFARCH-FILE
                  AT END SET END-OF-FILE TO TRUE
             END-READ
             IF NOT END-OF-FILE
               MOVE "CUSFARCH" TO WS-P-FILE
               MOVE AR-DATE    TO WS-P-DATE
               MOVE AR-CUSNO   TO WS-P-CUSNO
               MOVE "N" TO WS-HIT
               EVALUATE TRUE
                 WHEN AR-CUSTOMER-REC
                   MOVE AR-CUSTOMER-DATA TO WS-IMAGE
                   PERFORM CHKIMG-RTN  THRU  CHKIMG-EXIT
                   IF WS-HIT = "Y"
                     MOVE "ARCHIVED CUSTOMER" TO WS-P-KIND
                     PERFORM PRTIMG-RTN  THRU  PRTIMG-EXIT
                   END-IF
                 WHEN AR-CONTACT-REC
                   MOVE AR-CONTACT-DATA TO WS-CONTACT
                   PERFORM CHKCONT-RTN  THRU  CHKCONT-EXIT
                   IF WS-HIT = "Y"
                     MOVE "ARCHIVED CONTACT" TO WS-P-KIND
                     PERFORM PRTCONT-RTN  THRU  PRTCONT-EXIT
                   END-IF
                 WHEN AR-NOTE-REC
                   MOVE AR-NOTE-DATA TO WS-NOTE
                   PERFORM CHKNOTE-RTN  THRU  CHKNOTE-EXIT
                   IF WS-HIT = "Y"
                     MOVE "ARCHIVED NOTE" TO WS-P-KIND
                     PERFORM PRTNOTE-RTN  THRU  PRTNOTE-EXIT
                   END-IF
               END-EVALUATE
               IF WS-HIT = "Y"
                 ADD 1 TO WS-HIT-CUSFARCH
               END-IF
             END-IF
           END-PERFORM.
       SRCHARCH-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKIMG-RTN - does the customer image in WS-IMAGE name the
      * person.  Sets WS-HIT.
      *----------------------------------------------------------------
       CHKIMG-RTN.
           MOVE "N" TO WS-HIT.
           IF EMAIL-SEARCH
             MOVE IM-EMAIL TO WS-MATCH-TEXT
             PERFORM MATCH-RTN  THRU  MATCH-EXIT
             GO CHKIMG-EXIT
           END-IF.
           MOVE IM-USERNM TO WS-MATCH-TEXT.
           PERFORM MATCH-RTN  THRU  MATCH-EXIT.
           IF WS-HIT = "Y"
             GO CHKIMG-EXIT
           END-IF.
           MOVE IM-CNAME TO WS-MATCH-TEXT.
           PERFORM MATCH-RTN  THRU  MATCH-EXIT.
       CHKIMG-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKCONT-RTN - the same for the contact in WS-CONTACT.
      *----------------------------------------------------------------
       CHKCONT-RTN.
           MOVE "N" TO WS-HIT.
           IF EMAIL-SEARCH
             MOVE WC-CONEMAIL TO WS-MATCH-TEXT
           ELSE
             MOVE WC-CONNAME TO WS-MATCH-TEXT
           END-IF.
           PERFORM MATCH-RTN  THRU  MATCH-EXIT.
       CHKCONT-EXIT. EXIT.

      *----------------------------------------------------------------
      * CHKNOTE-RTN - the same for the note text in WS-NOTE.
      *----------------------------------------------------------------
       CHKNOTE-RTN.
           MOVE "N" TO WS-HIT.
           MOVE WN-NOTTEXT TO WS-MATCH-TEXT.
           PERFORM MATCH-RTN  THRU  MATCH-EXIT.
       CHKNOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      * MATCH-RTN - WS-HIT "Y" when the search text appears anywhere
      * in WS-MATCH-TEXT, whatever the case.
      *----------------------------------------------------------------
       MATCH-RTN.
           MOVE "N" TO WS-HIT.
           IF WS-MATCH-TEXT = SPACES
             GO MATCH-EXIT
           END-IF.
           INSPECT WS-MATCH-TEXT CONVERTING LOWER-CASE TO UPPER-CASE.
           MOVE ZERO TO WS-TALLY.
           INSPECT WS-MATCH-TEXT TALLYING WS-TALLY
                   FOR ALL WS-SEARCH (WS-START:WS-LEN).
           IF WS-TALLY > ZERO
             MOVE "Y" TO WS-HIT
           END-IF.
       MATCH-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRTIMG-RTN - prints the personal details of a customer image.
      *----------------------------------------------------------------
       PRTIMG-RTN.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           PERFORM PRTKEY-RTN  THRU  PRTKEY-EXIT.
           MOVE "CUSTOMER" TO EXT-LABEL.
           MOVE IM-CNAME TO EXT-DATA.
           PERFORM PRTEXT-RTN  THRU  PRTEXT-EXIT.
           MOVE "PERSON" TO EXT-LABEL.
           MOVE SPACES TO EXT-DATA.
           STRING IM-SALUT   DELIMITED BY "  "
                  " "        DELIMITED BY SIZE
                  IM-USERNM  DELIMITED BY SIZE
                  INTO EXT-DATA
           END-STRING.
           PERFORM PRTEXT-RTN  THRU  PRTEXT-EXIT.
           MOVE "JOB TITLE" TO EXT-LABEL.
           MOVE IM-JTITLE TO EXT-DATA.
           PERFORM PRTEXT-RTN  THRU  PRTEXT-EXIT.
           MOVE "PHONE" TO EXT-LABEL.
           MOVE IM-TELNO TO EXT-DATA.
           PERFORM PRTEXT-RTN  THRU  PRTEXT-EXIT.
           MOVE "E-MAIL" TO EXT-LABEL.
           MOVE IM-EMAIL TO EXT-DATA.
           PERFORM PRTEXT-RTN  THRU  PRTEXT-EXIT.
       PRTIMG-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRTCONT-RTN - prints a contact.
      *----------------------------------------------------------------
       PRTCONT-RTN.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           PERFORM PRTKEY-RTN  THRU  PRTKEY-EXIT.
           MOVE "CONTACT" TO EXT-LABEL.
           MOVE WC-CONNAME TO EXT-DATA.
           PERFORM PRTEXT-RTN  THRU  PRTEXT-EXIT.
           MOVE "PHONE" TO EXT-LABEL.
           MOVE WC-CONPHONE TO EXT-DATA.
           PERFORM PRTEXT-RTN  THRU  PRTEXT-EXIT.
           MOVE "E-MAIL" TO EXT-LABEL.
           MOVE WC-CONEMAIL TO EXT-DATA.
           PERFORM PRTEXT-RTN  THRU  PRTEXT-EXIT.
       PRTCONT-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRTNOTE-RTN - prints a note.
      *----------------------------------------------------------------
       PRTNOTE-RTN.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           PERFORM PRTKEY-RTN  THRU  PRTKEY-EXIT.
           MOVE "NOTE" TO EXT-LABEL.
           MOVE WN-NOTTEXT TO EXT-DATA.
           PERFORM PRTEXT-RTN  THRU  PRTEXT-EXIT.
       PRTNOTE-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRTKEY-RTN - a blank line, then the file, date, customer and
      * kind of record go on the first detail line printed.
      *----------------------------------------------------------------
       PRTKEY-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO EXT-LINE.
           MOVE WS-P-FILE  TO EXT-FILE.
           MOVE WS-P-DATE  TO EXT-DATE.
           MOVE WS-P-CUSNO TO EXT-CUSNO.
           MOVE WS-P-KIND  TO EXT-KIND.
           ADD 1 TO WS-HIT-TOTAL.
       PRTKEY-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRTEXT-RTN - prints one detail line unless it is blank, and
      * clears the key columns for the lines after the first.
      *----------------------------------------------------------------
       PRTEXT-RTN.
           IF EXT-DATA = SPACES
             GO PRTEXT-EXIT
           END-IF.
           WRITE REPORT-LINE FROM EXT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO EXT-LINE.
       PRTEXT-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-HEADINGS - starts a new page and prints the report
      * headings.
      *----------------------------------------------------------------
       PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-OPERATOR-ID TO HDG-USER.
           MOVE LS-SEARCH TO HDG-SEARCH.
           IF EMAIL-SEARCH
             MOVE "(E-MAIL ADDRESS)" TO HDG-MODE
           ELSE
             MOVE "(NAME)" TO HDG-MODE
           END-IF.
           IF WS-LINE-COUNT > 0
             WRITE REPORT-LINE FROM HDG-LINE-1
                   AFTER ADVANCING PAGE
           ELSE
             WRITE REPORT-LINE FROM HDG-LINE-1
           END-IF.
           WRITE REPORT-LINE FROM HDG-LINE-2.
           WRITE REPORT-LINE FROM HDG-LINE-3.
           MOVE 3 TO WS-LINE-COUNT.
       PRINT-HEADINGS-EXIT. EXIT.

      *----------------------------------------------------------------
      * PRINT-TRAILER-RTN - the records found, file by file.
      *----------------------------------------------------------------
       PRINT-TRAILER-RTN.
           IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-HIT-TOTAL = ZERO
             MOVE "NO RECORD HELD NAMES THE PERSON SEARCHED FOR"
                                   TO SEC-TITLE
           ELSE
             MOVE "RECORDS FOUND BY FILE" TO SEC-TITLE
           END-IF.
           WRITE REPORT-LINE FROM SEC-LINE.
           MOVE "CUSFL3 CUSTOMER MASTER  : " TO CNT-LABEL.
           MOVE WS-HIT-CUSFL3 TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CONHDR CONTACTS         : " TO CNT-LABEL.
           MOVE WS-HIT-CONHDR TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSNOTES NOTES          : " TO CNT-LABEL.
           MOVE WS-HIT-CUSNOTES TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSPEND IMAGES          : " TO CNT-LABEL.
           MOVE WS-HIT-CUSPEND TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSFHIST AUDIT IMAGES   : " TO CNT-LABEL.
           MOVE WS-HIT-CUSFHIST TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSFHARC AUDIT IMAGES   : " TO CNT-LABEL.
           MOVE WS-HIT-CUSFHARC TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "CUSFARCH ARCHIVE RECORDS: " TO CNT-LABEL.
           MOVE WS-HIT-CUSFARCH TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
           MOVE "TOTAL                   : " TO CNT-LABEL.
           MOVE WS-HIT-TOTAL TO CNT-VALUE.
           WRITE REPORT-LINE FROM CNT-LINE.
       PRINT-TRAILER-EXIT. EXIT.
