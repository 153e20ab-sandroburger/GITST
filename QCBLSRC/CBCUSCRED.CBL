       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSCRED.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.
      *----------------------------------------------------------------
      * Customer credit maintenance - the CUSCRED limit, payment
      * terms, account hold and review dates of one customer.  Called
      * from CBCUSFMNT (F14) with the customer number, the way F08
      * calls CBCONMNT.  Every add or change is audited on CUSCRHST
      * with before and after images.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CUSCREDD
               ORGANIZATION TRANSACTION
               FILE STATUS IS DISPLAY-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT CUSFL3-FILE
               ASSIGN TO DATABASE-CUSFL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSFL3-RECORD.

           SELECT CUSCRED-FILE
               ASSIGN TO DATABASE-CUSCRED
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF CUSCRED-RECORD.

           SELECT CUSCRHST-FILE
               ASSIGN TO DATABASE-CUSCRHST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  CUSCREDD.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  CUSCRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSCRED-RECORD.
           COPY DDS-RCUSCR        OF  CUSCRED.

       FD  CUSCRHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSCRHST-RECORD.
           COPY DDS-RCUSCC        OF  CUSCRHST.

       WORKING-STORAGE SECTION.
       01  WS-ERRMSG                   PIC X(132).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBCUSCRED".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
           88 OPR-INQUIRY              VALUE "I".
      *--The credit record as it stood before this save.
       01  WS-ORIG-CREDIT              PIC X(84).

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSCRED    PIC X VALUE SPACES.

      *----------------------------------------------------------------
      * Today, and the next review date a year on that is offered
      * when a review is recorded without one.
      *----------------------------------------------------------------
       01  WS-TODAY.
           02  WS-TODAY-YYYY           PIC 9(04).
           02  WS-TODAY-MM             PIC 9(02).
           02  WS-TODAY-DD             PIC 9(02).
       01  WS-TODAY-NUM  REDEFINES WS-TODAY  PIC 9(08).
       01  WS-NEXT-REVIEW.
           02  WS-NXT-YYYY             PIC 9(04).
           02  WS-NXT-MM               PIC 9(02).
           02  WS-NXT-DD               PIC 9(02).
       01  WS-NEXT-REVIEW-NUM  REDEFINES WS-NEXT-REVIEW  PIC 9(08).
      *--Days in each month, February taken as 28.
       01  WS-MONTH-LENGTHS            PIC X(24)
                                 VALUE "312831303130313130313031".
       01  WS-MONTH-TABLE  REDEFINES WS-MONTH-LENGTHS.
           02  WS-MONTH-LEN            PIC 9(02)  OCCURS 12.
       01  WS-MONTH-DAYS               PIC 9(02).
       01  WS-LEAP-QUOT                PIC 9(04).
       01  WS-LEAP-REM                 PIC 9(03).

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
           IF ZCRHOLD OF ZZCR01-O = "Y"
             MOVE INDIC-ON TO IN32
           ELSE
             MOVE INDIC-OFF TO IN32
           END-IF.
           WRITE  DISPLAY-REC  FORMAT "ZZCR01"
           READ  DISPLAY-FILE  RECORD
           IF EXIT-KEY OR CANCEL-KEY
             GO PRC-EXIT
           END-IF
           IF OPR-INQUIRY
      * Every field is protected for this operator - Enter cannot
      * carry a change, so just say why nothing happens.
             MOVE "Not authorised - inquiry only.. " TO ZMESSAGE
             GO PRC-EXIT
           END-IF
           PERFORM VALIDATE-RTN  THRU  VALIDATE-EXIT.
           IF WS-ERRMSG NOT = SPACES
             PERFORM KEEPINP-RTN  THRU  KEEPINP-EXIT
             MOVE WS-ERRMSG TO ZMESSAGE
             GO PRC-EXIT
           END-IF
           PERFORM SAVE-RTN  THRU  SAVE-EXIT.
       PRC-EXIT. EXIT.

       INITIAL-RTN.
           MOVE "CBCUSCRED" TO ZZPGM.
           MOVE SPACES TO WS-ERRMSG.
      * Inquiry-only operators may look at the credit details but
      * not change them.
           MOVE "OPEN PANEL" TO WS-AUTH-ACTION.
           MOVE "I" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           MOVE LS-CUSTOMER TO ZCRCUSNO.
      * Customer name for the panel heading
           MOVE LS-CUSTOMER TO CUSNO OF CUSFL3-RECORD.
           READ CUSFL3-FILE
                  INVALID KEY
                       MOVE SPACES TO CNAME OF CUSFL3-RECORD
           END-READ.
           MOVE CNAME OF CUSFL3-RECORD TO ZCRCNAME.
           PERFORM SHOWCRD-RTN  THRU  SHOWCRD-EXIT.
           IF RECORD-FOUND-CUSCRED = "Y"
             MOVE "Change credit details and press Enter.. "
                                   TO ZMESSAGE
           ELSE
             MOVE "No credit record - enter details to add.. "
                                   TO ZMESSAGE
           END-IF.
       INITIAL-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  CUSFL3-FILE
                     I-O    DISPLAY-FILE
                            CUSCRED-FILE
                     EXTEND CUSCRHST-FILE.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       CUSFL3-FILE
                       CUSCRED-FILE
                       CUSCRHST-FILE.

      *----------------------------------------------------------------
      * READCRD-RTN - reads the CUSCRED record for the customer,
      * leaving RECORD-FOUND-CUSCRED set either way.
      *----------------------------------------------------------------
       READCRD-RTN.
           MOVE LS-CUSTOMER TO CUSNO OF CUSCRED-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSCRED.
           READ CUSCRED-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSCRED
           END-READ.
       READCRD-EXIT. EXIT.

      *----------------------------------------------------------------
      * SHOWCRD-RTN - fills the panel from the credit record on
      * file, or blank for a customer that has none yet.
      *----------------------------------------------------------------
       SHOWCRD-RTN.
           PERFORM READCRD-RTN  THRU  READCRD-EXIT.
           IF RECORD-FOUND-CUSCRED = "N"
             INITIALIZE CUSCRED-RECORD
             MOVE LS-CUSTOMER TO CUSNO OF CUSCRED-RECORD
             MOVE "N" TO CRHOLD OF CUSCRED-RECORD
           END-IF.
           MOVE CRLIMIT OF CUSCRED-RECORD  TO ZCRLIMIT OF ZZCR01-O.
           MOVE CRTERMS OF CUSCRED-RECORD  TO ZCRTERMS OF ZZCR01-O.
           MOVE CRHOLD OF CUSCRED-RECORD   TO ZCRHOLD OF ZZCR01-O.
           MOVE CRHLDRSN OF CUSCRED-RECORD TO ZCRHLDRSN OF ZZCR01-O.
           MOVE CRHLDDT OF CUSCRED-RECORD  TO ZCRHLDDT.
           MOVE SPACES                     TO ZCRREVIEW OF ZZCR01-O.
           MOVE CRREVUSR OF CUSCRED-RECORD TO ZCRREVUSR.
           MOVE CRLSTREV OF CUSCRED-RECORD TO ZCRLSTREV.
           MOVE CRNXTREV OF CUSCRED-RECORD TO ZCRNXTREV OF ZZCR01-O.
       SHOWCRD-EXIT. EXIT.

      *----------------------------------------------------------------
      * KEEPINP-RTN - puts what the operator keyed back on the panel
      * so an error can be corrected without retyping.
      *----------------------------------------------------------------
       KEEPINP-RTN.
           MOVE ZCRLIMIT OF ZZCR01-I  TO ZCRLIMIT OF ZZCR01-O.
           MOVE ZCRTERMS OF ZZCR01-I  TO ZCRTERMS OF ZZCR01-O.
           MOVE ZCRHOLD OF ZZCR01-I   TO ZCRHOLD OF ZZCR01-O.
           MOVE ZCRHLDRSN OF ZZCR01-I TO ZCRHLDRSN OF ZZCR01-O.
           MOVE ZCRREVIEW OF ZZCR01-I TO ZCRREVIEW OF ZZCR01-O.
           MOVE ZCRNXTREV OF ZZCR01-I TO ZCRNXTREV OF ZZCR01-O.
       KEEPINP-EXIT. EXIT.

      *----------------------------------------------------------------
      * VALIDATE-RTN - checks the keyed credit details.  The first
      * error found is left in WS-ERRMSG.
      *----------------------------------------------------------------
       VALIDATE-RTN.
           MOVE SPACES TO WS-ERRMSG.
           IF ZCRLIMIT OF ZZCR01-I IS NOT NUMERIC
                 OR ZCRLIMIT OF ZZCR01-I < ZERO
             MOVE "Credit limit must be zero or more.. " TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           IF ZCRTERMS OF ZZCR01-I = SPACES
             MOVE "Payment terms code must be entered.. "
                                   TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           IF ZCRHOLD OF ZZCR01-I NOT = "Y"
                 AND ZCRHOLD OF ZZCR01-I NOT = "N"
                 AND ZCRHOLD OF ZZCR01-I NOT = SPACES
             MOVE "Hold flag must be Y or N.. " TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           IF ZCRHOLD OF ZZCR01-I = "Y"
                 AND ZCRHLDRSN OF ZZCR01-I = SPACES
             MOVE "Give the reason the account is on hold.. "
                                   TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           IF ZCRREVIEW OF ZZCR01-I NOT = "Y"
                 AND ZCRREVIEW OF ZZCR01-I NOT = "N"
                 AND ZCRREVIEW OF ZZCR01-I NOT = SPACES
             MOVE "Reviewed today must be Y or blank.. " TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           IF ZCRNXTREV OF ZZCR01-I IS NOT NUMERIC
             MOVE "Next review date must be YYYYMMDD.. " TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           IF ZCRNXTREV OF ZZCR01-I = ZERO
             GO VALIDATE-EXIT
           END-IF
           MOVE ZCRNXTREV OF ZZCR01-I TO WS-NEXT-REVIEW-NUM.
           IF WS-NXT-MM < 1 OR WS-NXT-MM > 12
             MOVE "Next review date must be YYYYMMDD.. " TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
           PERFORM MONTHDAYS-RTN  THRU  MONTHDAYS-EXIT.
           IF WS-NXT-DD < 1 OR WS-NXT-DD > WS-MONTH-DAYS
             MOVE "Next review date is not a real date.. " TO WS-ERRMSG
             GO VALIDATE-EXIT
           END-IF
      * A review being recorded must set a review date still to come
           IF ZCRREVIEW OF ZZCR01-I = "Y"
                 AND WS-NEXT-REVIEW-NUM NOT > WS-TODAY-NUM
             MOVE "Next review date must be after today.. "
                                   TO WS-ERRMSG
           END-IF.
       VALIDATE-EXIT. EXIT.

      *----------------------------------------------------------------
      * MONTHDAYS-RTN - the number of days in month WS-NXT-MM of
      * year WS-NXT-YYYY, allowing 29 for February in a leap year.
      *----------------------------------------------------------------
       MONTHDAYS-RTN.
           MOVE WS-MONTH-LEN (WS-NXT-MM) TO WS-MONTH-DAYS.
           IF WS-NXT-MM NOT = 2
             GO MONTHDAYS-EXIT
           END-IF.
           DIVIDE WS-NXT-YYYY BY 400 GIVING WS-LEAP-QUOT
                                     REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
             MOVE 29 TO WS-MONTH-DAYS
             GO MONTHDAYS-EXIT
           END-IF.
           DIVIDE WS-NXT-YYYY BY 100 GIVING WS-LEAP-QUOT
                                     REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
             GO MONTHDAYS-EXIT
           END-IF.
           DIVIDE WS-NXT-YYYY BY 4 GIVING WS-LEAP-QUOT
                                   REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
             MOVE 29 TO WS-MONTH-DAYS
           END-IF.
       MONTHDAYS-EXIT. EXIT.

      *----------------------------------------------------------------
      * SAVE-RTN - adds or rewrites the credit record and audits it.
      * Putting the account on hold stamps the hold date; taking it
      * off clears the reason and date.  "Reviewed today" records
      * the operator as reviewer, and a missing next review date is
      * set a year on.
      *----------------------------------------------------------------
       SAVE-RTN.
           MOVE "MAINTAIN CREDIT" TO WS-AUTH-ACTION.
           MOVE "M" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           IF WS-AUTH-OK NOT = "Y"
             MOVE "Not authorised - inquiry only.. " TO ZMESSAGE
             GO SAVE-EXIT
           END-IF
           PERFORM READCRD-RTN  THRU  READCRD-EXIT.
           IF RECORD-FOUND-CUSCRED = "Y"
             MOVE "C" TO CC-ACTION
             MOVE CUSCRED-RECORD TO CC-BEFORE-IMAGE
           ELSE
             MOVE "A" TO CC-ACTION
             INITIALIZE CC-BEFORE-IMAGE
             INITIALIZE CUSCRED-RECORD
             MOVE LS-CUSTOMER TO CUSNO OF CUSCRED-RECORD
           END-IF.
           MOVE CUSCRED-RECORD TO WS-ORIG-CREDIT.
           MOVE ZCRLIMIT OF ZZCR01-I TO CRLIMIT OF CUSCRED-RECORD.
           MOVE ZCRTERMS OF ZZCR01-I TO CRTERMS OF CUSCRED-RECORD.
           IF ZCRHOLD OF ZZCR01-I = "Y"
             IF NOT CREDIT-ON-HOLD
               MOVE WS-TODAY-NUM TO CRHLDDT OF CUSCRED-RECORD
             END-IF
             MOVE "Y" TO CRHOLD OF CUSCRED-RECORD
             MOVE ZCRHLDRSN OF ZZCR01-I TO CRHLDRSN OF CUSCRED-RECORD
           ELSE
             MOVE "N" TO CRHOLD OF CUSCRED-RECORD
             MOVE SPACES TO CRHLDRSN OF CUSCRED-RECORD
             MOVE ZERO TO CRHLDDT OF CUSCRED-RECORD
           END-IF.
           MOVE ZCRNXTREV OF ZZCR01-I TO CRNXTREV OF CUSCRED-RECORD.
           IF ZCRREVIEW OF ZZCR01-I = "Y"
             MOVE WS-OPERATOR-ID TO CRREVUSR OF CUSCRED-RECORD
             MOVE WS-TODAY-NUM TO CRLSTREV OF CUSCRED-RECORD
             IF CRNXTREV OF CUSCRED-RECORD = ZERO
               MOVE WS-TODAY-NUM TO WS-NEXT-REVIEW-NUM
               ADD 1 TO WS-NXT-YYYY
      * A review on 29 February falls due on the 28th next year
               IF WS-NXT-MM = 2 AND WS-NXT-DD > 28
                 MOVE 28 TO WS-NXT-DD
               END-IF
               MOVE WS-NEXT-REVIEW-NUM TO CRNXTREV OF CUSCRED-RECORD
             END-IF
           END-IF.
           IF RECORD-FOUND-CUSCRED = "Y"
             IF CUSCRED-RECORD = WS-ORIG-CREDIT
               MOVE "No changes made.. " TO ZMESSAGE
               PERFORM SHOWCRD-RTN  THRU  SHOWCRD-EXIT
               GO SAVE-EXIT
             END-IF
             REWRITE CUSCRED-RECORD
                       INVALID KEY
                         MOVE "Credit record not updated.. "
                                               TO ZMESSAGE
                         GO SAVE-EXIT
             END-REWRITE
             MOVE "Credit details changed.. " TO ZMESSAGE
           ELSE
             WRITE CUSCRED-RECORD
                       INVALID KEY
                         MOVE "Credit record is already on file.. "
                                               TO ZMESSAGE
                         GO SAVE-EXIT
             END-WRITE
             MOVE "Credit details added.. " TO ZMESSAGE
           END-IF.
           MOVE CUSCRED-RECORD TO CC-AFTER-IMAGE.
           PERFORM CUSCRHST-RTN  THRU  CUSCRHST-EXIT.
           PERFORM SHOWCRD-RTN  THRU  SHOWCRD-EXIT.
       SAVE-EXIT. EXIT.

      *----------------------------------------------------------------
      * CUSCRHST-RTN - writes a before/after audit entry to CUSCRHST
      * for every add or change made to CUSCRED through this
      * program, the way customer changes go to CUSFHIST.
      *----------------------------------------------------------------
       CUSCRHST-RTN.
           MOVE LS-CUSTOMER TO CC-CUSNO.
           MOVE WS-OPERATOR-ID TO CC-USERID.
           ACCEPT CC-DATE FROM DATE YYYYMMDD.
           ACCEPT CC-TIME FROM TIME.
           WRITE CUSCRHST-RECORD.
       CUSCRHST-EXIT. EXIT.
