       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBTERMNT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      *----------------------------------------------------------------
      * Sales territory maintenance.  Each TERRIT entry gives the
      * salesman responsible for a range of postcodes in a country,
      * optionally for one distributor only.  CBCUSFMNT and
      * CBCUSLOAD use the table to fill in and check the salesman
      * on a customer, and CBTERRPT lists the customers who do not
      * agree with it.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-TERMNTD
               ORGANIZATION TRANSACTION
               FILE STATUS IS DISPLAY-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT TERRIT-FILE
               ASSIGN TO DATABASE-TERRIT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                          OF TERRIT-RECORD.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD.

           SELECT CNTRYS-FILE
               ASSIGN TO DATABASE-CNTRYS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CNTRYS-RECORD.

           SELECT DISTS-FILE
               ASSIGN TO DATABASE-DISTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF DISTS-RECORD
                        WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  TERMNTD.

       FD  TERRIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERRIT-RECORD.
           COPY DDS-RTERR         OF  TERRIT.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  CNTRYS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTRYS-RECORD.
           COPY DDS-RCNTRY        OF  CNTRYS.

       FD  DISTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISTS-RECORD.
           COPY DDS-RPRODS        OF  DISTS.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-AUTH-PGM                 PIC X(10) VALUE "CBTERMNT".
       01  WS-AUTH-ACTION              PIC X(20).
       01  WS-AUTH-REQD                PIC X(1).
       01  WS-AUTH-OK                  PIC X(1).
       01  WS-OPR-ROLE                 PIC X(1).
       01  WS-EOF-TERRIT               PIC X(1)  VALUE "N".
       01  WS-OVERLAP                  PIC X(1)  VALUE "N".
       01  WS-RANGE-FROM               PIC X(10).
       01  WS-RANGE-TO                 PIC X(10).
       01  WS-TO-HIGH                  PIC X(10).
       01  WS-NEW-HIGH                 PIC X(10).
       01  WS-LEN                      PIC S9(4) COMP.

      *--The entry on the panel: country, distributor, range start.
       01  WS-CUR-KEY.
           02  WS-CUR-CNTRY            PIC X(20) VALUE SPACES.
           02  WS-CUR-DSDCDE           PIC X(05) VALUE SPACES.
           02  WS-CUR-FROM             PIC X(10) VALUE SPACES.
       01  WS-KEYED-KEY.
           02  WS-KEYED-CNTRY          PIC X(20).
           02  WS-KEYED-DSDCDE         PIC X(05).
           02  WS-KEYED-FROM           PIC X(10).
       01  WS-CLASH-KEY.
           02  WS-CLASH-FROM           PIC X(10).
           02  WS-CLASH-TO             PIC X(10).
           02  WS-CLASH-SINIT          PIC X(03).

       01  WS-VARIABLES.
           02  RECORD-FOUND-TERRIT     PIC X VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
           02  RECORD-FOUND-CNTRYS     PIC X VALUE SPACES.
           02  RECORD-FOUND-DISTS      PIC X VALUE SPACES.
           02  DIST-ACTIVE-FOUND       PIC X VALUE SPACES.

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
           02  IN23                    PIC 1  INDIC 23.
               88  DELETE-F23          VALUE B"1".

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
           WRITE  DISPLAY-REC  FORMAT "ZZTR01"
           READ  DISPLAY-FILE  RECORD
           IF EXIT-KEY
             GO PRC-EXIT
           END-IF
           IF CANCEL-KEY
             PERFORM INITIAL-RTN  THRU  INITIAL-EXIT
             GO PRC-EXIT
           END-IF
           IF ZTRCNTRY OF ZZTR01-I = SPACES
             MOVE "Country must be entered.. " TO ZMESSAGE
             GO PRC-EXIT
           END-IF
           MOVE ZTRCNTRY  OF ZZTR01-I TO WS-KEYED-CNTRY.
           MOVE ZTRDSDCDE OF ZZTR01-I TO WS-KEYED-DSDCDE.
           MOVE ZTRFROM   OF ZZTR01-I TO WS-KEYED-FROM.
           IF WS-KEYED-KEY NOT = WS-CUR-KEY
      * A different entry keyed - show what is on file before
      * anything is applied.
             MOVE WS-KEYED-KEY TO WS-CUR-KEY
             PERFORM SHOWTER-RTN  THRU  SHOWTER-EXIT
             GO PRC-EXIT
           END-IF
           IF DELETE-F23
             PERFORM DELETE-RTN  THRU  DELETE-EXIT
           ELSE
             PERFORM SAVE-RTN  THRU  SAVE-EXIT
           END-IF.
       PRC-EXIT. EXIT.

       INITIAL-RTN.
           MOVE "CBTERMNT" TO ZZPGM.
           MOVE SPACES TO ZMESSAGE  ZTRCNTRY OF ZZTR01-O
                          ZTRDSDCDE OF ZZTR01-O  ZTRFROM OF ZZTR01-O
                          ZTRTO OF ZZTR01-O  ZTRSINIT OF ZZTR01-O
                          ZTRSLMNAME  ZTRUSER  WS-CUR-KEY.
           MOVE ZERO TO ZTRDATE.
           MOVE "Enter country, distributor and postcode from.. "
                                 TO ZMESSAGE.
       INITIAL-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  SLMEN-FILE
                            CNTRYS-FILE
                            DISTS-FILE
                     I-O    DISPLAY-FILE
                            TERRIT-FILE.

       CLOSE-FILES.
               CLOSE   DISPLAY-FILE
                       TERRIT-FILE
                       SLMEN-FILE
                       CNTRYS-FILE
                       DISTS-FILE.

      *----------------------------------------------------------------
      * SHOWTER-RTN - looks the keyed entry up on TERRIT and fills
      * the panel with what it found.
      *----------------------------------------------------------------
       SHOWTER-RTN.
           MOVE WS-CUR-CNTRY  TO ZTRCNTRY  OF ZZTR01-O.
           MOVE WS-CUR-DSDCDE TO ZTRDSDCDE OF ZZTR01-O.
           MOVE WS-CUR-FROM   TO ZTRFROM   OF ZZTR01-O.
           PERFORM READTER-RTN  THRU  READTER-EXIT.
           IF RECORD-FOUND-TERRIT = "Y"
             MOVE TR-PSCD-TO TO ZTRTO    OF ZZTR01-O
             MOVE TR-SINIT   TO ZTRSINIT OF ZZTR01-O
             MOVE TR-USERID  TO ZTRUSER
             MOVE TR-DATE    TO ZTRDATE
             MOVE TR-SINIT   TO SINIT OF SLMEN-RECORD
             PERFORM READSLM-RTN  THRU  READSLM-EXIT
             MOVE "Change range or salesman, Enter, or F23=Delete.. "
                                   TO ZMESSAGE
           ELSE
             MOVE SPACES TO ZTRTO OF ZZTR01-O  ZTRSINIT OF ZZTR01-O
                            ZTRSLMNAME  ZTRUSER
             MOVE ZERO TO ZTRDATE
             MOVE "Not on file - type range and salesman to add.. "
                                   TO ZMESSAGE
           END-IF.
       SHOWTER-EXIT. EXIT.

      *----------------------------------------------------------------
      * READTER-RTN - reads the TERRIT entry for WS-CUR-KEY,
      * leaving RECORD-FOUND-TERRIT set either way.
      *----------------------------------------------------------------
       READTER-RTN.
           MOVE WS-CUR-CNTRY  TO TR-CNTRY.
           MOVE WS-CUR-DSDCDE TO TR-DSDCDE.
           MOVE WS-CUR-FROM   TO TR-PSCD-FROM.
           MOVE "Y" TO RECORD-FOUND-TERRIT.
           READ TERRIT-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TERRIT
           END-READ.
       READTER-EXIT. EXIT.

      *----------------------------------------------------------------
      * READSLM-RTN - reads SLMEN for the initials already moved to
      * SINIT of SLMEN-RECORD and shows the salesman's name.
      *----------------------------------------------------------------
       READSLM-RTN.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           READ SLMEN-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SLMEN
           END-READ.
           IF RECORD-FOUND-SLMEN = "Y"
             MOVE SLMNAME OF SLMEN-RECORD TO ZTRSLMNAME
           ELSE
             MOVE SPACES TO ZTRSLMNAME
           END-IF.
       READSLM-EXIT. EXIT.

      *----------------------------------------------------------------
      * SAVE-RTN - validates the panel and adds the entry when it is
      * new, or rewrites the range end and salesman when it is
      * already on file.
      *----------------------------------------------------------------
       SAVE-RTN.
           MOVE "SAVE TERRITORY" TO WS-AUTH-ACTION.
           MOVE "M" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           IF WS-AUTH-OK NOT = "Y"
             MOVE "Not authorised - inquiry only.. " TO ZMESSAGE
             GO SAVE-EXIT
           END-IF
           PERFORM VALIDATE-RTN  THRU  VALIDATE-EXIT.
           IF ZMESSAGE NOT = SPACES
             GO SAVE-EXIT
           END-IF
           PERFORM READTER-RTN  THRU  READTER-EXIT.
           MOVE ZTRTO    OF ZZTR01-I TO TR-PSCD-TO.
           MOVE ZTRSINIT OF ZZTR01-I TO TR-SINIT.
           CALL "RTVUSRID" USING WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID TO TR-USERID.
           ACCEPT TR-DATE FROM DATE YYYYMMDD.
           ACCEPT TR-TIME FROM TIME.
           IF RECORD-FOUND-TERRIT = "Y"
             REWRITE TERRIT-RECORD
                       INVALID KEY
                         MOVE "Territory record not updated.. "
                                               TO ZMESSAGE
                         GO SAVE-EXIT
             END-REWRITE
             MOVE "Territory changed.. " TO ZMESSAGE
           ELSE
             WRITE TERRIT-RECORD
                       INVALID KEY
                         MOVE "Territory is already on file.. "
                                               TO ZMESSAGE
                         GO SAVE-EXIT
             END-WRITE
             MOVE "Territory added.. " TO ZMESSAGE
           END-IF
           MOVE TR-PSCD-TO TO ZTRTO    OF ZZTR01-O.
           MOVE TR-SINIT   TO ZTRSINIT OF ZZTR01-O.
           MOVE TR-USERID  TO ZTRUSER.
           MOVE TR-DATE    TO ZTRDATE.
       SAVE-EXIT. EXIT.

      *----------------------------------------------------------------
      * VALIDATE-RTN - checks the panel before an entry is saved.
      * ZMESSAGE is left blank when everything is in order.
      *----------------------------------------------------------------
       VALIDATE-RTN.
           MOVE SPACES TO ZMESSAGE.
      * Country - must be one of the CNTRYS names customers carry.
           MOVE WS-CUR-CNTRY TO CNTNAME OF CNTRYS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CNTRYS.
           READ CNTRYS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CNTRYS
           END-READ.
           IF RECORD-FOUND-CNTRYS = "N"
             MOVE "Country is not on the country file.. " TO ZMESSAGE
             GO VALIDATE-EXIT
           END-IF
      * Distributor - optional; blank means any distributor.  The
      * code may have several DISTS rows; one must be active.
           IF WS-CUR-DSDCDE NOT = SPACES
             MOVE WS-CUR-DSDCDE TO DSDCDE OF DISTS-RECORD
             MOVE "Y" TO RECORD-FOUND-DISTS
             START DISTS-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                     OF DISTS-RECORD
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-DISTS  END-START
             IF RECORD-FOUND-DISTS = "N"
               MOVE "Distributor is not on file.. " TO ZMESSAGE
               GO VALIDATE-EXIT
             END-IF
             MOVE "N" TO DIST-ACTIVE-FOUND
             PERFORM UNTIL RECORD-FOUND-DISTS = "N"
               READ DISTS-FILE NEXT RECORD
                     AT END  MOVE "N" TO RECORD-FOUND-DISTS  END-READ
               IF RECORD-FOUND-DISTS = "Y"
                 IF DSDCDE OF DISTS-RECORD NOT = WS-CUR-DSDCDE
                   MOVE "N" TO RECORD-FOUND-DISTS
                 ELSE
                   IF DIST-ACTIVE
                     MOVE "Y" TO DIST-ACTIVE-FOUND
                     MOVE "N" TO RECORD-FOUND-DISTS
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF DIST-ACTIVE-FOUND NOT = "Y"
               MOVE "Distributor is not active.. " TO ZMESSAGE
               GO VALIDATE-EXIT
             END-IF
           END-IF
      * Range - the end may be left blank for a single prefix, but
      * may not come before the start.
           MOVE WS-CUR-FROM      TO WS-RANGE-FROM.
           MOVE ZTRTO OF ZZTR01-I TO WS-RANGE-TO.
           PERFORM TOHIGH-RTN  THRU  TOHIGH-EXIT.
           MOVE WS-TO-HIGH TO WS-NEW-HIGH.
           IF WS-NEW-HIGH < WS-CUR-FROM
             MOVE "Postcode to must not be before postcode from.. "
                                   TO ZMESSAGE
             GO VALIDATE-EXIT
           END-IF
      * Salesman - must exist on SLMEN.
           IF ZTRSINIT OF ZZTR01-I = SPACES
             MOVE "Salesman initials must be entered.. " TO ZMESSAGE
             GO VALIDATE-EXIT
           END-IF
           MOVE ZTRSINIT OF ZZTR01-I TO SINIT OF SLMEN-RECORD.
           PERFORM READSLM-RTN  THRU  READSLM-EXIT.
           IF RECORD-FOUND-SLMEN = "N"
             MOVE "Salesman is not on file.. " TO ZMESSAGE
             GO VALIDATE-EXIT
           END-IF
           PERFORM OVERLAP-RTN  THRU  OVERLAP-EXIT.
           IF WS-OVERLAP = "Y"
             STRING "Range overlaps " WS-CLASH-FROM " - "
                    WS-CLASH-TO " held by " WS-CLASH-SINIT ".. "
                    DELIMITED BY SIZE  INTO ZMESSAGE
           END-IF.
       VALIDATE-EXIT. EXIT.

      *----------------------------------------------------------------
      * OVERLAP-RTN - reads the other entries for the same country
      * and distributor.  Two ranges overlap when each one starts
      * no later than the other one ends; a postcode must lead to
      * a single salesman, so the first overlap found is refused.
      *----------------------------------------------------------------
       OVERLAP-RTN.
           MOVE "N" TO WS-OVERLAP.
           MOVE WS-CUR-CNTRY  TO TR-CNTRY.
           MOVE WS-CUR-DSDCDE TO TR-DSDCDE.
           MOVE SPACES        TO TR-PSCD-FROM.
           MOVE "N" TO WS-EOF-TERRIT.
           START TERRIT-FILE KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                                    OF TERRIT-RECORD
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-TERRIT  END-START.
           PERFORM UNTIL WS-EOF-TERRIT = "Y"
             READ TERRIT-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-EOF-TERRIT
             END-READ
             IF WS-EOF-TERRIT = "N"
               IF TR-CNTRY NOT = WS-CUR-CNTRY
                     OR TR-DSDCDE NOT = WS-CUR-DSDCDE
                     OR TR-PSCD-FROM > WS-NEW-HIGH
                 MOVE "Y" TO WS-EOF-TERRIT
               ELSE
                 IF TR-PSCD-FROM NOT = WS-CUR-FROM
                   MOVE TR-PSCD-FROM TO WS-RANGE-FROM
                   MOVE TR-PSCD-TO   TO WS-RANGE-TO
                   PERFORM TOHIGH-RTN  THRU  TOHIGH-EXIT
                   IF WS-CUR-FROM NOT > WS-TO-HIGH
                     MOVE "Y" TO WS-OVERLAP  WS-EOF-TERRIT
                     MOVE TR-PSCD-FROM TO WS-CLASH-FROM
                     MOVE TR-PSCD-TO   TO WS-CLASH-TO
                     MOVE TR-SINIT     TO WS-CLASH-SINIT
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       OVERLAP-EXIT. EXIT.

      *----------------------------------------------------------------
      * TOHIGH-RTN - the top of the range WS-RANGE-FROM/WS-RANGE-TO
      * as a postcode: the "to" prefix (or the "from" one when no
      * "to" is given) filled out with HIGH-VALUES, the same way
      * CBTERLKP matches a customer's postcode against the range.
      *----------------------------------------------------------------
       TOHIGH-RTN.
           IF WS-RANGE-TO = SPACES
             MOVE WS-RANGE-FROM TO WS-TO-HIGH
           ELSE
             MOVE WS-RANGE-TO TO WS-TO-HIGH
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

      *----------------------------------------------------------------
      * DELETE-RTN - removes the entry.  Customers it covered keep
      * their salesman; they simply stop being checked against it.
      *----------------------------------------------------------------
       DELETE-RTN.
           MOVE "DELETE TERRITORY" TO WS-AUTH-ACTION.
           MOVE "S" TO WS-AUTH-REQD.
           CALL "CBAUTCHK" USING WS-AUTH-PGM  WS-AUTH-ACTION
                                 WS-AUTH-REQD  WS-AUTH-OK
                                 WS-OPR-ROLE.
           IF WS-AUTH-OK NOT = "Y"
             MOVE "Not authorised - supervisors only.. " TO ZMESSAGE
             GO DELETE-EXIT
           END-IF
           PERFORM READTER-RTN  THRU  READTER-EXIT.
           IF RECORD-FOUND-TERRIT = "N"
             MOVE "Territory is not on file.. " TO ZMESSAGE
             GO DELETE-EXIT
           END-IF
           DELETE TERRIT-FILE
                  INVALID KEY
                    MOVE "Territory record not removed.. " TO ZMESSAGE
                    GO DELETE-EXIT
           END-DELETE.
           MOVE SPACES TO ZTRTO OF ZZTR01-O  ZTRSINIT OF ZZTR01-O
                          ZTRSLMNAME  ZTRUSER.
           MOVE ZERO TO ZTRDATE.
           MOVE "Territory deleted.. " TO ZMESSAGE.
       DELETE-EXIT. EXIT.
