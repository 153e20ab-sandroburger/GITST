           02  WS-ACT-C                PIC 9(7) VALUE 0.
           02  WS-ACT-D                PIC 9(7) VALUE 0.
           02  WS-ACT-R                PIC 9(7) VALUE 0.
           02  WS-ACT-V                PIC 9(7) VALUE 0.
           02  WS-ACT-OTH              PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
             WHEN "C"    ADD 1 TO WS-ACT-C
             WHEN "D"    ADD 1 TO WS-ACT-D
             WHEN "R"    ADD 1 TO WS-ACT-R
             WHEN "V"    ADD 1 TO WS-ACT-V
             WHEN OTHER  ADD 1 TO WS-ACT-OTH
           END-EVALUATE.
           PERFORM TALLYUSR-RTN  THRU  TALLYUSR-EXIT.
           MOVE "R REINSTATE: " TO ACT-LABEL.
           MOVE WS-ACT-R TO ACT-TOT.
           WRITE REPORT-LINE FROM ACT-LINE.
           MOVE "V APPROVE  : " TO ACT-LABEL.
           MOVE WS-ACT-V TO ACT-TOT.
           WRITE REPORT-LINE FROM ACT-LINE.
           MOVE "* OTHER    : " TO ACT-LABEL.
           MOVE WS-ACT-OTH TO ACT-TOT.
           WRITE REPORT-LINE FROM ACT-LINE.
           ADD 6 TO WS-LINE-COUNT.
       PRINT-ACTIONS-EXIT. EXIT.

      *----------------------------------------------------------------
      * page throw when the section would not fit.
      *----------------------------------------------------------------
       PRINT-SECTION-RTN.
           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
             PERFORM PRINT-HEADINGS  THRU  PRINT-HEADINGS-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
