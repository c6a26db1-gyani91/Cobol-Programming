           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LEAVERS-PRINT-STATUS.
           SELECT BOARD-RESULT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOARD-RESULT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "ALUMLIST.DAT"
           DATA RECORD IS LEAVERS-LINE.
       01 LEAVERS-LINE PIC X(79).
       FD BOARD-RESULT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOARDRES.DAT"
           DATA RECORD IS BOARD-RESULT-REC.
       COPY BOARDRES.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 RUN-LOG-STATUS PIC XX.
       77 ALUMNI-FILE-STATUS PIC XX.
       77 LEAVERS-PRINT-STATUS PIC XX.
       77 BOARD-RESULT-STATUS PIC XX.
       77 WS-BX-YEAR PIC 9(4).
       77 WS-BX-BOARD-NO PIC X(10).
       77 WS-BX-OVERALL PIC X(4).
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           DISPLAY "ADDRESS: ", WS-ALM-ADDRESS(WS-ALM-FOUND-X).
           DISPLAY "CONTACT: ", WS-ALM-CONTACT(WS-ALM-FOUND-X).
           DISPLAY "TC SERIAL: ", WS-ALM-SERIAL(WS-ALM-FOUND-X).
           PERFORM SHOW-BOARD-PARA.
           GO TO MENU-PARA.
       UPDATE-PARA.
           DISPLAY "ENTER THE OLD ROLL NO: ".
                DISPLAY LV-DETAIL-LINE
                MOVE LV-DETAIL-LINE TO LEAVERS-LINE
                WRITE LEAVERS-LINE.
      *    THE OFFICIAL BOARD OUTCOME FOR THE LATEST EXAMINATION
      *    YEAR LOADED BY BOARD-RESULTS, WHEN THERE IS ONE.
       SHOW-BOARD-PARA.
           MOVE ZERO TO WS-BX-YEAR.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BOARD-RESULT.
           IF BOARD-RESULT-STATUS = "00"
                PERFORM READ-ONE-BOARD-PARA UNTIL WS-EOF
                CLOSE BOARD-RESULT.
           MOVE "N" TO WS-EOF-SW.
           IF WS-BX-YEAR = ZERO
                DISPLAY "BOARD RESULT: NOT ON FILE"
           ELSE
                DISPLAY "BOARD RESULT: ", WS-BX-OVERALL, "  YEAR ",
                     WS-BX-YEAR, "  BOARD NO. ", WS-BX-BOARD-NO.
       READ-ONE-BOARD-PARA.
           READ BOARD-RESULT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF BX-RNO = TRNO
                          AND BX-EXAM-YEAR > WS-BX-YEAR
                          MOVE BX-EXAM-YEAR TO WS-BX-YEAR
                          MOVE BX-BOARD-NO TO WS-BX-BOARD-NO
                          MOVE BX-OVERALL-RESULT TO WS-BX-OVERALL.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO LEAVERS-LINE.
