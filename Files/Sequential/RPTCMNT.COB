       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CAT-MAINT.
      *    MAINTAINS RPTCAT.DAT, THE LIST OF PRINT FILES FILED INTO
      *    THE REPORT REPOSITORY. EACH ROW NAMES THE PROGRAM AS IT
      *    SIGNS THE RUN LOG, ITS PRINT FILE, THE PRINT-LINE WIDTH
      *    AND THE DAYS A FILED COPY IS KEPT (000 KEEPS IT FOR GOOD).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT REPORT-CATALOGUE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-CATALOGUE-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REPORT-CATALOGUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RPTCAT.DAT"
           DATA RECORD IS REPORT-CATALOGUE-REC.
       COPY RPTCAT.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 REPORT-CATALOGUE-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-ROW-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-ROW-IDX PIC 9(3) COMP.
       77 WS-PICK-IDX PIC 9(3) COMP.
       77 WS-DUP-IDX PIC 9(3) COMP.
       77 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-WIDTH-ENTRY PIC X(3).
       77 WS-RETAIN-ENTRY PIC X(3).
       77 WS-VALID-SW PIC X.
           88 WS-ROW-VALID VALUE "Y".
       77 WS-DUP-SW PIC X.
           88 WS-DUP-FOUND VALUE "Y".
       01 WS-ROW-TABLE.
        02 WS-ROW-ENTRY OCCURS 201 TIMES.
         03 WS-ROW-PROGRAM PIC X(15).
         03 WS-ROW-REPORT PIC X(12).
         03 WS-ROW-DESCRIPTION PIC X(30).
         03 WS-ROW-WIDTH PIC 9(3).
         03 WS-ROW-RETAIN PIC 9(3).
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOAD-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM LOAD-CATALOGUE-PARA THRU LOAD-CATALOGUE-EXIT.
       MENU-PARA.
           DISPLAY "REPORT CATALOGUE MAINTENANCE".
           DISPLAY " 1. LIST THE CATALOGUE".
           DISPLAY " 2. ADD A REPORT".
           DISPLAY " 3. CHANGE A REPORT".
           DISPLAY " 4. DELETE A REPORT".
           DISPLAY " 5. SAVE".
           DISPLAY " 6. QUIT WITHOUT SAVING".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 6
                DISPLAY "INVALID CHOICE - ENTER 1 TO 6"
                GO TO MENU-PARA.
           GO TO LIST-PARA ADD-PARA CHANGE-PARA DELETE-PARA
                SAVE-PARA QUIT-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           DISPLAY "NO    PROGRAM         PRINT FILE   WID KEEP ",
                "DESCRIPTION".
           PERFORM LIST-ONE-PARA
                VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-ROW-TOTAL.
           GO TO MENU-PARA.
       ADD-PARA.
           IF WS-ROW-TOTAL = 200
                DISPLAY "CATALOGUE FULL"
                GO TO MENU-PARA.
           ADD 1 TO WS-ROW-TOTAL.
           MOVE WS-ROW-TOTAL TO WS-ROW-IDX.
           PERFORM ACCEPT-ROW-PARA THRU ACCEPT-ROW-EXIT.
           IF NOT WS-ROW-VALID
                SUBTRACT 1 FROM WS-ROW-TOTAL
           ELSE
                ADD 1 TO WS-CHANGE-COUNT.
           GO TO MENU-PARA.
       CHANGE-PARA.
           PERFORM PICK-ROW-PARA.
           IF WS-PICK-IDX = ZERO
                GO TO MENU-PARA.
           MOVE WS-PICK-IDX TO WS-ROW-IDX.
           MOVE WS-ROW-ENTRY(WS-ROW-IDX) TO WS-ROW-ENTRY(201).
           PERFORM ACCEPT-ROW-PARA THRU ACCEPT-ROW-EXIT.
           IF NOT WS-ROW-VALID
                MOVE WS-ROW-ENTRY(201) TO WS-ROW-ENTRY(WS-ROW-IDX)
           ELSE
                ADD 1 TO WS-CHANGE-COUNT.
           GO TO MENU-PARA.
       DELETE-PARA.
           PERFORM PICK-ROW-PARA.
           IF WS-PICK-IDX = ZERO
                GO TO MENU-PARA.
           PERFORM SHIFT-ONE-PARA
                VARYING WS-ROW-IDX FROM WS-PICK-IDX BY 1
                UNTIL WS-ROW-IDX NOT < WS-ROW-TOTAL.
           SUBTRACT 1 FROM WS-ROW-TOTAL.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY "REPORT DELETED - ITS FILED COPIES ARE KEPT UNTIL ",
                "IT IS ADDED BACK".
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT REPORT-CATALOGUE.
           PERFORM SAVE-ONE-PARA
                VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-ROW-TOTAL.
           CLOSE REPORT-CATALOGUE.
           DISPLAY "REPORT CATALOGUE SAVED - ", WS-ROW-TOTAL,
                " REPORTS".
           GO TO END-PARA.
       QUIT-PARA.
           DISPLAY "NO CHANGES SAVED".
           MOVE 04 TO WS-RETURN-CODE.
           MOVE "MAINTENANCE ABANDONED WITHOUT SAVING" TO
                WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    THE TABLE HAS ONE SPARE ENTRY PAST THE LAST ROW, USED TO
      *    HOLD A ROW WHILE IT IS CHANGED.
       ACCEPT-ROW-PARA.
           MOVE "Y" TO WS-VALID-SW.
           DISPLAY "ENTER PROGRAM NAME AS IN THE RUN LOG ",
                "(E.G. GRADE-WHATIF): ".
           ACCEPT WS-ROW-PROGRAM(WS-ROW-IDX).
           DISPLAY "ENTER PRINT FILE (E.G. GRDSIM.DAT): ".
           ACCEPT WS-ROW-REPORT(WS-ROW-IDX).
           IF WS-ROW-PROGRAM(WS-ROW-IDX) = SPACES
                OR WS-ROW-REPORT(WS-ROW-IDX) = SPACES
                DISPLAY "PROGRAM AND PRINT FILE ARE BOTH REQUIRED - ",
                     "ENTRY REFUSED"
                MOVE "N" TO WS-VALID-SW
                GO TO ACCEPT-ROW-EXIT.
           MOVE "N" TO WS-DUP-SW.
           PERFORM CHECK-ONE-DUP-PARA
                VARYING WS-DUP-IDX FROM 1 BY 1
                UNTIL WS-DUP-IDX > WS-ROW-TOTAL
                OR WS-DUP-FOUND.
           IF WS-DUP-FOUND
                DISPLAY "THAT PROGRAM AND PRINT FILE ARE ALREADY ",
                     "CATALOGUED - ENTRY REFUSED"
                MOVE "N" TO WS-VALID-SW
                GO TO ACCEPT-ROW-EXIT.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WS-ROW-DESCRIPTION(WS-ROW-IDX).
           DISPLAY "ENTER PRINT-LINE WIDTH (040 060 070 079 092 098): ".
           ACCEPT WS-WIDTH-ENTRY.
           IF WS-WIDTH-ENTRY NOT NUMERIC
                DISPLAY "WIDTH MUST BE THREE DIGITS - ENTRY REFUSED"
                MOVE "N" TO WS-VALID-SW
                GO TO ACCEPT-ROW-EXIT.
           MOVE WS-WIDTH-ENTRY TO CT-LINE-WIDTH.
           IF NOT CT-WIDTH-SUPPORTED
                DISPLAY "NO PRINT FILE OF THAT WIDTH CAN BE FILED - ",
                     "ENTRY REFUSED"
                MOVE "N" TO WS-VALID-SW
                GO TO ACCEPT-ROW-EXIT.
           MOVE CT-LINE-WIDTH TO WS-ROW-WIDTH(WS-ROW-IDX).
           DISPLAY "ENTER DAYS TO KEEP EACH FILED COPY (000-999, ",
                "000 = ALWAYS): ".
           ACCEPT WS-RETAIN-ENTRY.
           IF WS-RETAIN-ENTRY NOT NUMERIC
                DISPLAY "DAYS MUST BE THREE DIGITS - ENTRY REFUSED"
                MOVE "N" TO WS-VALID-SW
                GO TO ACCEPT-ROW-EXIT.
           MOVE WS-RETAIN-ENTRY TO WS-ROW-RETAIN(WS-ROW-IDX).
       ACCEPT-ROW-EXIT.
           EXIT.
       CHECK-ONE-DUP-PARA.
           IF WS-DUP-IDX NOT = WS-ROW-IDX
                AND WS-ROW-PROGRAM(WS-DUP-IDX) =
                     WS-ROW-PROGRAM(WS-ROW-IDX)
                AND WS-ROW-REPORT(WS-DUP-IDX) =
                     WS-ROW-REPORT(WS-ROW-IDX)
                MOVE "Y" TO WS-DUP-SW.
       PICK-ROW-PARA.
           DISPLAY "ENTER THE REPORT NUMBER (FROM THE LIST): ".
           ACCEPT WS-PICK-IDX.
           IF WS-PICK-IDX < 1 OR WS-PICK-IDX > WS-ROW-TOTAL
                DISPLAY "NO SUCH REPORT"
                MOVE ZERO TO WS-PICK-IDX.
       SHIFT-ONE-PARA.
           MOVE WS-ROW-ENTRY(WS-ROW-IDX + 1) TO
                WS-ROW-ENTRY(WS-ROW-IDX).
       LIST-ONE-PARA.
           DISPLAY WS-ROW-IDX, " ", WS-ROW-PROGRAM(WS-ROW-IDX), " ",
                WS-ROW-REPORT(WS-ROW-IDX), " ",
                WS-ROW-WIDTH(WS-ROW-IDX), " ",
                WS-ROW-RETAIN(WS-ROW-IDX), "  ",
                WS-ROW-DESCRIPTION(WS-ROW-IDX).
       SAVE-ONE-PARA.
           MOVE WS-ROW-PROGRAM(WS-ROW-IDX) TO CT-PROGRAM.
           MOVE WS-ROW-REPORT(WS-ROW-IDX) TO CT-REPORT.
           MOVE WS-ROW-DESCRIPTION(WS-ROW-IDX) TO CT-DESCRIPTION.
           MOVE WS-ROW-WIDTH(WS-ROW-IDX) TO CT-LINE-WIDTH.
           MOVE WS-ROW-RETAIN(WS-ROW-IDX) TO CT-RETAIN-DAYS.
           WRITE REPORT-CATALOGUE-REC.
       LOAD-CATALOGUE-PARA.
           OPEN INPUT REPORT-CATALOGUE.
           IF REPORT-CATALOGUE-STATUS NOT = "00"
                DISPLAY "NO REPORT CATALOGUE ON FILE YET - STARTING ",
                     "EMPTY"
                GO TO LOAD-CATALOGUE-EXIT.
           PERFORM LOAD-ONE-PARA UNTIL WS-EOF.
           CLOSE REPORT-CATALOGUE.
       LOAD-CATALOGUE-EXIT.
           EXIT.
       LOAD-ONE-PARA.
           READ REPORT-CATALOGUE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-ROW-TOTAL < 200
                          ADD 1 TO WS-ROW-TOTAL
                          MOVE CT-PROGRAM TO
                               WS-ROW-PROGRAM(WS-ROW-TOTAL)
                          MOVE CT-REPORT TO
                               WS-ROW-REPORT(WS-ROW-TOTAL)
                          MOVE CT-DESCRIPTION TO
                               WS-ROW-DESCRIPTION(WS-ROW-TOTAL)
                          MOVE CT-LINE-WIDTH TO
                               WS-ROW-WIDTH(WS-ROW-TOTAL)
                          MOVE CT-RETAIN-DAYS TO
                               WS-ROW-RETAIN(WS-ROW-TOTAL).
       LOG-RUN-START-PARA.
           MOVE "S" TO RL-ENTRY-TYPE.
           MOVE ZERO TO RL-READ-COUNT.
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE ZERO TO RL-RETURN-CODE.
           MOVE SPACES TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       LOG-RUN-END-PARA.
           MOVE "E" TO RL-ENTRY-TYPE.
           MOVE WS-ROW-TOTAL TO RL-READ-COUNT.
           MOVE WS-CHANGE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "RPT-CAT-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
