       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRIEVANCE-SUMMARY.
      *    TERMLY SUMMARY OF PARENT GRIEVANCES BY CATEGORY. THE TERM
      *    DATES COME FROM THE ACADEMIC CALENDAR AND A GRIEVANCE
      *    BELONGS TO THE TERM IN WHICH IT WAS RECEIVED. FOR EACH
      *    CATEGORY: HOW MANY CAME IN, HOW MANY ARE STILL OPEN, HOW
      *    MANY WERE RESOLVED BY THEIR TARGET DATE AND AFTER IT, AND
      *    THE AVERAGE AND LONGEST DAYS TAKEN TO RESOLVE. COUNTS
      *    ONLY - NO STUDENT IS NAMED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT GRIEVANCE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRIEVANCE-FILE-STATUS.
           SELECT GRIEVANCE-CATEGORY ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRIEVANCE-CATEGORY-STATUS.
           SELECT ACADEMIC-CALENDAR ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACADEMIC-CALENDAR-STATUS.
           SELECT SUMMARY-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUMMARY-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRIEVANCE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRIEVNC.DAT"
           DATA RECORD IS GRIEVANCE-REC.
       COPY GRIEVNC.
       FD GRIEVANCE-CATEGORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRVCAT.DAT"
           DATA RECORD IS GRIEVANCE-CATEGORY-REC.
       COPY GRVCAT.
       FD ACADEMIC-CALENDAR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ACADCAL.DAT"
           DATA RECORD IS ACADEMIC-CALENDAR-REC.
       COPY ACADCAL.
       FD SUMMARY-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRVSUM.DAT"
           DATA RECORD IS SUMMARY-LINE.
       01 SUMMARY-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 GRIEVANCE-FILE-STATUS PIC XX.
       77 GRIEVANCE-CATEGORY-STATUS PIC XX.
       77 ACADEMIC-CALENDAR-STATUS PIC XX.
       77 SUMMARY-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-PICK-YEAR PIC 9(4).
       77 WS-PICK-TERM PIC 9(2).
       77 WS-TERM-FOUND-SW PIC X VALUE "N".
           88 WS-TERM-FOUND VALUE "Y".
       77 WS-TERM-START PIC 9(8).
       77 WS-TERM-END PIC 9(8).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TERM-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ROW PIC 9(2) COMP.
       77 WS-ROW-X PIC 9(2) COMP.
       77 WS-AVERAGE PIC 9(3).
      *    ONE ROW PER CATEGORY ON GRVCAT.DAT, THEN ONE FOR ANY
      *    CODE NOT ON IT, THEN THE TOTAL ROW.
       77 WS-CAT-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-OTHER-ROW PIC 9(2) COMP.
       77 WS-TOTAL-ROW PIC 9(2) COMP.
       01 WS-CAT-TABLE.
        02 WS-CAT-ENTRY OCCURS 52 TIMES.
         03 WS-CAT-CODE PIC X(4).
         03 WS-CAT-RECEIVED PIC 9(5).
         03 WS-CAT-OPEN PIC 9(5).
         03 WS-CAT-IN-TARGET PIC 9(5).
         03 WS-CAT-LATE PIC 9(5).
         03 WS-CAT-DAYS PIC 9(7).
         03 WS-CAT-LONGEST PIC 9(3).
       01 SM-HEAD-1.
        02 FILLER PIC X(26) VALUE "PARENT GRIEVANCES FOR TERM".
        02 SH-TERM PIC ZZ9.
        02 FILLER PIC X(4) VALUE " OF ".
        02 SH-YEAR PIC 9(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 SH-START PIC 9(8).
        02 FILLER PIC X(4) VALUE " TO ".
        02 SH-END PIC 9(8).
       01 SM-HEAD-2.
        02 FILLER PIC X(50) VALUE
           "CATEGORY  RECEIVED   OPEN  ON TIME   LATE  AVERAGE".
        02 FILLER PIC X(9) VALUE "  LONGEST".
       01 SM-DETAIL-LINE.
        02 SD-CATEGORY PIC X(9).
        02 SD-RECEIVED PIC ZZZZZZZZ9.
        02 SD-OPEN PIC ZZZZZZ9.
        02 SD-IN-TARGET PIC ZZZZZZZZ9.
        02 SD-LATE PIC ZZZZZZ9.
        02 SD-AVERAGE PIC ZZZZZZZZ9.
        02 SD-LONGEST PIC ZZZZZZZZ9.
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER ACADEMIC YEAR (YYYY): ".
           ACCEPT WS-PICK-YEAR.
           DISPLAY "ENTER TERM NUMBER: ".
           ACCEPT WS-PICK-TERM.
           PERFORM FIND-TERM-PARA THRU FIND-TERM-EXIT.
           IF NOT WS-TERM-FOUND
                DISPLAY "THAT TERM IS NOT ON THE ACADEMIC CALENDAR"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TERM NOT ON ACADCAL.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-CATEGORIES-PARA THRU LOAD-CATEGORIES-EXIT.
           COMPUTE WS-OTHER-ROW = WS-CAT-TOTAL + 1.
           COMPUTE WS-TOTAL-ROW = WS-CAT-TOTAL + 2.
           MOVE SPACES TO WS-CAT-CODE(WS-OTHER-ROW).
           MOVE SPACES TO WS-CAT-CODE(WS-TOTAL-ROW).
           PERFORM CLEAR-ROW-PARA
                VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-TOTAL-ROW.
           OPEN INPUT GRIEVANCE-FILE.
           IF GRIEVANCE-FILE-STATUS NOT = "00"
                DISPLAY "NO GRIEVANCES ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "GRIEVNC.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       SCAN-PARA.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
           CLOSE GRIEVANCE-FILE.
       PRINT-PARA.
           OPEN OUTPUT SUMMARY-PRINT.
           MOVE WS-PICK-TERM TO SH-TERM.
           MOVE WS-PICK-YEAR TO SH-YEAR.
           MOVE WS-TERM-START TO SH-START.
           MOVE WS-TERM-END TO SH-END.
           MOVE SM-HEAD-1 TO SUMMARY-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE SM-HEAD-2 TO SUMMARY-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           PERFORM PRINT-ONE-ROW-PARA
                VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-CAT-TOTAL.
           IF WS-CAT-RECEIVED(WS-OTHER-ROW) > ZERO
                MOVE WS-OTHER-ROW TO WS-ROW
                PERFORM PRINT-ONE-ROW-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-TOTAL-ROW TO WS-ROW.
           PERFORM PRINT-ONE-ROW-PARA.
           MOVE "AVERAGE AND LONGEST ARE CALENDAR DAYS TO RESOLVE"
                TO SUMMARY-LINE.
           PERFORM WRITE-LINE-PARA.
           CLOSE SUMMARY-PRINT.
           IF WS-TERM-COUNT = ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO GRIEVANCES FOR THE TERM" TO WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       SCAN-ONE-PARA.
           READ GRIEVANCE-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     IF GV-RECEIVED NOT < WS-TERM-START
                          AND GV-RECEIVED NOT > WS-TERM-END
                          PERFORM COUNT-ONE-PARA.
       COUNT-ONE-PARA.
           ADD 1 TO WS-TERM-COUNT.
           MOVE WS-OTHER-ROW TO WS-ROW.
           PERFORM MATCH-CATEGORY-PARA
                VARYING WS-ROW-X FROM 1 BY 1
                UNTIL WS-ROW-X > WS-CAT-TOTAL.
           PERFORM ADD-TO-ROW-PARA.
           MOVE WS-TOTAL-ROW TO WS-ROW.
           PERFORM ADD-TO-ROW-PARA.
       MATCH-CATEGORY-PARA.
           IF WS-CAT-CODE(WS-ROW-X) = GV-CATEGORY
                MOVE WS-ROW-X TO WS-ROW.
       ADD-TO-ROW-PARA.
           ADD 1 TO WS-CAT-RECEIVED(WS-ROW).
           IF GV-UNRESOLVED
                ADD 1 TO WS-CAT-OPEN(WS-ROW)
           ELSE
                ADD GV-DAYS-TAKEN TO WS-CAT-DAYS(WS-ROW)
                IF GV-DAYS-TAKEN > WS-CAT-LONGEST(WS-ROW)
                     MOVE GV-DAYS-TAKEN TO WS-CAT-LONGEST(WS-ROW).
           IF GV-RESOLVED AND GV-CLOSED-DATE > GV-TARGET
                ADD 1 TO WS-CAT-LATE(WS-ROW).
           IF GV-RESOLVED AND GV-CLOSED-DATE NOT > GV-TARGET
                ADD 1 TO WS-CAT-IN-TARGET(WS-ROW).
       CLEAR-ROW-PARA.
           MOVE ZERO TO WS-CAT-RECEIVED(WS-ROW).
           MOVE ZERO TO WS-CAT-OPEN(WS-ROW).
           MOVE ZERO TO WS-CAT-IN-TARGET(WS-ROW).
           MOVE ZERO TO WS-CAT-LATE(WS-ROW).
           MOVE ZERO TO WS-CAT-DAYS(WS-ROW).
           MOVE ZERO TO WS-CAT-LONGEST(WS-ROW).
       PRINT-ONE-ROW-PARA.
           IF WS-ROW = WS-TOTAL-ROW
                MOVE "TOTAL" TO SD-CATEGORY
           ELSE
                IF WS-ROW = WS-OTHER-ROW
                     MOVE "OTHER" TO SD-CATEGORY
                ELSE
                     MOVE WS-CAT-CODE(WS-ROW) TO SD-CATEGORY.
           MOVE WS-CAT-RECEIVED(WS-ROW) TO SD-RECEIVED.
           MOVE WS-CAT-OPEN(WS-ROW) TO SD-OPEN.
           MOVE WS-CAT-IN-TARGET(WS-ROW) TO SD-IN-TARGET.
           MOVE WS-CAT-LATE(WS-ROW) TO SD-LATE.
           MOVE ZERO TO WS-AVERAGE.
           IF WS-CAT-IN-TARGET(WS-ROW) + WS-CAT-LATE(WS-ROW) > ZERO
                COMPUTE WS-AVERAGE ROUNDED = WS-CAT-DAYS(WS-ROW) /
                     (WS-CAT-IN-TARGET(WS-ROW) + WS-CAT-LATE(WS-ROW)).
           MOVE WS-AVERAGE TO SD-AVERAGE.
           MOVE WS-CAT-LONGEST(WS-ROW) TO SD-LONGEST.
           MOVE SM-DETAIL-LINE TO SUMMARY-LINE.
           PERFORM WRITE-LINE-PARA.
       FIND-TERM-PARA.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF ACADEMIC-CALENDAR-STATUS NOT = "00"
                GO TO FIND-TERM-EXIT.
           PERFORM FIND-ONE-TERM-PARA UNTIL WS-EOF.
           CLOSE ACADEMIC-CALENDAR.
       FIND-TERM-EXIT.
           MOVE "N" TO WS-EOF-SW.
       FIND-ONE-TERM-PARA.
           READ ACADEMIC-CALENDAR
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF CAL-YEAR = WS-PICK-YEAR
                          AND CAL-TERM = WS-PICK-TERM
                          MOVE "Y" TO WS-TERM-FOUND-SW
                          MOVE CAL-START-DATE TO WS-TERM-START
                          MOVE CAL-END-DATE TO WS-TERM-END
                          MOVE "Y" TO WS-EOF-SW.
       LOAD-CATEGORIES-PARA.
           OPEN INPUT GRIEVANCE-CATEGORY.
           IF GRIEVANCE-CATEGORY-STATUS NOT = "00"
                GO TO LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-ONE-CAT-PARA UNTIL WS-EOF.
           CLOSE GRIEVANCE-CATEGORY.
       LOAD-CATEGORIES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CAT-PARA.
           READ GRIEVANCE-CATEGORY
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CAT-TOTAL < 50
                          ADD 1 TO WS-CAT-TOTAL
                          MOVE GC-CODE TO WS-CAT-CODE(WS-CAT-TOTAL).
       WRITE-LINE-PARA.
           DISPLAY SUMMARY-LINE.
           WRITE SUMMARY-LINE.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO SUMMARY-LINE.
           PERFORM WRITE-LINE-PARA.
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
           MOVE WS-READ-COUNT TO RL-READ-COUNT.
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "GRV-SUMMARY" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
