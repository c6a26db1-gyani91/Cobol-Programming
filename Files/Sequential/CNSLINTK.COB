       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNSEL-INTAKE.
      *    OPENS COUNSELING CASES FROM THE REFERRALS LEFT ON
      *    CNSLREF.DAT BY PERFORM-TREND, ATTENDANCE-WARNING AND
      *    DISCIPLINE-REGISTER. A STUDENT HAS AT MOST ONE CASE PER
      *    SOURCE PER TERM: A LATER REFERRAL IN THE SAME TERM IS
      *    COUNTED ON THE CASE ALREADY THERE, OPEN OR CLOSED, AND A
      *    REFERRAL ALREADY TAKEN IS PASSED OVER, SO THE RUN CAN BE
      *    REPEATED. THE TERM OF A REFERRAL THAT DOES NOT CARRY ONE
      *    IS THE CALENDAR TERM ITS DATE FALLS IN. THE INTAKE LIST
      *    NAMES NEW CASES ONLY; CASE DETAIL STAYS IN COUNSEL-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT COUNSEL-REFERRAL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNSEL-REFERRAL-STATUS.
           SELECT COUNSEL-CASE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNSEL-CASE-STATUS.
           SELECT ACADEMIC-CALENDAR ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACADEMIC-CALENDAR-STATUS.
           SELECT INTAKE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INTAKE-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COUNSEL-REFERRAL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLREF.DAT"
           DATA RECORD IS COUNSEL-REFERRAL-REC.
       COPY CNSLREF.
       FD COUNSEL-CASE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLCASE.DAT"
           DATA RECORD IS COUNSEL-CASE-REC.
       COPY CNSLCASE.
       FD ACADEMIC-CALENDAR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ACADCAL.DAT"
           DATA RECORD IS ACADEMIC-CALENDAR-REC.
       COPY ACADCAL.
       FD INTAKE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLINTK.DAT"
           DATA RECORD IS INTAKE-LINE.
       01 INTAKE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 COUNSEL-REFERRAL-STATUS PIC XX.
       77 COUNSEL-CASE-STATUS PIC XX.
       77 ACADEMIC-CALENDAR-STATUS PIC XX.
       77 INTAKE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-TERM-PICK PIC 9(2).
       77 WS-LAST-CASE PIC 9(5) VALUE ZERO.
       77 WS-CAL-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-CAL-IDX PIC 9(3) COMP.
       77 WS-CASE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CASE-IDX PIC 9(4) COMP.
       77 WS-CASE-FOUND-SW PIC X.
           88 WS-CASE-FOUND VALUE "Y".
       77 WS-CASE-FOUND-X PIC 9(4) COMP.
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OPENED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ADDED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TAKEN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CAL-TABLE.
        02 WS-CAL-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-CAL-TOTAL
                INDEXED BY WS-CAL-X.
         03 WS-CAL-TERM PIC 9(2).
         03 WS-CAL-START PIC 9(8).
         03 WS-CAL-END PIC 9(8).
      *    CASES ARE HELD AS RECORD IMAGES WITH THE MATCHING KEY
      *    ALONGSIDE, AND WORKED ON IN THE FILE'S OWN RECORD AREA.
       01 WS-CASE-TABLE.
        02 WS-CASE-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-CASE-TOTAL
                INDEXED BY WS-CASE-X.
         03 WS-CASE-RNO PIC 9(5).
         03 WS-CASE-SOURCE PIC X(4).
         03 WS-CASE-TERM PIC 9(2).
         03 WS-CASE-IMAGE PIC X(139).
       01 CI-HEAD-LINE.
        02 FILLER PIC X(36) VALUE
           "COUNSELING CASES OPENED BY INTAKE ON".
        02 FILLER PIC X VALUE SPACE.
        02 CI-DATE PIC 9(8).
       01 CI-COLUMN-LINE PIC X(46) VALUE
           "  CASE   ROLL   NAME                  SRC TERM".
       01 CI-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CI-CASE PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CI-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CI-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CI-SOURCE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CI-TERM PIC Z9.
       01 CI-COUNT-LINE.
        02 CI-COUNT-TEXT PIC X(40).
        02 CI-COUNT PIC ZZZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOAD-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-CALENDAR-PARA THRU LOAD-CALENDAR-EXIT.
           PERFORM LOAD-CASES-PARA THRU LOAD-CASES-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           OPEN INPUT COUNSEL-REFERRAL.
           IF COUNSEL-REFERRAL-STATUS NOT = "00"
                DISPLAY "NO COUNSELING REFERRALS ON FILE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "CNSLREF.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN OUTPUT INTAKE-PRINT.
           MOVE PAGE-LINE TO INTAKE-LINE.
           PERFORM WRITE-INTAKE-PARA.
           MOVE WS-TODAY TO CI-DATE.
           MOVE CI-HEAD-LINE TO INTAKE-LINE.
           PERFORM WRITE-INTAKE-PARA.
           MOVE PAGE-LINE TO INTAKE-LINE.
           PERFORM WRITE-INTAKE-PARA.
           MOVE CI-COLUMN-LINE TO INTAKE-LINE.
           PERFORM WRITE-INTAKE-PARA.
       INTAKE-PARA.
           MOVE "N" TO WS-EOF-SW.
           PERFORM INTAKE-ONE-PARA UNTIL WS-EOF.
           CLOSE COUNSEL-REFERRAL.
       SAVE-PARA.
           OPEN OUTPUT COUNSEL-CASE.
           PERFORM SAVE-ONE-CASE-PARA
                VARYING WS-CASE-IDX FROM 1 BY 1
                UNTIL WS-CASE-IDX > WS-CASE-TOTAL.
           CLOSE COUNSEL-CASE.
           MOVE SPACES TO INTAKE-LINE.
           PERFORM WRITE-INTAKE-PARA.
           MOVE "REFERRALS READ" TO CI-COUNT-TEXT.
           MOVE WS-READ-COUNT TO CI-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  NEW CASES OPENED" TO CI-COUNT-TEXT.
           MOVE WS-OPENED-COUNT TO CI-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  ADDED TO THE TERM'S CASE" TO CI-COUNT-TEXT.
           MOVE WS-ADDED-COUNT TO CI-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  ALREADY TAKEN IN" TO CI-COUNT-TEXT.
           MOVE WS-TAKEN-COUNT TO CI-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  NOT TAKEN - CASE TABLE FULL" TO CI-COUNT-TEXT.
           MOVE WS-REJECT-COUNT TO CI-COUNT.
           PERFORM WRITE-COUNT-PARA.
           CLOSE INTAKE-PRINT.
           DISPLAY "REFERRALS READ: ", WS-READ-COUNT,
                "  CASES OPENED: ", WS-OPENED-COUNT.
           IF WS-REJECT-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "CASE TABLE FULL - REFERRALS NOT TAKEN" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       INTAKE-ONE-PARA.
           READ COUNSEL-REFERRAL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM TAKE-REFERRAL-PARA THRU
                     TAKE-REFERRAL-EXIT.
       TAKE-REFERRAL-PARA.
           ADD 1 TO WS-READ-COUNT.
           MOVE CR-TERM TO WS-TERM-PICK.
           IF WS-TERM-PICK = ZERO
                PERFORM FIND-TERM-PARA.
           PERFORM FIND-CASE-PARA.
           IF WS-CASE-FOUND
                PERFORM ADD-TO-CASE-PARA
                GO TO TAKE-REFERRAL-EXIT.
           IF WS-CASE-TOTAL = 3000
                ADD 1 TO WS-REJECT-COUNT
                GO TO TAKE-REFERRAL-EXIT.
           ADD 1 TO WS-LAST-CASE.
           MOVE WS-LAST-CASE TO CC-CASE-NO.
           MOVE CR-RNO TO CC-RNO.
           MOVE CR-NAME TO CC-NAME.
           MOVE CR-SOURCE TO CC-SOURCE.
           MOVE WS-TERM-PICK TO CC-TERM.
           MOVE WS-TODAY TO CC-OPENED-DATE.
           MOVE CR-DATE TO CC-LAST-REFERRAL.
           MOVE 1 TO CC-REFERRAL-COUNT.
           MOVE CR-REASON TO CC-REASON.
           MOVE SPACES TO CC-COUNSELOR.
           MOVE ZERO TO CC-NEXT-FOLLOWUP.
           MOVE ZERO TO CC-SESSION-COUNT.
           MOVE "O" TO CC-STATUS.
           MOVE ZERO TO CC-CLOSED-DATE.
           MOVE SPACES TO CC-CLOSURE.
           ADD 1 TO WS-CASE-TOTAL.
           SET WS-CASE-X TO WS-CASE-TOTAL.
           MOVE CC-RNO TO WS-CASE-RNO(WS-CASE-X).
           MOVE CC-SOURCE TO WS-CASE-SOURCE(WS-CASE-X).
           MOVE CC-TERM TO WS-CASE-TERM(WS-CASE-X).
           MOVE COUNSEL-CASE-REC TO WS-CASE-IMAGE(WS-CASE-X).
           ADD 1 TO WS-OPENED-COUNT.
           MOVE CC-CASE-NO TO CI-CASE.
           MOVE CC-RNO TO CI-RNO.
           MOVE CC-NAME TO CI-NAME.
           MOVE CC-SOURCE TO CI-SOURCE.
           MOVE CC-TERM TO CI-TERM.
           MOVE CI-DETAIL-LINE TO INTAKE-LINE.
           PERFORM WRITE-INTAKE-PARA.
       TAKE-REFERRAL-EXIT.
           EXIT.
      *    A REFERRAL NEWER THAN ANY THE CASE HAS SEEN IS COUNTED
      *    ON IT; AN OLDER OR SAME-DAY ONE HAS BEEN TAKEN ALREADY.
       ADD-TO-CASE-PARA.
           MOVE WS-CASE-IMAGE(WS-CASE-FOUND-X) TO COUNSEL-CASE-REC.
           IF CR-DATE > CC-LAST-REFERRAL
                MOVE CR-DATE TO CC-LAST-REFERRAL
                ADD 1 TO CC-REFERRAL-COUNT
                MOVE COUNSEL-CASE-REC TO
                     WS-CASE-IMAGE(WS-CASE-FOUND-X)
                ADD 1 TO WS-ADDED-COUNT
           ELSE
                ADD 1 TO WS-TAKEN-COUNT.
       FIND-CASE-PARA.
           MOVE "N" TO WS-CASE-FOUND-SW.
           PERFORM CHECK-ONE-CASE-PARA
                VARYING WS-CASE-IDX FROM 1 BY 1
                UNTIL WS-CASE-IDX > WS-CASE-TOTAL
                OR WS-CASE-FOUND.
       CHECK-ONE-CASE-PARA.
           IF WS-CASE-RNO(WS-CASE-IDX) = CR-RNO
                AND WS-CASE-SOURCE(WS-CASE-IDX) = CR-SOURCE
                AND WS-CASE-TERM(WS-CASE-IDX) = WS-TERM-PICK
                MOVE "Y" TO WS-CASE-FOUND-SW
                MOVE WS-CASE-IDX TO WS-CASE-FOUND-X.
       FIND-TERM-PARA.
           PERFORM CHECK-ONE-TERM-PARA
                VARYING WS-CAL-IDX FROM 1 BY 1
                UNTIL WS-CAL-IDX > WS-CAL-TOTAL.
       CHECK-ONE-TERM-PARA.
           IF CR-DATE >= WS-CAL-START(WS-CAL-IDX)
                AND CR-DATE <= WS-CAL-END(WS-CAL-IDX)
                MOVE WS-CAL-TERM(WS-CAL-IDX) TO WS-TERM-PICK.
       SAVE-ONE-CASE-PARA.
           MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO COUNSEL-CASE-REC.
           WRITE COUNSEL-CASE-REC.
       LOAD-CALENDAR-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF ACADEMIC-CALENDAR-STATUS NOT = "00"
                DISPLAY "NO ACADEMIC CALENDAR ON FILE - REFERRALS ",
                     "WITHOUT A TERM ARE TAKEN AS TERM 0"
                GO TO LOAD-CALENDAR-EXIT.
           PERFORM LOAD-ONE-CAL-PARA UNTIL WS-EOF.
           CLOSE ACADEMIC-CALENDAR.
       LOAD-CALENDAR-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CAL-PARA.
           READ ACADEMIC-CALENDAR
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CAL-TOTAL < 100
                          ADD 1 TO WS-CAL-TOTAL
                          SET WS-CAL-X TO WS-CAL-TOTAL
                          MOVE CAL-TERM TO WS-CAL-TERM(WS-CAL-X)
                          MOVE CAL-START-DATE TO
                               WS-CAL-START(WS-CAL-X)
                          MOVE CAL-END-DATE TO
                               WS-CAL-END(WS-CAL-X).
       LOAD-CASES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT COUNSEL-CASE.
           IF COUNSEL-CASE-STATUS NOT = "00"
                GO TO LOAD-CASES-EXIT.
           PERFORM LOAD-ONE-CASE-PARA UNTIL WS-EOF.
           CLOSE COUNSEL-CASE.
       LOAD-CASES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CASE-PARA.
           READ COUNSEL-CASE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-CASE-PARA.
       STORE-CASE-PARA.
           IF WS-CASE-TOTAL = 3000
                DISPLAY "MORE THAN 3000 CASES ON FILE - RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY COUNSELING CASES TO LOAD" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-CASE-TOTAL
                SET WS-CASE-X TO WS-CASE-TOTAL
                MOVE CC-RNO TO WS-CASE-RNO(WS-CASE-X)
                MOVE CC-SOURCE TO WS-CASE-SOURCE(WS-CASE-X)
                MOVE CC-TERM TO WS-CASE-TERM(WS-CASE-X)
                MOVE COUNSEL-CASE-REC TO WS-CASE-IMAGE(WS-CASE-X)
                IF CC-CASE-NO > WS-LAST-CASE
                     MOVE CC-CASE-NO TO WS-LAST-CASE.
       WRITE-COUNT-PARA.
           MOVE CI-COUNT-LINE TO INTAKE-LINE.
           PERFORM WRITE-INTAKE-PARA.
       WRITE-INTAKE-PARA.
           WRITE INTAKE-LINE.
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
           MOVE WS-OPENED-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "COUNSEL-INTAKE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
