       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMEDIAL-MAINT.
      *    REMEDIAL CLASS UPKEEP FOR THE BATCHES FORMED BY
      *    REMEDIAL-GROUP. A SESSION'S ATTENDANCE IS TAKEN FOR A
      *    BATCH AND DATE, ONE PRESENT/ABSENT MARK PER MEMBER, ONTO
      *    REMATTND.DAT; THE RETEST MARK OF EACH MEMBER IS KEYED
      *    AGAINST THE SAME SUBJECT MAXIMUM ONTO REMBATCH.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT REMEDIAL-BATCH ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REMEDIAL-BATCH-STATUS.
           SELECT REMEDIAL-ATTEND ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REMEDIAL-ATTEND-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REMEDIAL-BATCH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "REMBATCH.DAT"
           DATA RECORD IS REMEDIAL-BATCH-REC.
       COPY REMBATCH.
       FD REMEDIAL-ATTEND
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "REMATTND.DAT"
           DATA RECORD IS REMEDIAL-ATTEND-REC.
       COPY REMATTND.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 REMEDIAL-BATCH-STATUS PIC XX.
       77 REMEDIAL-ATTEND-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-ENTRY-BATCH PIC 9(4).
       77 WS-ENTRY-DATE PIC 9(8).
       77 WS-ENTRY-MARK PIC X.
       77 WS-ENTRY-MARKS PIC 9(3).
       77 WS-MARK-OK-SW PIC X.
           88 WS-MARK-OK VALUE "Y".
       77 WS-MEMBER-COUNT PIC 9(4).
       77 WS-HELD-COUNT PIC 9(4).
       77 WS-PRESENT-COUNT PIC 9(4).
       77 WS-BAT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-BAT-IDX PIC 9(4) COMP.
       77 WS-BAT-FOUND-SW PIC X.
           88 WS-BAT-FOUND VALUE "Y".
       77 WS-ATT-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-ATT-IDX PIC 9(5) COMP.
       77 WS-ATT-FOUND-SW PIC X.
           88 WS-ATT-FOUND VALUE "Y".
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
      *    BATCH ROWS ARE HELD AS RECORD IMAGES AND WORKED ON IN THE
      *    FILE'S OWN RECORD AREA.
       01 WS-BAT-TABLE.
        02 WS-BAT-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-BAT-TOTAL
                INDEXED BY WS-BAT-X.
         03 WS-BAT-IMAGE PIC X(65).
       01 WS-ATT-TABLE.
        02 WS-ATT-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON WS-ATT-TOTAL
                INDEXED BY WS-ATT-X.
         03 WS-ATT-BATCH PIC 9(4).
         03 WS-ATT-DATE PIC 9(8).
         03 WS-ATT-RNO PIC 9(5).
         03 WS-ATT-MARK PIC X.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-BATCHES-PARA THRU LOAD-BATCHES-EXIT.
           PERFORM LOAD-ATTEND-PARA THRU LOAD-ATTEND-EXIT.
       MENU-PARA.
           DISPLAY "REMEDIAL CLASS MAINTENANCE".
           DISPLAY " 1. RECORD A SESSION'S ATTENDANCE".
           DISPLAY " 2. KEY RETEST MARKS FOR A BATCH".
           DISPLAY " 3. LIST A BATCH".
           DISPLAY " 4. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 4
                DISPLAY "INVALID CHOICE - ENTER 1 TO 4"
                GO TO MENU-PARA.
           GO TO ATTEND-PARA RETEST-PARA LIST-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
      *    ONE SESSION PER BATCH PER DAY; EVERY MEMBER IS MARKED.
       ATTEND-PARA.
           DISPLAY "ENTER BATCH NUMBER: ".
           ACCEPT WS-ENTRY-BATCH.
           PERFORM COUNT-MEMBERS-PARA.
           IF WS-MEMBER-COUNT = ZERO
                DISPLAY "BATCH NOT ON FILE"
                GO TO MENU-PARA.
           IF WS-ATT-TOTAL + WS-MEMBER-COUNT > 20000
                DISPLAY "ATTENDANCE TABLE FULL"
                GO TO MENU-PARA.
           DISPLAY "ENTER SESSION DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
                MOVE WS-TODAY TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE > WS-TODAY
                DISPLAY "SESSION DATE CANNOT BE IN THE FUTURE"
                GO TO MENU-PARA.
           MOVE "N" TO WS-ATT-FOUND-SW.
           PERFORM CHECK-ONE-SESSION-PARA
                VARYING WS-ATT-IDX FROM 1 BY 1
                UNTIL WS-ATT-IDX > WS-ATT-TOTAL
                OR WS-ATT-FOUND.
           IF WS-ATT-FOUND
                DISPLAY "SESSION ALREADY RECORDED FOR THAT DATE"
                GO TO MENU-PARA.
           PERFORM MARK-ONE-MEMBER-PARA
                VARYING WS-BAT-IDX FROM 1 BY 1
                UNTIL WS-BAT-IDX > WS-BAT-TOTAL.
           DISPLAY "SESSION RECORDED FOR BATCH ", WS-ENTRY-BATCH.
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
      *    A MARK OF 999 LEAVES THE MEMBER AS IT STANDS.
       RETEST-PARA.
           DISPLAY "ENTER BATCH NUMBER: ".
           ACCEPT WS-ENTRY-BATCH.
           PERFORM COUNT-MEMBERS-PARA.
           IF WS-MEMBER-COUNT = ZERO
                DISPLAY "BATCH NOT ON FILE"
                GO TO MENU-PARA.
           DISPLAY "ENTER EACH RETEST MARK (999 TO SKIP)".
           PERFORM RETEST-ONE-MEMBER-PARA
                VARYING WS-BAT-IDX FROM 1 BY 1
                UNTIL WS-BAT-IDX > WS-BAT-TOTAL.
           GO TO MENU-PARA.
       LIST-PARA.
           DISPLAY "ENTER BATCH NUMBER: ".
           ACCEPT WS-ENTRY-BATCH.
           PERFORM COUNT-MEMBERS-PARA.
           IF WS-MEMBER-COUNT = ZERO
                DISPLAY "BATCH NOT ON FILE"
                GO TO MENU-PARA.
           MOVE "N" TO WS-BAT-FOUND-SW.
           PERFORM LIST-ONE-MEMBER-PARA
                VARYING WS-BAT-IDX FROM 1 BY 1
                UNTIL WS-BAT-IDX > WS-BAT-TOTAL.
           DISPLAY "MEMBERS: ", WS-MEMBER-COUNT,
                "  SESSIONS HELD: ", WS-HELD-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT REMEDIAL-BATCH.
           PERFORM SAVE-ONE-BAT-PARA
                VARYING WS-BAT-IDX FROM 1 BY 1
                UNTIL WS-BAT-IDX > WS-BAT-TOTAL.
           CLOSE REMEDIAL-BATCH.
           OPEN OUTPUT REMEDIAL-ATTEND.
           PERFORM SAVE-ONE-ATT-PARA
                VARYING WS-ATT-IDX FROM 1 BY 1
                UNTIL WS-ATT-IDX > WS-ATT-TOTAL.
           CLOSE REMEDIAL-ATTEND.
           DISPLAY "BATCH ROWS ON FILE: ", WS-BAT-TOTAL,
                "  ATTENDANCE MARKS ON FILE: ", WS-ATT-TOTAL.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    COUNTS THE MEMBERS OF THE KEYED BATCH AND THE SESSIONS
      *    HELD FOR IT (DISTINCT DATES, TAKEN FROM THE FIRST
      *    MEMBER'S MARKS).
       COUNT-MEMBERS-PARA.
           MOVE ZERO TO WS-MEMBER-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE "N" TO WS-BAT-FOUND-SW.
           PERFORM COUNT-ONE-MEMBER-PARA
                VARYING WS-BAT-IDX FROM 1 BY 1
                UNTIL WS-BAT-IDX > WS-BAT-TOTAL.
       COUNT-ONE-MEMBER-PARA.
           MOVE WS-BAT-IMAGE(WS-BAT-IDX) TO REMEDIAL-BATCH-REC.
           IF RB-BATCH-NO = WS-ENTRY-BATCH
                ADD 1 TO WS-MEMBER-COUNT
                IF NOT WS-BAT-FOUND
                     MOVE "Y" TO WS-BAT-FOUND-SW
                     PERFORM COUNT-ONE-HELD-PARA
                          VARYING WS-ATT-IDX FROM 1 BY 1
                          UNTIL WS-ATT-IDX > WS-ATT-TOTAL.
       COUNT-ONE-HELD-PARA.
           IF WS-ATT-BATCH(WS-ATT-IDX) = WS-ENTRY-BATCH
                AND WS-ATT-RNO(WS-ATT-IDX) = RB-RNO
                ADD 1 TO WS-HELD-COUNT.
       CHECK-ONE-SESSION-PARA.
           IF WS-ATT-BATCH(WS-ATT-IDX) = WS-ENTRY-BATCH
                AND WS-ATT-DATE(WS-ATT-IDX) = WS-ENTRY-DATE
                MOVE "Y" TO WS-ATT-FOUND-SW.
       MARK-ONE-MEMBER-PARA.
           MOVE WS-BAT-IMAGE(WS-BAT-IDX) TO REMEDIAL-BATCH-REC.
           IF RB-BATCH-NO = WS-ENTRY-BATCH
                MOVE "N" TO WS-MARK-OK-SW
                PERFORM ASK-MARK-PARA UNTIL WS-MARK-OK
                ADD 1 TO WS-ATT-TOTAL
                SET WS-ATT-X TO WS-ATT-TOTAL
                MOVE WS-ENTRY-BATCH TO WS-ATT-BATCH(WS-ATT-X)
                MOVE WS-ENTRY-DATE TO WS-ATT-DATE(WS-ATT-X)
                MOVE RB-RNO TO WS-ATT-RNO(WS-ATT-X)
                MOVE WS-ENTRY-MARK TO WS-ATT-MARK(WS-ATT-X).
       ASK-MARK-PARA.
           DISPLAY RB-RNO, " ", RB-NAME, " PRESENT OR ABSENT (P/A): ".
           ACCEPT WS-ENTRY-MARK.
           IF WS-ENTRY-MARK = "P" OR WS-ENTRY-MARK = "A"
                MOVE "Y" TO WS-MARK-OK-SW
           ELSE
                DISPLAY "ENTER P OR A".
       RETEST-ONE-MEMBER-PARA.
           MOVE WS-BAT-IMAGE(WS-BAT-IDX) TO REMEDIAL-BATCH-REC.
           IF RB-BATCH-NO = WS-ENTRY-BATCH
                MOVE "N" TO WS-MARK-OK-SW
                PERFORM ASK-RETEST-PARA UNTIL WS-MARK-OK
                IF WS-ENTRY-MARKS NOT = 999
                     MOVE "Y" TO RB-RETEST-SW
                     MOVE WS-ENTRY-MARKS TO RB-RETEST-MARKS
                     MOVE WS-TODAY TO RB-RETEST-DATE
                     MOVE REMEDIAL-BATCH-REC TO WS-BAT-IMAGE(WS-BAT-IDX)
                     ADD 1 TO WS-UPDATE-COUNT.
       ASK-RETEST-PARA.
           DISPLAY RB-RNO, " ", RB-NAME, " ORIGINAL ", RB-ORIG-MARKS,
                "/", RB-SUBJECT-MAX, " RETEST MARK: ".
           ACCEPT WS-ENTRY-MARKS.
           IF WS-ENTRY-MARKS = 999 OR WS-ENTRY-MARKS <= RB-SUBJECT-MAX
                MOVE "Y" TO WS-MARK-OK-SW
           ELSE
                DISPLAY "MARK CANNOT EXCEED ", RB-SUBJECT-MAX.
       LIST-ONE-MEMBER-PARA.
           MOVE WS-BAT-IMAGE(WS-BAT-IDX) TO REMEDIAL-BATCH-REC.
           IF RB-BATCH-NO = WS-ENTRY-BATCH
                PERFORM LIST-MEMBER-PARA.
       LIST-MEMBER-PARA.
           IF NOT WS-BAT-FOUND
                MOVE "Y" TO WS-BAT-FOUND-SW
                DISPLAY "BATCH ", RB-BATCH-NO, " TERM ", RB-TERM-NO,
                     " YEAR GROUP ", RB-YEAR-GROUP, " SUBJECT ",
                     RB-SUBJECT-CODE, " TEACHER ", RB-TEACHER-ID.
           MOVE ZERO TO WS-PRESENT-COUNT.
           PERFORM COUNT-ONE-PRESENT-PARA
                VARYING WS-ATT-IDX FROM 1 BY 1
                UNTIL WS-ATT-IDX > WS-ATT-TOTAL.
           IF RB-RETESTED
                DISPLAY RB-RNO, " ", RB-NAME, " ", RB-SECTION,
                     " ORIGINAL ", RB-ORIG-MARKS, "/", RB-SUBJECT-MAX,
                     " RETEST ", RB-RETEST-MARKS, " ATTENDED ",
                     WS-PRESENT-COUNT
           ELSE
                DISPLAY RB-RNO, " ", RB-NAME, " ", RB-SECTION,
                     " ORIGINAL ", RB-ORIG-MARKS, "/", RB-SUBJECT-MAX,
                     " NOT RETESTED ATTENDED ", WS-PRESENT-COUNT.
       COUNT-ONE-PRESENT-PARA.
           IF WS-ATT-BATCH(WS-ATT-IDX) = RB-BATCH-NO
                AND WS-ATT-RNO(WS-ATT-IDX) = RB-RNO
                AND WS-ATT-MARK(WS-ATT-IDX) = "P"
                ADD 1 TO WS-PRESENT-COUNT.
       SAVE-ONE-BAT-PARA.
           MOVE WS-BAT-IMAGE(WS-BAT-IDX) TO REMEDIAL-BATCH-REC.
           WRITE REMEDIAL-BATCH-REC.
       SAVE-ONE-ATT-PARA.
           MOVE WS-ATT-BATCH(WS-ATT-IDX) TO RA-BATCH-NO.
           MOVE WS-ATT-DATE(WS-ATT-IDX) TO RA-SESSION-DATE.
           MOVE WS-ATT-RNO(WS-ATT-IDX) TO RA-RNO.
           MOVE WS-ATT-MARK(WS-ATT-IDX) TO RA-MARK.
           WRITE REMEDIAL-ATTEND-REC.
       LOAD-BATCHES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REMEDIAL-BATCH.
           IF REMEDIAL-BATCH-STATUS NOT = "00"
                DISPLAY "NO REMEDIAL BATCHES ON FILE"
                GO TO LOAD-BATCHES-EXIT.
           PERFORM LOAD-ONE-BAT-PARA UNTIL WS-EOF.
           CLOSE REMEDIAL-BATCH.
       LOAD-BATCHES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-BAT-PARA.
           READ REMEDIAL-BATCH
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-BAT-TOTAL < 5000
                          ADD 1 TO WS-BAT-TOTAL
                          SET WS-BAT-X TO WS-BAT-TOTAL
                          MOVE REMEDIAL-BATCH-REC TO
                               WS-BAT-IMAGE(WS-BAT-X).
       LOAD-ATTEND-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REMEDIAL-ATTEND.
           IF REMEDIAL-ATTEND-STATUS NOT = "00"
                GO TO LOAD-ATTEND-EXIT.
           PERFORM LOAD-ONE-ATT-PARA UNTIL WS-EOF.
           CLOSE REMEDIAL-ATTEND.
       LOAD-ATTEND-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ATT-PARA.
           READ REMEDIAL-ATTEND
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-ATT-TOTAL < 20000
                          ADD 1 TO WS-ATT-TOTAL
                          SET WS-ATT-X TO WS-ATT-TOTAL
                          MOVE RA-BATCH-NO TO WS-ATT-BATCH(WS-ATT-X)
                          MOVE RA-SESSION-DATE TO WS-ATT-DATE(WS-ATT-X)
                          MOVE RA-RNO TO WS-ATT-RNO(WS-ATT-X)
                          MOVE RA-MARK TO WS-ATT-MARK(WS-ATT-X).
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
           MOVE WS-BAT-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "REMEDIAL-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
