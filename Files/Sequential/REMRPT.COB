       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMEDIAL-REPORT.
      *    REPORTS EACH REMEDIAL BATCH MEMBER'S RETEST MARK AGAINST
      *    THE ORIGINAL MARK THAT PUT THE STUDENT IN THE BATCH, AS
      *    PERCENTAGES OF THE SUBJECT MAXIMUM, WITH THE SESSIONS
      *    ATTENDED OUT OF THOSE HELD. A MEMBER WHOSE RETEST REACHES
      *    THE CUT-OFF HAS CLEARED; OTHERWISE THE MOVEMENT DECIDES
      *    IMPROVED, NO CHANGE OR WORSE. EACH BATCH IS SUMMED UP AND
      *    THE RUN CLOSES WITH THE OVERALL FIGURES.
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
           SELECT RESULT-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESULT-PRINT-STATUS.
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
       FD RESULT-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "REMRSLT.DAT"
           DATA RECORD IS RESULT-LINE.
       01 RESULT-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 REMEDIAL-BATCH-STATUS PIC XX.
       77 REMEDIAL-ATTEND-STATUS PIC XX.
       77 RESULT-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TERM-NO PIC 9(2).
       77 WS-LAST-BATCH PIC 9(4) VALUE ZERO.
       77 WS-ORIG-PCT PIC 9(3).
       77 WS-RETEST-PCT PIC 9(3).
       77 WS-CHANGE PIC S9(3).
       77 WS-HELD-COUNT PIC 9(4).
       77 WS-PRESENT-COUNT PIC 9(4).
       77 WS-ATT-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-ATT-IDX PIC 9(5) COMP.
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
      *    COUNTS FOR THE BATCH IN HAND AND FOR THE WHOLE RUN.
       01 WS-BATCH-COUNTS.
        02 WS-B-MEMBERS PIC 9(5).
        02 WS-B-RETESTED PIC 9(5).
        02 WS-B-CLEARED PIC 9(5).
        02 WS-B-IMPROVED PIC 9(5).
        02 WS-B-SAME PIC 9(5).
        02 WS-B-WORSE PIC 9(5).
        02 WS-B-ORIG-SUM PIC 9(7).
        02 WS-B-RETEST-SUM PIC 9(7).
       01 WS-RUN-COUNTS.
        02 WS-T-BATCHES PIC 9(5) VALUE ZERO.
        02 WS-T-MEMBERS PIC 9(5) VALUE ZERO.
        02 WS-T-RETESTED PIC 9(5) VALUE ZERO.
        02 WS-T-CLEARED PIC 9(5) VALUE ZERO.
        02 WS-T-IMPROVED PIC 9(5) VALUE ZERO.
        02 WS-T-SAME PIC 9(5) VALUE ZERO.
        02 WS-T-WORSE PIC 9(5) VALUE ZERO.
        02 WS-T-ORIG-SUM PIC 9(7) VALUE ZERO.
        02 WS-T-RETEST-SUM PIC 9(7) VALUE ZERO.
       77 WS-AVG-PCT PIC 9(3).
       01 WS-ATT-TABLE.
        02 WS-ATT-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON WS-ATT-TOTAL
                INDEXED BY WS-ATT-X.
         03 WS-ATT-BATCH PIC 9(4).
         03 WS-ATT-RNO PIC 9(5).
         03 WS-ATT-MARK PIC X.
       01 RR-HEAD-LINE.
        02 FILLER PIC X(27) VALUE "REMEDIAL RETEST RESULTS    ".
        02 RR-HEAD-TERM PIC X(12).
       01 RR-TERM-TEXT.
        02 FILLER PIC X(5) VALUE "TERM ".
        02 RR-TERM PIC Z9.
        02 FILLER PIC X(5) VALUE SPACES.
       01 RR-BATCH-LINE.
        02 FILLER PIC X(6) VALUE "BATCH ".
        02 RR-BATCH PIC 9(4).
        02 FILLER PIC X(8) VALUE "  TERM: ".
        02 RR-B-TERM PIC Z9.
        02 FILLER PIC X(6) VALUE "  YG: ".
        02 RR-YG PIC Z9.
        02 FILLER PIC X(11) VALUE "  SUBJECT: ".
        02 RR-SUBJECT PIC X(5).
        02 FILLER PIC X(11) VALUE "  TEACHER: ".
        02 RR-TEACHER PIC 9(4).
        02 FILLER PIC X(11) VALUE "  CUT-OFF: ".
        02 RR-CUTOFF PIC ZZ9.
        02 FILLER PIC X VALUE "%".
       01 RR-COLUMN-LINE.
        02 FILLER PIC X(40) VALUE
           "  ROLL   NAME        ORIG%  RETEST%  CHG".
        02 FILLER PIC X(30) VALUE
           "  ATTENDED  RESULT".
       01 RR-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RR-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RR-NAME PIC X(10).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RR-ORIG-PCT PIC ZZ9.
        02 FILLER PIC X(5) VALUE SPACES.
        02 RR-RETEST-PCT PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RR-CHANGE PIC ---9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RR-PRESENT PIC ZZ9.
        02 FILLER PIC X VALUE "/".
        02 RR-HELD PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RR-VERDICT PIC X(12).
       01 RR-SUMMARY-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RR-S-TEXT PIC X(8).
        02 RR-S-MEMBERS PIC ZZZZ9.
        02 FILLER PIC X(11) VALUE " RETESTED: ".
        02 RR-S-RETESTED PIC ZZZZ9.
        02 FILLER PIC X(10) VALUE " CLEARED: ".
        02 RR-S-CLEARED PIC ZZZZ9.
        02 FILLER PIC X(11) VALUE " IMPROVED: ".
        02 RR-S-IMPROVED PIC ZZZZ9.
        02 FILLER PIC X(8) VALUE " WORSE: ".
        02 RR-S-WORSE PIC ZZZZ9.
       01 RR-AVERAGE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(36) VALUE
           "RETESTED MEMBERS AVERAGE ORIGINAL: ".
        02 RR-A-ORIG PIC ZZ9.
        02 FILLER PIC X(10) VALUE "%  RETEST:".
        02 RR-A-RETEST PIC ZZZ9.
        02 FILLER PIC X VALUE "%".
       01 RR-COUNT-LINE.
        02 RR-COUNT-TEXT PIC X(40).
        02 RR-COUNT PIC ZZZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       COPY RETCODE.
       PROCEDURE DIVISION.
       TERM-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER THE TERM NUMBER (1-8, 0 FOR ALL): ".
           ACCEPT WS-TERM-NO.
           IF WS-TERM-NO > 8
                DISPLAY "TERM NUMBER MUST BE 0-8"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID TERM NUMBER" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ATTEND-PARA THRU LOAD-ATTEND-EXIT.
       REPORT-PARA.
           OPEN INPUT REMEDIAL-BATCH.
           IF REMEDIAL-BATCH-STATUS NOT = "00"
                DISPLAY "NO REMEDIAL BATCHES ON FILE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "REMBATCH.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN OUTPUT RESULT-PRINT.
           MOVE PAGE-LINE TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
           MOVE "ALL TERMS" TO RR-HEAD-TERM.
           IF WS-TERM-NO NOT = ZERO
                MOVE WS-TERM-NO TO RR-TERM
                MOVE RR-TERM-TEXT TO RR-HEAD-TERM.
           MOVE RR-HEAD-LINE TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
           MOVE PAGE-LINE TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
           MOVE "N" TO WS-EOF-SW.
           PERFORM REPORT-ONE-PARA UNTIL WS-EOF.
           IF WS-LAST-BATCH NOT = ZERO
                PERFORM CLOSE-BATCH-PARA.
           CLOSE REMEDIAL-BATCH.
           MOVE SPACES TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
           MOVE PAGE-LINE TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
           MOVE "BATCHES REPORTED" TO RR-COUNT-TEXT.
           MOVE WS-T-BATCHES TO RR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "MEMBERS IN THOSE BATCHES" TO RR-COUNT-TEXT.
           MOVE WS-T-MEMBERS TO RR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  RETESTED" TO RR-COUNT-TEXT.
           MOVE WS-T-RETESTED TO RR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "    CLEARED THE CUT-OFF" TO RR-COUNT-TEXT.
           MOVE WS-T-CLEARED TO RR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "    IMPROVED BUT STILL BELOW" TO RR-COUNT-TEXT.
           MOVE WS-T-IMPROVED TO RR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "    NO CHANGE" TO RR-COUNT-TEXT.
           MOVE WS-T-SAME TO RR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "    WORSE" TO RR-COUNT-TEXT.
           MOVE WS-T-WORSE TO RR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           IF WS-T-RETESTED > ZERO
                COMPUTE WS-AVG-PCT = WS-T-ORIG-SUM / WS-T-RETESTED
                MOVE WS-AVG-PCT TO RR-A-ORIG
                COMPUTE WS-AVG-PCT = WS-T-RETEST-SUM / WS-T-RETESTED
                MOVE WS-AVG-PCT TO RR-A-RETEST
                MOVE RR-AVERAGE-LINE TO RESULT-LINE
                PERFORM WRITE-RESULT-PARA.
           CLOSE RESULT-PRINT.
           DISPLAY "BATCHES REPORTED: ", WS-T-BATCHES,
                "  MEMBERS: ", WS-T-MEMBERS,
                "  CLEARED: ", WS-T-CLEARED.
           IF WS-T-BATCHES = ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO REMEDIAL BATCHES FOR THE TERM" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       REPORT-ONE-PARA.
           READ REMEDIAL-BATCH
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM REPORT-MEMBER-PARA THRU
                     REPORT-MEMBER-EXIT.
      *    MEMBERS OF A BATCH ARE WRITTEN TOGETHER, SO A CHANGE OF
      *    BATCH NUMBER CLOSES THE BATCH IN HAND.
       REPORT-MEMBER-PARA.
           ADD 1 TO WS-READ-COUNT.
           IF WS-TERM-NO NOT = ZERO AND RB-TERM-NO NOT = WS-TERM-NO
                GO TO REPORT-MEMBER-EXIT.
           IF RB-BATCH-NO NOT = WS-LAST-BATCH
                PERFORM NEW-BATCH-PARA.
           ADD 1 TO WS-B-MEMBERS.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE ZERO TO WS-PRESENT-COUNT.
           PERFORM COUNT-ONE-ATT-PARA
                VARYING WS-ATT-IDX FROM 1 BY 1
                UNTIL WS-ATT-IDX > WS-ATT-TOTAL.
           MOVE RB-RNO TO RR-RNO.
           MOVE RB-NAME TO RR-NAME.
           MOVE ZERO TO WS-ORIG-PCT.
           IF RB-SUBJECT-MAX > ZERO
                COMPUTE WS-ORIG-PCT = RB-ORIG-MARKS * 100 /
                     RB-SUBJECT-MAX.
           MOVE WS-ORIG-PCT TO RR-ORIG-PCT.
           MOVE WS-PRESENT-COUNT TO RR-PRESENT.
           MOVE WS-HELD-COUNT TO RR-HELD.
           IF NOT RB-RETESTED
                MOVE ZERO TO RR-RETEST-PCT
                MOVE ZERO TO RR-CHANGE
                MOVE "NOT RETESTED" TO RR-VERDICT
                GO TO REPORT-MEMBER-WRITE.
           ADD 1 TO WS-B-RETESTED.
           MOVE ZERO TO WS-RETEST-PCT.
           IF RB-SUBJECT-MAX > ZERO
                COMPUTE WS-RETEST-PCT = RB-RETEST-MARKS * 100 /
                     RB-SUBJECT-MAX.
           COMPUTE WS-CHANGE = WS-RETEST-PCT - WS-ORIG-PCT.
           ADD WS-ORIG-PCT TO WS-B-ORIG-SUM.
           ADD WS-RETEST-PCT TO WS-B-RETEST-SUM.
           MOVE WS-RETEST-PCT TO RR-RETEST-PCT.
           MOVE WS-CHANGE TO RR-CHANGE.
           IF RB-RETEST-MARKS * 100 NOT <
                RB-CUTOFF-PCT * RB-SUBJECT-MAX
                MOVE "CLEARED" TO RR-VERDICT
                ADD 1 TO WS-B-CLEARED
                GO TO REPORT-MEMBER-WRITE.
           IF RB-RETEST-MARKS > RB-ORIG-MARKS
                MOVE "IMPROVED" TO RR-VERDICT
                ADD 1 TO WS-B-IMPROVED
                GO TO REPORT-MEMBER-WRITE.
           IF RB-RETEST-MARKS = RB-ORIG-MARKS
                MOVE "NO CHANGE" TO RR-VERDICT
                ADD 1 TO WS-B-SAME
                GO TO REPORT-MEMBER-WRITE.
           MOVE "WORSE" TO RR-VERDICT.
           ADD 1 TO WS-B-WORSE.
       REPORT-MEMBER-WRITE.
           MOVE RR-DETAIL-LINE TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
       REPORT-MEMBER-EXIT.
           EXIT.
      *    EVERY SESSION MARKS EVERY MEMBER, SO THE MEMBER'S OWN
      *    MARKS GIVE THE SESSIONS HELD.
       COUNT-ONE-ATT-PARA.
           IF WS-ATT-BATCH(WS-ATT-IDX) = RB-BATCH-NO
                AND WS-ATT-RNO(WS-ATT-IDX) = RB-RNO
                ADD 1 TO WS-HELD-COUNT
                IF WS-ATT-MARK(WS-ATT-IDX) = "P"
                     ADD 1 TO WS-PRESENT-COUNT.
       NEW-BATCH-PARA.
           IF WS-LAST-BATCH NOT = ZERO
                PERFORM CLOSE-BATCH-PARA.
           MOVE RB-BATCH-NO TO WS-LAST-BATCH.
           MOVE ZERO TO WS-B-MEMBERS.
           MOVE ZERO TO WS-B-RETESTED.
           MOVE ZERO TO WS-B-CLEARED.
           MOVE ZERO TO WS-B-IMPROVED.
           MOVE ZERO TO WS-B-SAME.
           MOVE ZERO TO WS-B-WORSE.
           MOVE ZERO TO WS-B-ORIG-SUM.
           MOVE ZERO TO WS-B-RETEST-SUM.
           ADD 1 TO WS-T-BATCHES.
           MOVE SPACES TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
           MOVE RB-BATCH-NO TO RR-BATCH.
           MOVE RB-TERM-NO TO RR-B-TERM.
           MOVE RB-YEAR-GROUP TO RR-YG.
           MOVE RB-SUBJECT-CODE TO RR-SUBJECT.
           MOVE RB-TEACHER-ID TO RR-TEACHER.
           MOVE RB-CUTOFF-PCT TO RR-CUTOFF.
           MOVE RR-BATCH-LINE TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
           MOVE RR-COLUMN-LINE TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
       CLOSE-BATCH-PARA.
           MOVE "MEMBERS:" TO RR-S-TEXT.
           MOVE WS-B-MEMBERS TO RR-S-MEMBERS.
           MOVE WS-B-RETESTED TO RR-S-RETESTED.
           MOVE WS-B-CLEARED TO RR-S-CLEARED.
           MOVE WS-B-IMPROVED TO RR-S-IMPROVED.
           MOVE WS-B-WORSE TO RR-S-WORSE.
           MOVE RR-SUMMARY-LINE TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
           IF WS-B-RETESTED > ZERO
                COMPUTE WS-AVG-PCT = WS-B-ORIG-SUM / WS-B-RETESTED
                MOVE WS-AVG-PCT TO RR-A-ORIG
                COMPUTE WS-AVG-PCT = WS-B-RETEST-SUM / WS-B-RETESTED
                MOVE WS-AVG-PCT TO RR-A-RETEST
                MOVE RR-AVERAGE-LINE TO RESULT-LINE
                PERFORM WRITE-RESULT-PARA.
           ADD WS-B-MEMBERS TO WS-T-MEMBERS.
           ADD WS-B-RETESTED TO WS-T-RETESTED.
           ADD WS-B-CLEARED TO WS-T-CLEARED.
           ADD WS-B-IMPROVED TO WS-T-IMPROVED.
           ADD WS-B-SAME TO WS-T-SAME.
           ADD WS-B-WORSE TO WS-T-WORSE.
           ADD WS-B-ORIG-SUM TO WS-T-ORIG-SUM.
           ADD WS-B-RETEST-SUM TO WS-T-RETEST-SUM.
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
                          MOVE RA-RNO TO WS-ATT-RNO(WS-ATT-X)
                          MOVE RA-MARK TO WS-ATT-MARK(WS-ATT-X).
       WRITE-COUNT-PARA.
           MOVE RR-COUNT-LINE TO RESULT-LINE.
           PERFORM WRITE-RESULT-PARA.
       WRITE-RESULT-PARA.
           WRITE RESULT-LINE.
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
           MOVE WS-T-MEMBERS TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "REMEDIAL-REPORT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
