       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.
      *    RECOMPUTES THE AUDIT-LOG HASH CHAIN AND LISTS EVERY POINT
      *    WHERE IT BREAKS: AN ENTRY WHOSE CONTENTS NO LONGER MATCH
      *    ITS HASH, AN ENTRY INSERTED INTO THE CHAIN, OR A RUN OF
      *    ENTRIES REMOVED FROM IT. ENTER ONE PERIOD TO CHECK THAT
      *    CLOSED PERIOD FILE AGAINST ITS ALPERIOD.DAT RECORD AND ITS
      *    LINK TO THE PERIOD BEFORE IT, OR ZERO TO CHECK EVERY PERIOD
      *    ON ALPERIOD.DAT IN TURN AND THEN THE CURRENT LOG AGAINST
      *    AUDCHAIN.DAT. ENTRIES WRITTEN BEFORE THE CHAIN STARTED
      *    CARRY NO SEQUENCE AND ARE ONLY COUNTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT VERIFY-FILE ASSIGN TO DYNAMIC WS-VERIFY-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VERIFY-FILE-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERIOD-CONTROL-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT VERIFY-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VERIFY-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VERIFY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LOG-REC.
       COPY AUDITLOG.
       FD PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ALPERIOD.DAT"
           DATA RECORD IS PERIOD-CONTROL-REC.
       COPY ALPERIOD.
       FD AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDCHAIN.DAT"
           DATA RECORD IS AUDIT-CHAIN-REC.
       COPY AUDCHAIN.
       FD VERIFY-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDITVFY.DAT"
           DATA RECORD IS VERIFY-LINE.
       01 VERIFY-LINE PIC X(92).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 VERIFY-FILE-STATUS PIC XX.
       77 PERIOD-CONTROL-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 VERIFY-PRINT-STATUS PIC XX.
       77 WS-VERIFY-FILE-NAME PIC X(12).
       77 WS-SELECT-PERIOD PIC 9(6).
       77 WS-TODAY PIC 9(8).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-FOUND-SW PIC X.
           88 WS-FOUND VALUE "Y".
       77 WS-CTL-SW PIC X VALUE "N".
           88 WS-CTL-ON-FILE VALUE "Y".
       77 WS-CTL-SEQ PIC 9(9) VALUE ZERO.
       77 WS-CTL-HASH PIC 9(9) VALUE ZERO.
       77 WS-START-SW PIC X.
           88 WS-START-KNOWN VALUE "Y".
       77 WS-END-SW PIC X.
           88 WS-END-KNOWN VALUE "Y".
       77 WS-COUNT-SW PIC X.
           88 WS-COUNT-KNOWN VALUE "Y".
       77 WS-LINK-SW PIC X.
           88 WS-LINK-PENDING VALUE "Y".
       77 WS-STARTED-SW PIC X.
           88 WS-STARTED VALUE "Y".
       77 WS-BACK-SW PIC X.
           88 WS-BACK-KNOWN VALUE "Y".
       77 WS-START-SEQ PIC 9(9).
       77 WS-START-HASH PIC 9(9).
       77 WS-END-SEQ PIC 9(9).
       77 WS-END-HASH PIC 9(9).
       77 WS-END-COUNT PIC 9(7).
       77 WS-LINK-PERIOD PIC 9(6).
       77 WS-EXPECT-SEQ PIC 9(9).
       77 WS-LAST-SEQ PIC 9(9).
       77 WS-LAST-HASH PIC 9(9).
       77 WS-BACK-HASH PIC 9(9).
       77 WS-GAP PIC 9(9).
       77 WS-REC-NO PIC 9(7).
       77 WS-CHAINED-COUNT PIC 9(7).
       77 WS-FILE-PROBLEMS PIC 9(5).
       77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       77 WS-FILE-COUNT PIC 9(3) VALUE ZERO.
       77 WS-PROBLEM-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FOUND-IDX PIC 9(3) COMP.
       77 WS-PRIOR-IDX PIC 9(3) COMP.
       77 WS-GEN-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-GEN-IDX PIC 9(3) COMP.
       01 WS-GEN-TABLE.
        02 WS-GEN-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-GEN-TOTAL.
         03 WS-GEN-PERIOD PIC 9(6).
         03 WS-GEN-FILE-NAME PIC X(12).
         03 WS-GEN-REC-COUNT PIC 9(7).
         03 WS-GEN-FIRST-SEQ PIC 9(9).
         03 WS-GEN-FIRST-PREV-HASH PIC 9(9).
         03 WS-GEN-LAST-SEQ PIC 9(9).
         03 WS-GEN-LAST-HASH PIC 9(9).
       COPY AUDITHSH.
       01 VF-HEAD-1.
        02 FILLER PIC X(31) VALUE "AUDIT-LOG CHAIN VERIFICATION - ".
        02 VH-DATE PIC 9(8).
       01 VF-HEAD-2.
        02 FILLER PIC X(47) VALUE
           "   RECORD  CHAIN-SEQ  DATE      PROGRAM        ".
        02 FILLER PIC X(9) VALUE "  PROBLEM".
       01 VF-FILE-LINE.
        02 FILLER PIC X(6) VALUE "FILE: ".
        02 VL-FILE-NAME PIC X(12).
        02 FILLER PIC X(3) VALUE SPACES.
        02 VL-NOTE PIC X(23).
        02 VL-PERIOD PIC X(6).
       01 VF-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 VD-REC-NO PIC Z(6)9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 VD-SEQ PIC Z(8)9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 VD-DATE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 VD-PROGRAM PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 VD-PROBLEM PIC X(34).
        02 VD-COUNT PIC Z(8)9.
       01 VF-FILE-END-LINE.
        02 FILLER PIC X(10) VALUE "  ENTRIES ".
        02 VE-ENTRIES PIC Z(6)9.
        02 FILLER PIC X(10) VALUE "  CHAINED ".
        02 VE-CHAINED PIC Z(6)9.
        02 FILLER PIC X(11) VALUE "  PROBLEMS ".
        02 VE-PROBLEMS PIC Z(4)9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 VE-VERDICT PIC X(12).
       01 VF-TOTAL-LINE.
        02 VT-TEXT PIC X(40).
        02 VT-COUNT PIC Z(6)9.
       01 DASH-LINE PIC X(92) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER PERIOD TO VERIFY YYYYMM (0 = ALL PERIODS ",
                "AND THE CURRENT LOG): ".
           ACCEPT WS-SELECT-PERIOD.
           PERFORM LOAD-CONTROL-PARA THRU LOAD-CONTROL-EXIT.
           PERFORM LOAD-CHAIN-PARA.
           OPEN EXTEND VERIFY-PRINT.
           IF VERIFY-PRINT-STATUS = "35"
                OPEN OUTPUT VERIFY-PRINT.
           MOVE WS-TODAY TO VH-DATE.
           DISPLAY VF-HEAD-1.
           MOVE VF-HEAD-1 TO VERIFY-LINE.
           WRITE VERIFY-LINE.
           DISPLAY VF-HEAD-2.
           MOVE VF-HEAD-2 TO VERIFY-LINE.
           WRITE VERIFY-LINE.
           PERFORM WRITE-DASH-PARA.
           IF WS-SELECT-PERIOD = ZERO
                GO TO ALL-PERIODS-PARA.
       ONE-PERIOD-PARA.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM CHECK-ONE-GEN-PARA
                VARYING WS-GEN-IDX FROM 1 BY 1
                UNTIL WS-GEN-IDX > WS-GEN-TOTAL
                OR WS-FOUND.
           IF NOT WS-FOUND
                DISPLAY "PERIOD ", WS-SELECT-PERIOD,
                     " IS NOT ON ALPERIOD.DAT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "PERIOD NOT ON ALPERIOD.DAT" TO WS-ERROR-MESSAGE
                GO TO CLOSE-PARA.
           MOVE WS-FOUND-IDX TO WS-GEN-IDX.
           PERFORM VERIFY-PERIOD-PARA THRU VERIFY-PERIOD-EXIT.
           GO TO CLOSE-PARA.
       ALL-PERIODS-PARA.
           PERFORM VERIFY-PERIOD-PARA THRU VERIFY-PERIOD-EXIT
                VARYING WS-GEN-IDX FROM 1 BY 1
                UNTIL WS-GEN-IDX > WS-GEN-TOTAL.
           PERFORM VERIFY-CURRENT-PARA THRU VERIFY-CURRENT-EXIT.
       CLOSE-PARA.
           MOVE "FILES VERIFIED: " TO VT-TEXT.
           MOVE WS-FILE-COUNT TO VT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           MOVE "ENTRIES READ: " TO VT-TEXT.
           MOVE WS-READ-COUNT TO VT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           MOVE "CHAIN PROBLEMS FOUND: " TO VT-TEXT.
           MOVE WS-PROBLEM-COUNT TO VT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           CLOSE VERIFY-PRINT.
           IF WS-PROBLEM-COUNT > ZERO
                MOVE 08 TO WS-RETURN-CODE
                MOVE "AUDIT CHAIN BROKEN - SEE AUDITVFY.DAT" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       CHECK-ONE-GEN-PARA.
           IF WS-GEN-PERIOD(WS-GEN-IDX) = WS-SELECT-PERIOD
                MOVE "Y" TO WS-FOUND-SW
                MOVE WS-GEN-IDX TO WS-FOUND-IDX.
       VERIFY-PERIOD-PARA.
           MOVE WS-GEN-FILE-NAME(WS-GEN-IDX) TO WS-VERIFY-FILE-NAME.
           MOVE "N" TO WS-START-SW.
           MOVE "N" TO WS-END-SW.
           MOVE "N" TO WS-LINK-SW.
           MOVE "Y" TO WS-COUNT-SW.
           MOVE WS-GEN-REC-COUNT(WS-GEN-IDX) TO WS-END-COUNT.
           IF WS-GEN-LAST-SEQ(WS-GEN-IDX) = ZERO
                GO TO VERIFY-PERIOD-FILE.
           MOVE "Y" TO WS-END-SW.
           MOVE WS-GEN-LAST-SEQ(WS-GEN-IDX) TO WS-END-SEQ.
           MOVE WS-GEN-LAST-HASH(WS-GEN-IDX) TO WS-END-HASH.
           MOVE "Y" TO WS-START-SW.
           MOVE WS-GEN-FIRST-SEQ(WS-GEN-IDX) TO WS-START-SEQ.
           MOVE WS-GEN-FIRST-PREV-HASH(WS-GEN-IDX) TO WS-START-HASH.
           MOVE WS-GEN-IDX TO WS-PRIOR-IDX.
           PERFORM FIND-PRIOR-PARA THRU FIND-PRIOR-EXIT.
       VERIFY-PERIOD-FILE.
           PERFORM VERIFY-FILE-PARA THRU VERIFY-FILE-EXIT.
       VERIFY-PERIOD-EXIT.
           EXIT.
       VERIFY-CURRENT-PARA.
           MOVE "AUDITLOG.DAT" TO WS-VERIFY-FILE-NAME.
           MOVE "N" TO WS-COUNT-SW.
           MOVE "N" TO WS-LINK-SW.
           MOVE "Y" TO WS-START-SW.
           MOVE 1 TO WS-START-SEQ.
           MOVE ZERO TO WS-START-HASH.
           MOVE WS-GEN-TOTAL TO WS-PRIOR-IDX.
           ADD 1 TO WS-PRIOR-IDX.
           PERFORM FIND-PRIOR-PARA THRU FIND-PRIOR-EXIT.
           MOVE WS-CTL-SW TO WS-END-SW.
           MOVE WS-CTL-SEQ TO WS-END-SEQ.
           MOVE WS-CTL-HASH TO WS-END-HASH.
           PERFORM VERIFY-FILE-PARA THRU VERIFY-FILE-EXIT.
       VERIFY-CURRENT-EXIT.
           EXIT.
      *    THE NEAREST EARLIER PERIOD THAT HOLDS CHAINED ENTRIES GIVES
      *    THE POINT THIS FILE MUST CARRY ON FROM.
       FIND-PRIOR-PARA.
           IF WS-PRIOR-IDX < 2
                GO TO FIND-PRIOR-EXIT.
           SUBTRACT 1 FROM WS-PRIOR-IDX.
           IF WS-GEN-LAST-SEQ(WS-PRIOR-IDX) = ZERO
                GO TO FIND-PRIOR-PARA.
           MOVE "Y" TO WS-LINK-SW.
           COMPUTE WS-START-SEQ = WS-GEN-LAST-SEQ(WS-PRIOR-IDX) + 1.
           MOVE WS-GEN-LAST-HASH(WS-PRIOR-IDX) TO WS-START-HASH.
           MOVE WS-GEN-PERIOD(WS-PRIOR-IDX) TO WS-LINK-PERIOD.
       FIND-PRIOR-EXIT.
           EXIT.
       VERIFY-FILE-PARA.
           ADD 1 TO WS-FILE-COUNT.
           MOVE ZERO TO WS-REC-NO.
           MOVE ZERO TO WS-CHAINED-COUNT.
           MOVE ZERO TO WS-FILE-PROBLEMS.
           MOVE ZERO TO WS-GAP.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE ZERO TO WS-LAST-HASH.
           MOVE "N" TO WS-BACK-SW.
           MOVE "N" TO WS-STARTED-SW.
           IF WS-START-KNOWN
                MOVE "Y" TO WS-STARTED-SW
                MOVE WS-START-SEQ TO WS-EXPECT-SEQ
                COMPUTE WS-LAST-SEQ = WS-START-SEQ - 1
                MOVE WS-START-HASH TO WS-LAST-HASH.
           MOVE WS-VERIFY-FILE-NAME TO VL-FILE-NAME.
           MOVE SPACES TO VL-NOTE.
           MOVE SPACES TO VL-PERIOD.
           IF WS-LINK-PENDING
                MOVE "CARRIES ON FROM PERIOD" TO VL-NOTE
                MOVE WS-LINK-PERIOD TO VL-PERIOD.
           DISPLAY VF-FILE-LINE.
           MOVE VF-FILE-LINE TO VERIFY-LINE.
           WRITE VERIFY-LINE.
           OPEN INPUT VERIFY-FILE.
           IF VERIFY-FILE-STATUS NOT = "00"
                PERFORM FILE-MISSING-PARA
                GO TO VERIFY-FILE-EXIT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM VERIFY-ONE-PARA UNTIL WS-EOF.
           CLOSE VERIFY-FILE.
           PERFORM CHECK-END-PARA.
           PERFORM FILE-TOTAL-PARA.
       VERIFY-FILE-EXIT.
           EXIT.
       FILE-MISSING-PARA.
           IF WS-COUNT-KNOWN
                MOVE "PERIOD FILE NOT ON DISK" TO VD-PROBLEM
                PERFORM FILE-PROBLEM-PARA
           ELSE
                PERFORM CHECK-END-PARA.
           PERFORM FILE-TOTAL-PARA.
       VERIFY-ONE-PARA.
           READ VERIFY-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM CHECK-ENTRY-PARA THRU
                     CHECK-ENTRY-EXIT.
      *    AN ENTRY IS TAKEN INTO THE CHAIN WHEN IT FOLLOWS ON FROM THE
      *    LAST ONE TAKEN. ONE THAT FOLLOWS ON FROM THE ENTRY BEFORE
      *    THAT SHOWS THE LAST ONE WAS INSERTED; A JUMP IN SEQUENCE IS
      *    A RUN OF ENTRIES REMOVED; A SEQUENCE ALREADY PASSED IS AN
      *    INSERTED ENTRY AND IS LEFT OUT OF THE CHAIN.
       CHECK-ENTRY-PARA.
           ADD 1 TO WS-REC-NO.
           ADD 1 TO WS-READ-COUNT.
           IF AL-CHAIN-SEQ = ZERO
                PERFORM CHECK-UNCHAINED-PARA
                GO TO CHECK-ENTRY-EXIT.
           ADD 1 TO WS-CHAINED-COUNT.
           PERFORM AUDIT-HASH-PARA.
           IF WS-AC-HASH NOT = AL-HASH
                MOVE "CONTENTS ALTERED SINCE WRITTEN" TO VD-PROBLEM
                PERFORM ENTRY-PROBLEM-PARA.
           IF NOT WS-STARTED
                MOVE "Y" TO WS-STARTED-SW
                GO TO CHECK-ENTRY-ACCEPT.
           IF AL-CHAIN-SEQ = WS-EXPECT-SEQ
                AND AL-PREV-HASH = WS-LAST-HASH
                GO TO CHECK-ENTRY-ACCEPT.
           IF AL-CHAIN-SEQ = WS-LAST-SEQ AND AL-HASH = WS-LAST-HASH
                MOVE "DUPLICATE OF THE ENTRY BEFORE IT" TO VD-PROBLEM
                PERFORM ENTRY-PROBLEM-PARA
                GO TO CHECK-ENTRY-EXIT.
           IF WS-BACK-KNOWN AND AL-CHAIN-SEQ = WS-LAST-SEQ
                AND AL-PREV-HASH = WS-BACK-HASH
                MOVE "ENTRY BEFORE THIS ONE WAS INSERTED" TO VD-PROBLEM
                PERFORM ENTRY-PROBLEM-PARA
                GO TO CHECK-ENTRY-ACCEPT.
           IF AL-CHAIN-SEQ > WS-EXPECT-SEQ
                COMPUTE WS-GAP = AL-CHAIN-SEQ - WS-EXPECT-SEQ
                MOVE "ENTRIES REMOVED BEFORE THIS ONE:" TO VD-PROBLEM
                PERFORM ENTRY-PROBLEM-PARA
                GO TO CHECK-ENTRY-ACCEPT.
           IF AL-CHAIN-SEQ < WS-EXPECT-SEQ
                MOVE "OUT OF SEQUENCE - INSERTED ENTRY" TO VD-PROBLEM
                PERFORM ENTRY-PROBLEM-PARA
                GO TO CHECK-ENTRY-EXIT.
           IF WS-LINK-PENDING
                MOVE "DOES NOT LINK TO PREVIOUS PERIOD" TO VD-PROBLEM
           ELSE
                MOVE "BROKEN LINK - PRIOR ENTRY CHANGED" TO VD-PROBLEM.
           PERFORM ENTRY-PROBLEM-PARA.
       CHECK-ENTRY-ACCEPT.
           MOVE "N" TO WS-LINK-SW.
           COMPUTE WS-EXPECT-SEQ = AL-CHAIN-SEQ + 1.
           MOVE AL-PREV-HASH TO WS-BACK-HASH.
           MOVE "Y" TO WS-BACK-SW.
           MOVE AL-CHAIN-SEQ TO WS-LAST-SEQ.
           MOVE AL-HASH TO WS-LAST-HASH.
       CHECK-ENTRY-EXIT.
           EXIT.
       CHECK-UNCHAINED-PARA.
           IF WS-CHAINED-COUNT > ZERO OR WS-LINK-PENDING
                MOVE "UNCHAINED ENTRY - INSERTED" TO VD-PROBLEM
                PERFORM ENTRY-PROBLEM-PARA.
       CHECK-END-PARA.
           IF WS-END-KNOWN
                PERFORM CHECK-END-POINT-PARA.
           IF WS-COUNT-KNOWN AND WS-REC-NO NOT = WS-END-COUNT
                MOVE "ENTRY COUNT DIFFERS FROM ALPERIOD" TO VD-PROBLEM
                PERFORM FILE-PROBLEM-PARA.
       CHECK-END-POINT-PARA.
           IF WS-LAST-SEQ < WS-END-SEQ
                COMPUTE WS-GAP = WS-END-SEQ - WS-LAST-SEQ
                MOVE "ENTRIES REMOVED FROM END OF FILE:" TO VD-PROBLEM
                PERFORM FILE-PROBLEM-PARA
           ELSE
                IF WS-LAST-SEQ > WS-END-SEQ
                     COMPUTE WS-GAP = WS-LAST-SEQ - WS-END-SEQ
                     MOVE "ENTRIES PAST THE CONTROL POINT:" TO
                          VD-PROBLEM
                     PERFORM FILE-PROBLEM-PARA
                ELSE
                     IF WS-LAST-HASH NOT = WS-END-HASH
                          MOVE "LAST ENTRY DIFFERS FROM CONTROL" TO
                               VD-PROBLEM
                          PERFORM FILE-PROBLEM-PARA.
       ENTRY-PROBLEM-PARA.
           MOVE WS-REC-NO TO VD-REC-NO.
           MOVE AL-CHAIN-SEQ TO VD-SEQ.
           MOVE AL-DATE TO VD-DATE.
           MOVE AL-PROGRAM TO VD-PROGRAM.
           PERFORM WRITE-PROBLEM-PARA.
       FILE-PROBLEM-PARA.
           MOVE WS-REC-NO TO VD-REC-NO.
           MOVE WS-LAST-SEQ TO VD-SEQ.
           MOVE SPACES TO VD-DATE.
           MOVE "(END OF FILE)" TO VD-PROGRAM.
           PERFORM WRITE-PROBLEM-PARA.
       WRITE-PROBLEM-PARA.
           ADD 1 TO WS-FILE-PROBLEMS.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE WS-GAP TO VD-COUNT.
           MOVE ZERO TO WS-GAP.
           DISPLAY VF-DETAIL-LINE.
           MOVE VF-DETAIL-LINE TO VERIFY-LINE.
           WRITE VERIFY-LINE.
       FILE-TOTAL-PARA.
           MOVE WS-REC-NO TO VE-ENTRIES.
           MOVE WS-CHAINED-COUNT TO VE-CHAINED.
           MOVE WS-FILE-PROBLEMS TO VE-PROBLEMS.
           IF WS-FILE-PROBLEMS > ZERO
                MOVE "BROKEN" TO VE-VERDICT
           ELSE
                IF WS-CHAINED-COUNT = ZERO
                     MOVE "NOT CHAINED" TO VE-VERDICT
                ELSE
                     MOVE "INTACT" TO VE-VERDICT.
           DISPLAY VF-FILE-END-LINE.
           MOVE VF-FILE-END-LINE TO VERIFY-LINE.
           WRITE VERIFY-LINE.
           PERFORM WRITE-DASH-PARA.
       WRITE-TOTAL-PARA.
           DISPLAY VF-TOTAL-LINE.
           MOVE VF-TOTAL-LINE TO VERIFY-LINE.
           WRITE VERIFY-LINE.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO VERIFY-LINE.
           WRITE VERIFY-LINE.
       LOAD-CONTROL-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PERIOD-CONTROL.
           IF PERIOD-CONTROL-STATUS NOT = "00"
                GO TO LOAD-CONTROL-EXIT.
           PERFORM LOAD-ONE-CONTROL-PARA UNTIL WS-EOF.
           CLOSE PERIOD-CONTROL.
       LOAD-CONTROL-EXIT.
           EXIT.
       LOAD-ONE-CONTROL-PARA.
           READ PERIOD-CONTROL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-GEN-TOTAL < 200
                          PERFORM STORE-ONE-CONTROL-PARA.
       STORE-ONE-CONTROL-PARA.
           ADD 1 TO WS-GEN-TOTAL.
           MOVE PC-PERIOD TO WS-GEN-PERIOD(WS-GEN-TOTAL).
           MOVE PC-FILE-NAME TO WS-GEN-FILE-NAME(WS-GEN-TOTAL).
           MOVE PC-REC-COUNT TO WS-GEN-REC-COUNT(WS-GEN-TOTAL).
           MOVE PC-FIRST-SEQ TO WS-GEN-FIRST-SEQ(WS-GEN-TOTAL).
           MOVE PC-FIRST-PREV-HASH TO
                WS-GEN-FIRST-PREV-HASH(WS-GEN-TOTAL).
           MOVE PC-LAST-SEQ TO WS-GEN-LAST-SEQ(WS-GEN-TOTAL).
           MOVE PC-LAST-HASH TO WS-GEN-LAST-HASH(WS-GEN-TOTAL).
       LOAD-CHAIN-PARA.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF AUDIT-CHAIN-STATUS = "00"
                PERFORM READ-CHAIN-PARA.
       READ-CHAIN-PARA.
           READ AUDIT-CHAIN-FILE
                AT END MOVE "N" TO WS-CTL-SW
                NOT AT END
                     MOVE "Y" TO WS-CTL-SW
                     MOVE AC-LAST-SEQ TO WS-CTL-SEQ
                     MOVE AC-LAST-HASH TO WS-CTL-HASH.
           CLOSE AUDIT-CHAIN-FILE.
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
           MOVE WS-PROBLEM-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "AUDIT-VERIFY" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
