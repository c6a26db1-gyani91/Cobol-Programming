       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTAL-EXPORT.
      *    NIGHTLY EXTRACT FOR THE PARENT PORTAL, PORTAL.DAT. A DELTA
      *    RUN CARRIES ONLY THE STUDENTS CHANGED SINCE THE LAST RUN
      *    THAT COMPLETED: DETAILS CHANGED PER AUDITLOG.DAT, FEES PER
      *    THE FEELEDG.DAT POSTING DATES, AND MARKS OR THE MONTH'S
      *    ATTENDANCE THAT NO LONGER MATCH THE IMAGE PORTSNAP.DAT
      *    KEPT BY THE LAST RUN. A FULL REFRESH CARRIES EVERY ACTIVE
      *    STUDENT. PORTCTL.DAT HOLDS THE LAST RUN AND THE RESTART
      *    POINT OF ONE IN PROGRESS, SO AN INTERRUPTED EXTRACT CAN BE
      *    RESUMED WITHOUT STARTING AGAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT STUDENT-MARKS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-MARKS-STATUS.
           SELECT ATTENDANCE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-KEY
           FILE STATUS IS ATTENDANCE-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT PORTAL-SNAPSHOT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PORTAL-SNAPSHOT-STATUS.
           SELECT PORTAL-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PORTAL-CONTROL-STATUS.
           SELECT PORTAL-EXTRACT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PORTAL-EXTRACT-STATUS.
           SELECT EXTRACT-WORK ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXTRACT-WORK-STATUS.
           SELECT BATCH-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BATCH-CONTROL-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDENT.DAT"
           DATA RECORD IS STUDENT-REC.
       COPY STUDENT.
       FD STUDENT-MARKS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDMARK.DAT"
           DATA RECORD IS STUDENT-MARKS-REC.
       COPY STUDMARK.
       FD ATTENDANCE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ATTEND.DAT"
           DATA RECORD IS ATTENDANCE-REC.
       COPY ATTEND.
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEELEDG.DAT"
           DATA RECORD IS FEE-LEDGER-REC.
       COPY FEELEDG.
       FD AUDIT-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDITLOG.DAT"
           DATA RECORD IS AUDIT-LOG-REC.
       COPY AUDITLOG.
      *    THE MARKS AND ATTENDANCE EACH STUDENT WAS LAST SENT WITH.
       FD PORTAL-SNAPSHOT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PORTSNAP.DAT"
           DATA RECORD IS PORTAL-SNAPSHOT-REC.
       01 PORTAL-SNAPSHOT-REC.
        02 PS-RNO PIC 9(5).
        02 PS-TERM PIC 9(2).
        02 PS-TOTAL PIC 9(5).
        02 PS-TOTAL-MAX PIC 9(5).
        02 PS-RESULT PIC X(4).
        02 PS-MONTH PIC 9(6).
        02 PS-PRESENT PIC 9(3).
        02 PS-ABSENT PIC 9(3).
        02 PS-EXCUSED PIC 9(3).
      *    THE START OF THE LAST RUN THAT COMPLETED, WHICH IS WHERE
      *    THE NEXT DELTA LOOKS FROM, AND WHILE A RUN IS IN PROGRESS
      *    ITS MODE, START AND LAST CHECKPOINT.
       FD PORTAL-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PORTCTL.DAT"
           DATA RECORD IS PORTAL-CONTROL-REC.
       01 PORTAL-CONTROL-REC.
        02 PC-LAST-DATE PIC 9(8).
        02 PC-LAST-TIME PIC 9(8).
        02 PC-RUN-STATE PIC X.
           88 PC-RUN-COMPLETE VALUE "C".
           88 PC-RUN-INTERRUPTED VALUE "I".
        02 PC-RUN-MODE PIC X.
        02 PC-RUN-DATE PIC 9(8).
        02 PC-RUN-TIME PIC 9(8).
        02 PC-CKPT-RNO PIC 9(5).
        02 PC-CKPT-LINES PIC 9(7).
        02 PC-CKPT-ROWS PIC 9(7).
        02 PC-CKPT-STUDENTS PIC 9(7).
        02 PC-CKPT-HASH PIC 9(9).
       FD PORTAL-EXTRACT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PORTAL.DAT"
           DATA RECORD IS PORTAL-EXTRACT-REC.
       01 PORTAL-EXTRACT-REC PIC X(110).
       FD EXTRACT-WORK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PORTWRK.DAT"
           DATA RECORD IS EXTRACT-WORK-REC.
       01 EXTRACT-WORK-REC PIC X(110).
       FD BATCH-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BATCHCTL.DAT"
           DATA RECORD IS BATCH-CONTROL-REC.
       COPY BATCHCTL.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 STUDENT-MARKS-STATUS PIC XX.
       77 ATTENDANCE-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 PORTAL-SNAPSHOT-STATUS PIC XX.
       77 PORTAL-CONTROL-STATUS PIC XX.
       77 PORTAL-EXTRACT-STATUS PIC XX.
       77 EXTRACT-WORK-STATUS PIC XX.
       77 BATCH-CONTROL-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 MODE-SW PIC X VALUE "D".
           88 DELTA-MODE VALUE "D".
           88 FULL-MODE VALUE "F".
           88 RESTART-MODE VALUE "R".
       77 WS-RESTARTING-SW PIC X VALUE "N".
           88 WS-RESTARTING VALUE "Y".
       77 WS-CTL-FOUND-SW PIC X VALUE "N".
           88 WS-CTL-FOUND VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-MONTH PIC 9(6).
       77 WS-RUN-DATE PIC 9(8).
       77 WS-RUN-TIME PIC 9(8).
       77 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       77 WS-FROM-TIME PIC 9(8) VALUE ZERO.
       77 WS-SM-RNO-N PIC 9(5).
       77 WS-FIND-RNO PIC 9(5).
       77 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-ROW-COUNT PIC 9(7) VALUE ZERO.
       77 WS-SENT-COUNT PIC 9(7) VALUE ZERO.
       77 WS-MARKS-HASH PIC 9(9) VALUE ZERO.
       77 WS-SKIP-RNO PIC 9(5) VALUE ZERO.
       77 WS-CKPT-INTERVAL PIC 9(5) VALUE 500.
       77 WS-CKPT-ENTRY PIC 9(5).
       77 WS-SINCE-CKPT PIC 9(5) VALUE ZERO.
       77 WS-TRIM-IDX PIC 9(7).
       77 WS-BALANCE PIC S9(7)V99.
       77 WS-DEP-HELD PIC S9(7)V99.
       77 WS-PT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-PT-IDX PIC 9(4) COMP.
       77 WS-PT-FOUND-SW PIC X.
           88 WS-PT-FOUND VALUE "Y".
       77 WS-PT-FOUND-X PIC 9(4) COMP.
       77 WS-GONE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-GONE-IDX PIC 9(4) COMP.
       77 WS-GONE-FOUND-SW PIC X.
           88 WS-GONE-FOUND VALUE "Y".
      *    ONE ENTRY PER STUDENT ON THE MASTER, IN ROLL ORDER, WITH
      *    THE CURRENT MARKS, THIS MONTH'S ATTENDANCE, THE FEE TOTALS
      *    AND A SWITCH FOR EACH KIND OF CHANGE FOUND.
       01 WS-PT-TABLE.
        02 WS-PT-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-PT-TOTAL
                INDEXED BY WS-PT-X.
         03 WS-PT-RNO PIC 9(5).
         03 WS-PT-STATUS PIC X.
         03 WS-PT-DETAIL-SW PIC X.
         03 WS-PT-MARKS-SW PIC X.
         03 WS-PT-ATTEND-SW PIC X.
         03 WS-PT-FEES-SW PIC X.
         03 WS-PT-HAS-MARKS-SW PIC X.
         03 WS-PT-HAS-ATTEND-SW PIC X.
         03 WS-PT-HAS-FEES-SW PIC X.
         03 WS-PT-TERM PIC 9(2).
         03 WS-PT-TOTAL-MARKS PIC 9(5).
         03 WS-PT-TOTAL-MAX PIC 9(5).
         03 WS-PT-AVG PIC 9(3)V99.
         03 WS-PT-RESULT PIC X(4).
         03 WS-PT-GPA PIC 9V99.
         03 WS-PT-PRESENT PIC 9(3).
         03 WS-PT-ABSENT PIC 9(3).
         03 WS-PT-EXCUSED PIC 9(3).
         03 WS-PT-CHARGES PIC 9(7)V99.
         03 WS-PT-PAYMENTS PIC 9(7)V99.
         03 WS-PT-REFUNDS PIC 9(7)V99.
         03 WS-PT-WRITEOFFS PIC 9(7)V99.
         03 WS-PT-DEPOSITS PIC 9(7)V99.
         03 WS-PT-DEP-RETURNS PIC 9(7)V99.
      *    ROLLS NAMED IN THE AUDIT LOG THAT ARE NO LONGER ON THE
      *    MASTER, SENT AS REMOVALS.
       01 WS-GONE-TABLE.
        02 WS-GONE-RNO OCCURS 1000 TIMES
                DEPENDING ON WS-GONE-TOTAL
                PIC 9(5).
      *    THE FIXED 110-BYTE PORTAL EXTRACT: AN H HEADER, THEN FOR
      *    EACH STUDENT SENT ITS S DETAILS, M MARKS, A ATTENDANCE AND
      *    F FEE ROWS, X ROWS FOR STUDENTS TO COME OFF THE PORTAL,
      *    AND A T CONTROL TRAILER.
       01 WS-PX-HEADER.
        02 FILLER PIC X VALUE "H".
        02 PXH-MODE PIC X.
        02 PXH-FROM-DATE PIC 9(8).
        02 PXH-FROM-TIME PIC 9(8).
        02 PXH-RUN-DATE PIC 9(8).
        02 PXH-RUN-TIME PIC 9(8).
        02 PXH-MONTH PIC 9(6).
        02 FILLER PIC X(70) VALUE SPACES.
       01 WS-PX-STUDENT.
        02 FILLER PIC X VALUE "S".
        02 PXS-RNO PIC 9(5).
        02 PXS-NAME PIC A(20).
        02 PXS-DOB PIC 9(8).
        02 PXS-ADDRESS PIC X(40).
        02 PXS-CONTACT PIC X(15).
        02 PXS-ENROLL-DATE PIC 9(8).
        02 PXS-STATUS PIC X.
        02 PXS-GUARDIAN-ID PIC 9(4).
        02 PXS-PROMOTION PIC X.
        02 FILLER PIC X(7) VALUE SPACES.
       01 WS-PX-MARKS.
        02 FILLER PIC X VALUE "M".
        02 PXM-RNO PIC 9(5).
        02 PXM-TERM PIC 9(2).
        02 PXM-TOTAL PIC 9(5).
        02 PXM-TOTAL-MAX PIC 9(5).
        02 PXM-AVG PIC 9(3)V99.
        02 PXM-RESULT PIC X(4).
        02 PXM-GPA PIC 9V99.
        02 FILLER PIC X(80) VALUE SPACES.
       01 WS-PX-ATTEND.
        02 FILLER PIC X VALUE "A".
        02 PXA-RNO PIC 9(5).
        02 PXA-MONTH PIC 9(6).
        02 PXA-PRESENT PIC 9(3).
        02 PXA-ABSENT PIC 9(3).
        02 PXA-EXCUSED PIC 9(3).
        02 FILLER PIC X(89) VALUE SPACES.
      *    PXF-BAL-SIGN IS "D" WHEN THE BALANCE IS OWED BY THE
      *    STUDENT AND "C" WHEN IT IS HELD TO THE STUDENT'S CREDIT.
       01 WS-PX-FEES.
        02 FILLER PIC X VALUE "F".
        02 PXF-RNO PIC 9(5).
        02 PXF-CHARGES PIC 9(7)V99.
        02 PXF-PAYMENTS PIC 9(7)V99.
        02 PXF-REFUNDS PIC 9(7)V99.
        02 PXF-WRITEOFFS PIC 9(7)V99.
        02 PXF-BALANCE PIC 9(7)V99.
        02 PXF-BAL-SIGN PIC X.
        02 PXF-DEP-HELD PIC 9(7)V99.
        02 FILLER PIC X(49) VALUE SPACES.
       01 WS-PX-REMOVE.
        02 FILLER PIC X VALUE "X".
        02 PXX-RNO PIC 9(5).
        02 PXX-REASON PIC X(8).
        02 FILLER PIC X(96) VALUE SPACES.
       01 WS-PX-TRAILER.
        02 FILLER PIC X VALUE "T".
        02 PXT-ROWS PIC 9(7).
        02 PXT-STUDENTS PIC 9(7).
        02 PXT-MARKS-HASH PIC 9(9).
        02 FILLER PIC X(86) VALUE SPACES.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:6) TO WS-MONTH.
       MODE-PARA.
           DISPLAY "ENTER MODE (D=CHANGES SINCE THE LAST RUN, ",
                "F=FULL REFRESH, R=RESTART AN INTERRUPTED RUN): ".
           ACCEPT MODE-SW.
           IF NOT DELTA-MODE AND NOT FULL-MODE AND NOT RESTART-MODE
                DISPLAY "MODE MUST BE D, F OR R"
                GO TO MODE-PARA.
           DISPLAY "CHECKPOINT EVERY N STUDENTS (0 FOR 500): ".
           ACCEPT WS-CKPT-ENTRY.
           IF WS-CKPT-ENTRY > ZERO
                MOVE WS-CKPT-ENTRY TO WS-CKPT-INTERVAL.
           PERFORM READ-CONTROL-PARA THRU READ-CONTROL-EXIT.
           IF RESTART-MODE
                PERFORM SET-RESTART-PARA THRU SET-RESTART-EXIT
           ELSE
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                ACCEPT WS-RUN-TIME FROM TIME
                IF WS-CTL-FOUND AND PC-RUN-INTERRUPTED
                     DISPLAY "THE LAST EXTRACT DID NOT COMPLETE - ",
                          "STARTING AGAIN FROM THE BEGINNING".
           IF DELTA-MODE AND NOT WS-CTL-FOUND
                DISPLAY "NO EARLIER EXTRACT ON RECORD - EVERY ",
                     "STUDENT WILL BE SENT".
       LOAD-PARA.
           PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           PERFORM LOAD-MARKS-PARA THRU LOAD-MARKS-EXIT.
           PERFORM LOAD-ATTEND-PARA THRU LOAD-ATTEND-EXIT.
           PERFORM LOAD-FEES-PARA THRU LOAD-FEES-EXIT.
           IF DELTA-MODE
                PERFORM LOAD-AUDIT-PARA THRU LOAD-AUDIT-EXIT
                PERFORM LOAD-SNAPSHOT-PARA THRU LOAD-SNAPSHOT-EXIT.
       EXTRACT-PARA.
           IF WS-RESTARTING
                PERFORM TRIM-EXTRACT-PARA THRU TRIM-EXTRACT-EXIT
                OPEN EXTEND PORTAL-EXTRACT
                DISPLAY "RESTARTING AFTER ROLL ", WS-SKIP-RNO,
                     " WITH ", WS-LINE-COUNT, " LINES ALREADY WRITTEN"
           ELSE
                OPEN OUTPUT PORTAL-EXTRACT
                PERFORM WRITE-HEADER-PARA
                PERFORM SAVE-CHECKPOINT-PARA.
           OPEN INPUT STUDENT.
           PERFORM SEND-ONE-STUDENT-PARA THRU SEND-ONE-STUDENT-EXIT
                VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PT-TOTAL.
           CLOSE STUDENT.
           PERFORM SEND-ONE-GONE-PARA
                VARYING WS-GONE-IDX FROM 1 BY 1
                UNTIL WS-GONE-IDX > WS-GONE-TOTAL.
           MOVE WS-ROW-COUNT TO PXT-ROWS.
           MOVE WS-SENT-COUNT TO PXT-STUDENTS.
           MOVE WS-MARKS-HASH TO PXT-MARKS-HASH.
           MOVE WS-PX-TRAILER TO PORTAL-EXTRACT-REC.
           PERFORM WRITE-EXTRACT-PARA.
           CLOSE PORTAL-EXTRACT.
       FINISH-PARA.
           PERFORM WRITE-CONTROL-PARA.
           PERFORM SAVE-SNAPSHOT-PARA.
           MOVE WS-RUN-DATE TO PC-LAST-DATE.
           MOVE WS-RUN-TIME TO PC-LAST-TIME.
           MOVE "C" TO PC-RUN-STATE.
           MOVE SPACE TO PC-RUN-MODE.
           MOVE ZERO TO PC-RUN-DATE.
           MOVE ZERO TO PC-RUN-TIME.
           MOVE ZERO TO PC-CKPT-RNO.
           MOVE ZERO TO PC-CKPT-LINES.
           MOVE ZERO TO PC-CKPT-ROWS.
           MOVE ZERO TO PC-CKPT-STUDENTS.
           MOVE ZERO TO PC-CKPT-HASH.
           PERFORM WRITE-PORTAL-CONTROL-PARA.
           DISPLAY "STUDENTS SENT: ", WS-SENT-COUNT.
           DISPLAY "CONTROL TOTALS - ROWS: ", WS-ROW-COUNT,
                " MARKS HASH: ", WS-MARKS-HASH.
           IF WS-SENT-COUNT = ZERO
                DISPLAY "NO CHANGES SINCE THE LAST EXTRACT".
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       READ-CONTROL-PARA.
           OPEN INPUT PORTAL-CONTROL.
           IF PORTAL-CONTROL-STATUS NOT = "00"
                GO TO READ-CONTROL-EXIT.
           READ PORTAL-CONTROL
                AT END MOVE "N" TO WS-CTL-FOUND-SW
                NOT AT END
                     MOVE "Y" TO WS-CTL-FOUND-SW
                     MOVE PC-LAST-DATE TO WS-FROM-DATE
                     MOVE PC-LAST-TIME TO WS-FROM-TIME.
           CLOSE PORTAL-CONTROL.
       READ-CONTROL-EXIT.
           EXIT.
      *    A RESTART RUNS AGAIN IN THE INTERRUPTED RUN'S MODE AND
      *    UNDER ITS START TIME, SO IT PICKS OUT THE SAME STUDENTS
      *    AND CARRIES ON AFTER THE LAST ONE CHECKPOINTED.
       SET-RESTART-PARA.
           IF NOT WS-CTL-FOUND OR NOT PC-RUN-INTERRUPTED
                DISPLAY "NO INTERRUPTED EXTRACT TO RESTART - ",
                     "SENDING CHANGES SINCE THE LAST RUN"
                MOVE "D" TO MODE-SW
                ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                ACCEPT WS-RUN-TIME FROM TIME
                GO TO SET-RESTART-EXIT.
           MOVE "Y" TO WS-RESTARTING-SW.
           MOVE PC-RUN-MODE TO MODE-SW.
           MOVE PC-RUN-DATE TO WS-RUN-DATE.
           MOVE PC-RUN-TIME TO WS-RUN-TIME.
           MOVE PC-RUN-DATE(1:6) TO WS-MONTH.
           MOVE PC-CKPT-RNO TO WS-SKIP-RNO.
           MOVE PC-CKPT-LINES TO WS-LINE-COUNT.
           MOVE PC-CKPT-ROWS TO WS-ROW-COUNT.
           MOVE PC-CKPT-STUDENTS TO WS-SENT-COUNT.
           MOVE PC-CKPT-HASH TO WS-MARKS-HASH.
       SET-RESTART-EXIT.
           EXIT.
       LOAD-MASTER-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO LOAD-MASTER-EXIT.
           PERFORM LOAD-ONE-MASTER-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
       LOAD-MASTER-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-MASTER-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-ONE-MASTER-PARA THRU
                     STORE-ONE-MASTER-EXIT.
       STORE-ONE-MASTER-PARA.
           IF WS-PT-TOTAL = 5000
                DISPLAY "MORE THAN 5000 MASTER RECORDS - ",
                     "EXTRACT NOT PRODUCED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY MASTER RECORDS TO EXTRACT" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
                GO TO STORE-ONE-MASTER-EXIT.
           ADD 1 TO WS-PT-TOTAL.
           SET WS-PT-X TO WS-PT-TOTAL.
           MOVE RNO TO WS-PT-RNO(WS-PT-X).
           MOVE STUDENT-STATUS TO WS-PT-STATUS(WS-PT-X).
           MOVE "N" TO WS-PT-DETAIL-SW(WS-PT-X).
           MOVE "N" TO WS-PT-MARKS-SW(WS-PT-X).
           MOVE "N" TO WS-PT-ATTEND-SW(WS-PT-X).
           MOVE "N" TO WS-PT-FEES-SW(WS-PT-X).
           MOVE "N" TO WS-PT-HAS-MARKS-SW(WS-PT-X).
           MOVE "N" TO WS-PT-HAS-ATTEND-SW(WS-PT-X).
           MOVE "N" TO WS-PT-HAS-FEES-SW(WS-PT-X).
           MOVE ZERO TO WS-PT-TERM(WS-PT-X).
           MOVE ZERO TO WS-PT-TOTAL-MARKS(WS-PT-X).
           MOVE ZERO TO WS-PT-TOTAL-MAX(WS-PT-X).
           MOVE ZERO TO WS-PT-AVG(WS-PT-X).
           MOVE SPACES TO WS-PT-RESULT(WS-PT-X).
           MOVE ZERO TO WS-PT-GPA(WS-PT-X).
           MOVE ZERO TO WS-PT-PRESENT(WS-PT-X).
           MOVE ZERO TO WS-PT-ABSENT(WS-PT-X).
           MOVE ZERO TO WS-PT-EXCUSED(WS-PT-X).
           MOVE ZERO TO WS-PT-CHARGES(WS-PT-X).
           MOVE ZERO TO WS-PT-PAYMENTS(WS-PT-X).
           MOVE ZERO TO WS-PT-REFUNDS(WS-PT-X).
           MOVE ZERO TO WS-PT-WRITEOFFS(WS-PT-X).
           MOVE ZERO TO WS-PT-DEPOSITS(WS-PT-X).
           MOVE ZERO TO WS-PT-DEP-RETURNS(WS-PT-X).
       STORE-ONE-MASTER-EXIT.
           EXIT.
       FIND-STUDENT-PARA.
           MOVE "N" TO WS-PT-FOUND-SW.
           PERFORM CHECK-ONE-STUDENT-PARA
                VARYING WS-PT-X FROM 1 BY 1
                UNTIL WS-PT-X > WS-PT-TOTAL
                OR WS-PT-FOUND.
       CHECK-ONE-STUDENT-PARA.
           IF WS-PT-RNO(WS-PT-X) = WS-FIND-RNO
                MOVE "Y" TO WS-PT-FOUND-SW
                SET WS-PT-FOUND-X TO WS-PT-X.
      *    THE CURRENT MARKS RECORD OF THE LATEST TERM IS THE ONE THE
      *    PORTAL SHOWS.
       LOAD-MARKS-PARA.
           OPEN INPUT STUDENT-MARKS.
           IF STUDENT-MARKS-STATUS NOT = "00"
                GO TO LOAD-MARKS-EXIT.
           PERFORM LOAD-ONE-MARKS-PARA UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
       LOAD-MARKS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-MARKS-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-ONE-MARKS-PARA THRU
                     STORE-ONE-MARKS-EXIT.
       STORE-ONE-MARKS-PARA.
           IF NOT SM-CURRENT OR SM-ROLL-NO NOT NUMERIC
                GO TO STORE-ONE-MARKS-EXIT.
           MOVE SM-ROLL-NO TO WS-SM-RNO-N.
           MOVE WS-SM-RNO-N TO WS-FIND-RNO.
           PERFORM FIND-STUDENT-PARA.
           IF NOT WS-PT-FOUND
                GO TO STORE-ONE-MARKS-EXIT.
           IF WS-PT-HAS-MARKS-SW(WS-PT-FOUND-X) = "Y"
                AND SM-TERM-NO < WS-PT-TERM(WS-PT-FOUND-X)
                GO TO STORE-ONE-MARKS-EXIT.
           MOVE "Y" TO WS-PT-HAS-MARKS-SW(WS-PT-FOUND-X).
           MOVE SM-TERM-NO TO WS-PT-TERM(WS-PT-FOUND-X).
           MOVE SM-TOTAL TO WS-PT-TOTAL-MARKS(WS-PT-FOUND-X).
           MOVE SM-TOTAL-MAX TO WS-PT-TOTAL-MAX(WS-PT-FOUND-X).
           MOVE SM-AVG TO WS-PT-AVG(WS-PT-FOUND-X).
           MOVE SM-RESULT TO WS-PT-RESULT(WS-PT-FOUND-X).
           MOVE SM-TERM-GPA TO WS-PT-GPA(WS-PT-FOUND-X).
       STORE-ONE-MARKS-EXIT.
           EXIT.
       LOAD-ATTEND-PARA.
           OPEN INPUT ATTENDANCE.
           IF ATTENDANCE-STATUS NOT = "00"
                GO TO LOAD-ATTEND-EXIT.
           PERFORM LOAD-ONE-ATTEND-PARA UNTIL WS-EOF.
           CLOSE ATTENDANCE.
       LOAD-ATTEND-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ATTEND-PARA.
           READ ATTENDANCE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AT-MONTH = WS-MONTH
                          PERFORM STORE-ONE-ATTEND-PARA.
       STORE-ONE-ATTEND-PARA.
           MOVE AT-RNO TO WS-FIND-RNO.
           PERFORM FIND-STUDENT-PARA.
           IF WS-PT-FOUND
                MOVE "Y" TO WS-PT-HAS-ATTEND-SW(WS-PT-FOUND-X)
                MOVE AT-PRESENT TO WS-PT-PRESENT(WS-PT-FOUND-X)
                MOVE AT-ABSENT TO WS-PT-ABSENT(WS-PT-FOUND-X)
                MOVE AT-EXCUSED TO WS-PT-EXCUSED(WS-PT-FOUND-X).
      *    A POSTING DATED ON OR AFTER THE DAY OF THE LAST RUN MARKS
      *    THE STUDENT'S FEES AS CHANGED; THE LEDGER CARRIES NO TIME,
      *    SO A POSTING MADE EARLIER THAT DAY IS SENT AGAIN.
       LOAD-FEES-PARA.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
                GO TO LOAD-FEES-EXIT.
           PERFORM LOAD-ONE-FEE-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
       LOAD-FEES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-FEE-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-ONE-FEE-PARA THRU
                     STORE-ONE-FEE-EXIT.
       STORE-ONE-FEE-PARA.
           MOVE FL-RNO TO WS-FIND-RNO.
           PERFORM FIND-STUDENT-PARA.
           IF NOT WS-PT-FOUND
                GO TO STORE-ONE-FEE-EXIT.
           MOVE "Y" TO WS-PT-HAS-FEES-SW(WS-PT-FOUND-X).
           IF FL-DATE NOT < WS-FROM-DATE
                MOVE "Y" TO WS-PT-FEES-SW(WS-PT-FOUND-X).
           IF FL-CHARGE
                ADD FL-AMOUNT TO WS-PT-CHARGES(WS-PT-FOUND-X).
           IF FL-PAYMENT
                ADD FL-AMOUNT TO WS-PT-PAYMENTS(WS-PT-FOUND-X).
           IF FL-REFUND
                ADD FL-AMOUNT TO WS-PT-REFUNDS(WS-PT-FOUND-X).
           IF FL-WRITEOFF
                ADD FL-AMOUNT TO WS-PT-WRITEOFFS(WS-PT-FOUND-X).
           IF FL-DEPOSIT
                ADD FL-AMOUNT TO WS-PT-DEPOSITS(WS-PT-FOUND-X).
           IF FL-DEP-RETURN
                ADD FL-AMOUNT TO WS-PT-DEP-RETURNS(WS-PT-FOUND-X).
       STORE-ONE-FEE-EXIT.
           EXIT.
      *    EVERY ROLL AN AUDIT ENTRY SINCE THE LAST RUN NAMES, BEFORE
      *    OR AFTER A RENUMBERING, HAS ITS DETAILS SENT AGAIN, OR IS
      *    SENT AS A REMOVAL WHEN IT IS NO LONGER ON THE MASTER.
       LOAD-AUDIT-PARA.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-LOG-STATUS NOT = "00"
                GO TO LOAD-AUDIT-EXIT.
           PERFORM LOAD-ONE-AUDIT-PARA UNTIL WS-EOF.
           CLOSE AUDIT-LOG.
       LOAD-AUDIT-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-AUDIT-PARA.
           READ AUDIT-LOG
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AL-DATE > WS-FROM-DATE
                          OR (AL-DATE = WS-FROM-DATE
                          AND AL-TIME NOT < WS-FROM-TIME)
                          MOVE AL-RNO TO WS-FIND-RNO
                          PERFORM NOTE-ONE-CHANGE-PARA
                          IF AL-AFTER-RNO NOT = ZERO
                               AND AL-AFTER-RNO NOT = AL-RNO
                               MOVE AL-AFTER-RNO TO WS-FIND-RNO
                               PERFORM NOTE-ONE-CHANGE-PARA.
       NOTE-ONE-CHANGE-PARA.
           IF WS-FIND-RNO = ZERO
                GO TO NOTE-ONE-CHANGE-EXIT.
           PERFORM FIND-STUDENT-PARA.
           IF WS-PT-FOUND
                MOVE "Y" TO WS-PT-DETAIL-SW(WS-PT-FOUND-X)
                GO TO NOTE-ONE-CHANGE-EXIT.
           MOVE "N" TO WS-GONE-FOUND-SW.
           PERFORM CHECK-ONE-GONE-PARA
                VARYING WS-GONE-IDX FROM 1 BY 1
                UNTIL WS-GONE-IDX > WS-GONE-TOTAL
                OR WS-GONE-FOUND.
           IF NOT WS-GONE-FOUND AND WS-GONE-TOTAL < 1000
                ADD 1 TO WS-GONE-TOTAL
                MOVE WS-FIND-RNO TO WS-GONE-RNO(WS-GONE-TOTAL).
       NOTE-ONE-CHANGE-EXIT.
           EXIT.
       CHECK-ONE-GONE-PARA.
           IF WS-GONE-RNO(WS-GONE-IDX) = WS-FIND-RNO
                MOVE "Y" TO WS-GONE-FOUND-SW.
      *    MARKS AND ATTENDANCE CARRY NO POSTING DATE, SO THEY ARE
      *    SET AGAINST THE IMAGE THE LAST RUN LEFT. A STUDENT WITH NO
      *    IMAGE, OR A NEW MONTH, COUNTS AS CHANGED.
       LOAD-SNAPSHOT-PARA.
           PERFORM MARK-ONE-UNSEEN-PARA
                VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PT-TOTAL.
           OPEN INPUT PORTAL-SNAPSHOT.
           IF PORTAL-SNAPSHOT-STATUS NOT = "00"
                GO TO LOAD-SNAPSHOT-EXIT.
           PERFORM LOAD-ONE-SNAPSHOT-PARA UNTIL WS-EOF.
           CLOSE PORTAL-SNAPSHOT.
       LOAD-SNAPSHOT-EXIT.
           MOVE "N" TO WS-EOF-SW.
       MARK-ONE-UNSEEN-PARA.
           MOVE WS-PT-HAS-MARKS-SW(WS-PT-IDX) TO
                WS-PT-MARKS-SW(WS-PT-IDX).
           MOVE WS-PT-HAS-ATTEND-SW(WS-PT-IDX) TO
                WS-PT-ATTEND-SW(WS-PT-IDX).
       LOAD-ONE-SNAPSHOT-PARA.
           READ PORTAL-SNAPSHOT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM MATCH-ONE-SNAPSHOT-PARA THRU
                     MATCH-ONE-SNAPSHOT-EXIT.
       MATCH-ONE-SNAPSHOT-PARA.
           MOVE PS-RNO TO WS-FIND-RNO.
           PERFORM FIND-STUDENT-PARA.
           IF NOT WS-PT-FOUND
                GO TO MATCH-ONE-SNAPSHOT-EXIT.
           IF PS-TERM = WS-PT-TERM(WS-PT-FOUND-X)
                AND PS-TOTAL = WS-PT-TOTAL-MARKS(WS-PT-FOUND-X)
                AND PS-TOTAL-MAX = WS-PT-TOTAL-MAX(WS-PT-FOUND-X)
                AND PS-RESULT = WS-PT-RESULT(WS-PT-FOUND-X)
                MOVE "N" TO WS-PT-MARKS-SW(WS-PT-FOUND-X).
           IF PS-MONTH = WS-MONTH
                AND PS-PRESENT = WS-PT-PRESENT(WS-PT-FOUND-X)
                AND PS-ABSENT = WS-PT-ABSENT(WS-PT-FOUND-X)
                AND PS-EXCUSED = WS-PT-EXCUSED(WS-PT-FOUND-X)
                MOVE "N" TO WS-PT-ATTEND-SW(WS-PT-FOUND-X).
       MATCH-ONE-SNAPSHOT-EXIT.
           EXIT.
      *    A STUDENT WHOSE DETAILS CHANGED IS SENT WHOLE; OTHERWISE
      *    ONLY THE ROWS THAT CHANGED GO. A STUDENT WHO HAS LEFT
      *    COMES OFF THE PORTAL. THE MASTER IS READ AGAIN IN STEP
      *    WITH THE TABLE, WHICH WAS LOADED FROM IT IN THE SAME ORDER.
       SEND-ONE-STUDENT-PARA.
           SET WS-PT-X TO WS-PT-IDX.
           READ STUDENT NEXT RECORD
                AT END MOVE ZERO TO RNO.
           IF WS-PT-RNO(WS-PT-X) NOT > WS-SKIP-RNO
                GO TO SEND-ONE-STUDENT-EXIT.
           IF FULL-MODE
                IF WS-PT-STATUS(WS-PT-X) = "A"
                     MOVE "Y" TO WS-PT-DETAIL-SW(WS-PT-X)
                ELSE
                     GO TO SEND-ONE-STUDENT-EXIT.
           IF WS-PT-DETAIL-SW(WS-PT-X) = "N"
                AND WS-PT-MARKS-SW(WS-PT-X) = "N"
                AND WS-PT-ATTEND-SW(WS-PT-X) = "N"
                AND WS-PT-FEES-SW(WS-PT-X) = "N"
                GO TO SEND-ONE-STUDENT-EXIT.
           IF WS-PT-STATUS(WS-PT-X) NOT = "A"
                AND WS-PT-DETAIL-SW(WS-PT-X) = "N"
                GO TO SEND-ONE-STUDENT-EXIT.
           ADD 1 TO WS-SENT-COUNT.
           IF WS-PT-STATUS(WS-PT-X) NOT = "A"
                MOVE WS-PT-RNO(WS-PT-X) TO PXX-RNO
                MOVE "INACTIVE" TO PXX-REASON
                MOVE WS-PX-REMOVE TO PORTAL-EXTRACT-REC
                PERFORM WRITE-ROW-PARA
                GO TO SEND-ONE-STUDENT-CKPT.
           IF WS-PT-DETAIL-SW(WS-PT-X) = "Y"
                PERFORM SEND-DETAILS-PARA THRU SEND-DETAILS-EXIT
                MOVE WS-PT-HAS-MARKS-SW(WS-PT-X) TO
                     WS-PT-MARKS-SW(WS-PT-X)
                MOVE WS-PT-HAS-ATTEND-SW(WS-PT-X) TO
                     WS-PT-ATTEND-SW(WS-PT-X)
                MOVE WS-PT-HAS-FEES-SW(WS-PT-X) TO
                     WS-PT-FEES-SW(WS-PT-X).
           IF WS-PT-MARKS-SW(WS-PT-X) = "Y"
                PERFORM SEND-MARKS-PARA.
           IF WS-PT-ATTEND-SW(WS-PT-X) = "Y"
                PERFORM SEND-ATTEND-PARA.
           IF WS-PT-FEES-SW(WS-PT-X) = "Y"
                PERFORM SEND-FEES-PARA.
       SEND-ONE-STUDENT-CKPT.
           ADD 1 TO WS-SINCE-CKPT.
           MOVE WS-PT-RNO(WS-PT-X) TO WS-SKIP-RNO.
           IF WS-SINCE-CKPT NOT < WS-CKPT-INTERVAL
                PERFORM SAVE-CHECKPOINT-PARA.
       SEND-ONE-STUDENT-EXIT.
           EXIT.
       SEND-DETAILS-PARA.
           IF RNO NOT = WS-PT-RNO(WS-PT-X)
                GO TO SEND-DETAILS-EXIT.
           MOVE RNO TO PXS-RNO.
           MOVE NAME TO PXS-NAME.
           MOVE DOB TO PXS-DOB.
           MOVE STUDENT-ADDRESS TO PXS-ADDRESS.
           MOVE CONTACT-NO TO PXS-CONTACT.
           MOVE ENROLL-DATE TO PXS-ENROLL-DATE.
           MOVE STUDENT-STATUS TO PXS-STATUS.
           MOVE GUARDIAN-ID TO PXS-GUARDIAN-ID.
           MOVE PROMOTION-STATUS TO PXS-PROMOTION.
           MOVE WS-PX-STUDENT TO PORTAL-EXTRACT-REC.
           PERFORM WRITE-ROW-PARA.
       SEND-DETAILS-EXIT.
           EXIT.
       SEND-MARKS-PARA.
           MOVE WS-PT-RNO(WS-PT-X) TO PXM-RNO.
           MOVE WS-PT-TERM(WS-PT-X) TO PXM-TERM.
           MOVE WS-PT-TOTAL-MARKS(WS-PT-X) TO PXM-TOTAL.
           MOVE WS-PT-TOTAL-MAX(WS-PT-X) TO PXM-TOTAL-MAX.
           MOVE WS-PT-AVG(WS-PT-X) TO PXM-AVG.
           MOVE WS-PT-RESULT(WS-PT-X) TO PXM-RESULT.
           MOVE WS-PT-GPA(WS-PT-X) TO PXM-GPA.
           ADD WS-PT-TOTAL-MARKS(WS-PT-X) TO WS-MARKS-HASH.
           MOVE WS-PX-MARKS TO PORTAL-EXTRACT-REC.
           PERFORM WRITE-ROW-PARA.
       SEND-ATTEND-PARA.
           MOVE WS-PT-RNO(WS-PT-X) TO PXA-RNO.
           MOVE WS-MONTH TO PXA-MONTH.
           MOVE WS-PT-PRESENT(WS-PT-X) TO PXA-PRESENT.
           MOVE WS-PT-ABSENT(WS-PT-X) TO PXA-ABSENT.
           MOVE WS-PT-EXCUSED(WS-PT-X) TO PXA-EXCUSED.
           MOVE WS-PX-ATTEND TO PORTAL-EXTRACT-REC.
           PERFORM WRITE-ROW-PARA.
       SEND-FEES-PARA.
           MOVE WS-PT-RNO(WS-PT-X) TO PXF-RNO.
           MOVE WS-PT-CHARGES(WS-PT-X) TO PXF-CHARGES.
           MOVE WS-PT-PAYMENTS(WS-PT-X) TO PXF-PAYMENTS.
           MOVE WS-PT-REFUNDS(WS-PT-X) TO PXF-REFUNDS.
           MOVE WS-PT-WRITEOFFS(WS-PT-X) TO PXF-WRITEOFFS.
           COMPUTE WS-BALANCE = WS-PT-CHARGES(WS-PT-X)
                - WS-PT-PAYMENTS(WS-PT-X)
                + WS-PT-REFUNDS(WS-PT-X)
                - WS-PT-WRITEOFFS(WS-PT-X).
           IF WS-BALANCE < ZERO
                MOVE "C" TO PXF-BAL-SIGN
           ELSE
                MOVE "D" TO PXF-BAL-SIGN.
           MOVE WS-BALANCE TO PXF-BALANCE.
           COMPUTE WS-DEP-HELD = WS-PT-DEPOSITS(WS-PT-X)
                - WS-PT-DEP-RETURNS(WS-PT-X).
           IF WS-DEP-HELD < ZERO
                MOVE ZERO TO WS-DEP-HELD.
           MOVE WS-DEP-HELD TO PXF-DEP-HELD.
           MOVE WS-PX-FEES TO PORTAL-EXTRACT-REC.
           PERFORM WRITE-ROW-PARA.
       SEND-ONE-GONE-PARA.
           ADD 1 TO WS-SENT-COUNT.
           MOVE WS-GONE-RNO(WS-GONE-IDX) TO PXX-RNO.
           MOVE "DELETED" TO PXX-REASON.
           MOVE WS-PX-REMOVE TO PORTAL-EXTRACT-REC.
           PERFORM WRITE-ROW-PARA.
       WRITE-HEADER-PARA.
           MOVE MODE-SW TO PXH-MODE.
           MOVE WS-FROM-DATE TO PXH-FROM-DATE.
           MOVE WS-FROM-TIME TO PXH-FROM-TIME.
           IF FULL-MODE
                MOVE ZERO TO PXH-FROM-DATE
                MOVE ZERO TO PXH-FROM-TIME.
           MOVE WS-RUN-DATE TO PXH-RUN-DATE.
           MOVE WS-RUN-TIME TO PXH-RUN-TIME.
           MOVE WS-MONTH TO PXH-MONTH.
           MOVE WS-PX-HEADER TO PORTAL-EXTRACT-REC.
           PERFORM WRITE-EXTRACT-PARA.
       WRITE-ROW-PARA.
           ADD 1 TO WS-ROW-COUNT.
           PERFORM WRITE-EXTRACT-PARA.
       WRITE-EXTRACT-PARA.
           WRITE PORTAL-EXTRACT-REC.
           ADD 1 TO WS-LINE-COUNT.
      *    THE EXTRACT IS CLOSED AND REOPENED AT EACH CHECKPOINT SO
      *    EVERY LINE THE CHECKPOINT COUNTS IS SAFELY ON DISK.
       SAVE-CHECKPOINT-PARA.
           MOVE ZERO TO WS-SINCE-CKPT.
           CLOSE PORTAL-EXTRACT.
           OPEN EXTEND PORTAL-EXTRACT.
           MOVE WS-FROM-DATE TO PC-LAST-DATE.
           MOVE WS-FROM-TIME TO PC-LAST-TIME.
           MOVE "I" TO PC-RUN-STATE.
           MOVE MODE-SW TO PC-RUN-MODE.
           MOVE WS-RUN-DATE TO PC-RUN-DATE.
           MOVE WS-RUN-TIME TO PC-RUN-TIME.
           MOVE WS-SKIP-RNO TO PC-CKPT-RNO.
           MOVE WS-LINE-COUNT TO PC-CKPT-LINES.
           MOVE WS-ROW-COUNT TO PC-CKPT-ROWS.
           MOVE WS-SENT-COUNT TO PC-CKPT-STUDENTS.
           MOVE WS-MARKS-HASH TO PC-CKPT-HASH.
           PERFORM WRITE-PORTAL-CONTROL-PARA.
       WRITE-PORTAL-CONTROL-PARA.
           OPEN OUTPUT PORTAL-CONTROL.
           WRITE PORTAL-CONTROL-REC.
           CLOSE PORTAL-CONTROL.
      *    ON A RESTART THE EXTRACT IS CUT BACK TO THE LINES THE LAST
      *    CHECKPOINT COUNTED, DROPPING ANY WRITTEN AFTER IT.
       TRIM-EXTRACT-PARA.
           OPEN INPUT PORTAL-EXTRACT.
           IF PORTAL-EXTRACT-STATUS NOT = "00"
                DISPLAY "PORTAL.DAT NOT FOUND - RESTARTING FROM THE ",
                     "BEGINNING"
                MOVE "N" TO WS-RESTARTING-SW
                MOVE ZERO TO WS-SKIP-RNO
                MOVE ZERO TO WS-LINE-COUNT
                MOVE ZERO TO WS-ROW-COUNT
                MOVE ZERO TO WS-SENT-COUNT
                MOVE ZERO TO WS-MARKS-HASH
                OPEN OUTPUT PORTAL-EXTRACT
                PERFORM WRITE-HEADER-PARA
                CLOSE PORTAL-EXTRACT
                GO TO TRIM-EXTRACT-EXIT.
           OPEN OUTPUT EXTRACT-WORK.
           PERFORM COPY-ONE-TO-WORK-PARA
                VARYING WS-TRIM-IDX FROM 1 BY 1
                UNTIL WS-TRIM-IDX > WS-LINE-COUNT
                OR WS-EOF.
           CLOSE PORTAL-EXTRACT.
           CLOSE EXTRACT-WORK.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT EXTRACT-WORK.
           OPEN OUTPUT PORTAL-EXTRACT.
           PERFORM COPY-ONE-FROM-WORK-PARA UNTIL WS-EOF.
           CLOSE PORTAL-EXTRACT.
           CLOSE EXTRACT-WORK.
       TRIM-EXTRACT-EXIT.
           MOVE "N" TO WS-EOF-SW.
       COPY-ONE-TO-WORK-PARA.
           READ PORTAL-EXTRACT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE PORTAL-EXTRACT-REC TO EXTRACT-WORK-REC
                     WRITE EXTRACT-WORK-REC.
       COPY-ONE-FROM-WORK-PARA.
           READ EXTRACT-WORK
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE EXTRACT-WORK-REC TO PORTAL-EXTRACT-REC
                     WRITE PORTAL-EXTRACT-REC.
      *    THE IMAGE IS REWRITTEN ONLY WHEN THE EXTRACT HAS COMPLETED,
      *    SO A RESTART STILL COMPARES AGAINST WHAT WAS LAST SENT.
       SAVE-SNAPSHOT-PARA.
           OPEN OUTPUT PORTAL-SNAPSHOT.
           PERFORM SAVE-ONE-SNAPSHOT-PARA
                VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PT-TOTAL.
           CLOSE PORTAL-SNAPSHOT.
       SAVE-ONE-SNAPSHOT-PARA.
           MOVE WS-PT-RNO(WS-PT-IDX) TO PS-RNO.
           MOVE WS-PT-TERM(WS-PT-IDX) TO PS-TERM.
           MOVE WS-PT-TOTAL-MARKS(WS-PT-IDX) TO PS-TOTAL.
           MOVE WS-PT-TOTAL-MAX(WS-PT-IDX) TO PS-TOTAL-MAX.
           MOVE WS-PT-RESULT(WS-PT-IDX) TO PS-RESULT.
           MOVE WS-MONTH TO PS-MONTH.
           MOVE WS-PT-PRESENT(WS-PT-IDX) TO PS-PRESENT.
           MOVE WS-PT-ABSENT(WS-PT-IDX) TO PS-ABSENT.
           MOVE WS-PT-EXCUSED(WS-PT-IDX) TO PS-EXCUSED.
           WRITE PORTAL-SNAPSHOT-REC.
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
           MOVE WS-PT-TOTAL TO RL-READ-COUNT.
           MOVE WS-SENT-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "PORTAL-EXPORT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       WRITE-CONTROL-PARA.
           OPEN EXTEND BATCH-CONTROL.
           IF BATCH-CONTROL-STATUS = "35"
                OPEN OUTPUT BATCH-CONTROL.
           MOVE "PORTAL.DAT" TO BC-FILE-NAME.
           ACCEPT BC-DATE FROM DATE YYYYMMDD.
           ACCEPT BC-TIME FROM TIME.
           MOVE WS-ROW-COUNT TO BC-RECORD-COUNT.
           MOVE WS-MARKS-HASH TO BC-MARKS-HASH.
           WRITE BATCH-CONTROL-REC.
           CLOSE BATCH-CONTROL.
