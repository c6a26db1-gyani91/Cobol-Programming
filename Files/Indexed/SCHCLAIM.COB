       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLAR-CLAIM.
      *    BUILDS THE YEAR'S STATE SCHOLARSHIP CLAIM. EVERY ACTIVE
      *    STUDENT WHOSE RESERVATION CATEGORY (STUDCAT.DAT, GN WHEN
      *    THERE IS NO ROW) HAS A SCHEME ROW IN SCHCTL.DAT IS TESTED
      *    AGAINST THAT ROW'S MINIMUM MARKS PERCENTAGE, TAKEN FROM THE
      *    CURRENT STUDMARK.DAT RECORD FOR THE TERM ASKED FOR, AND ITS
      *    MINIMUM ATTENDANCE PERCENTAGE OVER THE APRIL-MARCH CLAIM
      *    YEAR FROM ATTEND.DAT. EACH STUDENT WHO PASSES BOTH GOES ON
      *    THE STATE CLAIM FILE SCHSUBM.DAT (H HEADER, D ROWS, T
      *    CONTROL TRAILER WITH THE COUNT AND AMOUNT) AND ON THE CLAIM
      *    REGISTER SCHCLM.DAT. A STUDENT ALREADY ON THE REGISTER FOR
      *    THE YEAR IS NEVER CLAIMED TWICE, SO A LATER RUN PICKS UP
      *    ONLY THE STUDENTS WHO HAVE SINCE BECOME ELIGIBLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT SCHOLAR-RULE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCHOLAR-RULE-STATUS.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT STUDENT-CATEGORY ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-CATEGORY-STATUS.
           SELECT ATTENDANCE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-KEY
           FILE STATUS IS ATTENDANCE-STATUS.
           SELECT STUDENT-MARKS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-MARKS-STATUS.
           SELECT SCHOLAR-CLAIM ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCHOLAR-CLAIM-STATUS.
           SELECT CLAIM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLAIM-FILE-STATUS.
           SELECT CLAIM-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLAIM-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER CATEGORY THE STATE SCHEME COVERS: THE MINIMUM
      *    MARKS AND ATTENDANCE PERCENTAGES AND THE AMOUNT CLAIMED.
       FD SCHOLAR-RULE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHCTL.DAT"
           DATA RECORD IS SCHOLAR-RULE-REC.
       01 SCHOLAR-RULE-REC.
        02 SK-CATEGORY PIC X(2).
        02 SK-MIN-PERCENT PIC 9(3)V99.
        02 SK-MIN-ATTEND PIC 9(3)V99.
        02 SK-AMOUNT PIC 9(5)V99.
       FD STUDENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDENT.DAT"
           DATA RECORD IS STUDENT-REC.
       COPY STUDENT.
       FD STUDENT-CATEGORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDCAT.DAT"
           DATA RECORD IS STUDENT-CATEGORY-REC.
       COPY STUDCAT.
       FD ATTENDANCE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ATTEND.DAT"
           DATA RECORD IS ATTENDANCE-REC.
       COPY ATTEND.
       FD STUDENT-MARKS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDMARK.DAT"
           DATA RECORD IS STUDENT-MARKS-REC.
       COPY STUDMARK.
       FD SCHOLAR-CLAIM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHCLM.DAT"
           DATA RECORD IS SCHOLAR-CLAIM-REC.
       COPY SCHCLAIM.
       FD CLAIM-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHSUBM.DAT"
           DATA RECORD IS CLAIM-FILE-REC.
       01 CLAIM-FILE-REC PIC X(80).
       FD CLAIM-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHCLIST.DAT"
           DATA RECORD IS CLAIM-LINE.
       01 CLAIM-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SCHOLAR-RULE-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 STUDENT-CATEGORY-STATUS PIC XX.
       77 ATTENDANCE-STATUS PIC XX.
       77 STUDENT-MARKS-STATUS PIC XX.
       77 SCHOLAR-CLAIM-STATUS PIC XX.
       77 CLAIM-FILE-STATUS PIC XX.
       77 CLAIM-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-CLAIM-YEAR PIC 9(4).
       77 WS-TERM-NO PIC 9(2).
       77 WS-FROM-MONTH PIC 9(6).
       77 WS-TO-MONTH PIC 9(6).
       77 WS-SM-RNO-N PIC 9(5).
       77 WS-CATEGORY PIC X(2).
       77 WS-PERCENT PIC 9(3)V99.
       77 WS-ATTEND-PCT PIC 9(3)V99.
       77 WS-TOTAL-DAYS PIC 9(5).
       77 WS-REMARK PIC X(18).
       77 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLAIM-COUNT PIC 9(6) VALUE ZERO.
       77 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NO-SCHEME-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLAIM-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-RULE-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-RULE-IDX PIC 9(2) COMP.
       77 WS-RULE-FOUND-SW PIC X.
           88 WS-RULE-FOUND VALUE "Y".
       77 WS-RULE-FOUND-X PIC 9(2) COMP.
       77 WS-DONE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-DONE-IDX PIC 9(4) COMP.
       77 WS-DONE-FOUND-SW PIC X.
           88 WS-DONE-FOUND VALUE "Y".
       77 WS-CAT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CAT-FOUND-SW PIC X.
           88 WS-CAT-FOUND VALUE "Y".
       77 WS-MARK-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-MARK-FOUND-SW PIC X.
           88 WS-MARK-FOUND VALUE "Y".
       77 WS-MARK-FOUND-X PIC 9(4) COMP.
       77 WS-CUM-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CUM-FOUND-SW PIC X.
           88 WS-CUM-FOUND VALUE "Y".
       77 WS-CUM-FOUND-X PIC 9(4) COMP.
       01 WS-RULE-TABLE.
        02 WS-RULE-ENTRY OCCURS 20 TIMES
                DEPENDING ON WS-RULE-TOTAL
                INDEXED BY WS-RULE-X.
         03 WS-RULE-CATEGORY PIC X(2).
         03 WS-RULE-MIN-PERCENT PIC 9(3)V99.
         03 WS-RULE-MIN-ATTEND PIC 9(3)V99.
         03 WS-RULE-AMOUNT PIC 9(5)V99.
       01 WS-DONE-TABLE.
        02 WS-DONE-RNO OCCURS 5000 TIMES
                DEPENDING ON WS-DONE-TOTAL
                PIC 9(5).
       01 WS-CAT-TABLE.
        02 WS-CAT-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-CAT-TOTAL
                INDEXED BY WS-CAT-X.
         03 WS-CAT-RNO PIC 9(5).
         03 WS-CAT-CODE PIC X(2).
       01 WS-MARK-TABLE.
        02 WS-MARK-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-MARK-TOTAL
                INDEXED BY WS-MARK-X.
         03 WS-MARK-RNO PIC 9(5).
         03 WS-MARK-TERM PIC 9(2).
         03 WS-MARK-PERCENT PIC 9(3)V99.
       01 WS-CUM-TABLE.
        02 WS-CUM-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-CUM-TOTAL
                INDEXED BY WS-CUM-X.
         03 WS-CUM-RNO PIC 9(5).
         03 WS-CUM-PRESENT PIC 9(5).
         03 WS-CUM-ABSENT PIC 9(5).
      *    THE FIXED 80-BYTE CLAIM FILE FOR THE STATE PORTAL: H HEADER,
      *    ONE D ROW PER STUDENT CLAIMED, AND A T CONTROL TRAILER WITH
      *    THE NUMBER OF CLAIMS AND THE TOTAL AMOUNT CLAIMED.
       01 WS-CF-HEADER.
        02 FILLER PIC X VALUE "H".
        02 CH-YEAR PIC 9(4).
        02 CH-RUN-DATE PIC 9(8).
        02 FILLER PIC X(67) VALUE SPACES.
       01 WS-CF-DETAIL.
        02 FILLER PIC X VALUE "D".
        02 CD-YEAR PIC 9(4).
        02 CD-RNO PIC 9(5).
        02 CD-NAME PIC X(20).
        02 CD-CATEGORY PIC X(2).
        02 CD-PERCENT PIC 9(3)V99.
        02 CD-ATTEND-PCT PIC 9(3)V99.
        02 CD-AMOUNT PIC 9(5)V99.
        02 FILLER PIC X(31) VALUE SPACES.
       01 WS-CF-TRAILER.
        02 FILLER PIC X VALUE "T".
        02 CT-COUNT PIC 9(6).
        02 CT-AMOUNT PIC 9(9)V99.
        02 FILLER PIC X(62) VALUE SPACES.
       01 SL-HEAD-1.
        02 FILLER PIC X(27) VALUE "SCHOLARSHIP CLAIM FOR YEAR ".
        02 SL-HEAD-YEAR PIC 9(4).
        02 FILLER PIC X(8) VALUE "  RUN ON".
        02 FILLER PIC X VALUE SPACE.
        02 SL-HEAD-DATE PIC 9(8).
       01 SL-COL-HEAD.
        02 FILLER PIC X(40) VALUE
           "ROLL  NAME                 CT  MARKS%   ".
        02 FILLER PIC X(24) VALUE "ATTN%     AMOUNT  REMARK".
       01 SL-DETAIL-LINE.
        02 SL-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 SL-NAME PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 SL-CATEGORY PIC X(2).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-PERCENT PIC ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-ATTEND-PCT PIC ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-AMOUNT PIC ZZ,ZZ9.99.
        02 SL-AMOUNT-X REDEFINES SL-AMOUNT PIC X(9).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-REMARK PIC X(18).
       01 SL-TOTAL-LINE-1.
        02 FILLER PIC X(17) VALUE "STUDENTS CLAIMED ".
        02 ST-CLAIMS PIC ZZZ,ZZ9.
        02 FILLER PIC X(17) VALUE "  TOTAL CLAIMED  ".
        02 ST-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 SL-TOTAL-LINE-2.
        02 FILLER PIC X(17) VALUE "NOT ELIGIBLE     ".
        02 ST-REFUSED PIC ZZZ,ZZ9.
        02 FILLER PIC X(17) VALUE "  NO SCHEME      ".
        02 ST-NO-SCHEME PIC ZZZ,ZZ9.
        02 FILLER PIC X(19) VALUE "  ALREADY CLAIMED  ".
        02 ST-ALREADY PIC ZZZ,ZZ9.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       ASK-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER THE CLAIM YEAR (YYYY, APRIL TO MARCH): ".
           ACCEPT WS-CLAIM-YEAR.
           IF WS-CLAIM-YEAR < 2000
                DISPLAY "INVALID CLAIM YEAR"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID CLAIM YEAR" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "ENTER THE TERM WHOSE MARKS COUNT (0 FOR LATEST): ".
           ACCEPT WS-TERM-NO.
           COMPUTE WS-FROM-MONTH = WS-CLAIM-YEAR * 100 + 4.
           COMPUTE WS-TO-MONTH = WS-CLAIM-YEAR * 100 + 103.
       LOAD-PARA.
           PERFORM LOAD-RULES-PARA THRU LOAD-RULES-EXIT.
           IF WS-RULE-TOTAL = ZERO
                DISPLAY "NO SCHOLARSHIP SCHEME ROWS - SCHCTL.DAT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SCHCTL.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-DONE-PARA THRU LOAD-DONE-EXIT.
           PERFORM LOAD-CATEGORIES-PARA THRU LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-MARKS-PARA THRU LOAD-MARKS-EXIT.
           PERFORM LOAD-ATTENDANCE-PARA THRU LOAD-ATTENDANCE-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
       SCAN-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN OUTPUT CLAIM-FILE.
           MOVE WS-CLAIM-YEAR TO CH-YEAR.
           MOVE WS-TODAY TO CH-RUN-DATE.
           MOVE WS-CF-HEADER TO CLAIM-FILE-REC.
           WRITE CLAIM-FILE-REC.
           OPEN EXTEND SCHOLAR-CLAIM.
           IF SCHOLAR-CLAIM-STATUS = "35"
                OPEN OUTPUT SCHOLAR-CLAIM.
           OPEN OUTPUT CLAIM-PRINT.
           MOVE WS-CLAIM-YEAR TO SL-HEAD-YEAR.
           MOVE WS-TODAY TO SL-HEAD-DATE.
           MOVE SL-HEAD-1 TO CLAIM-LINE.
           PERFORM WRITE-CLAIM-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE SL-COL-HEAD TO CLAIM-LINE.
           PERFORM WRITE-CLAIM-LINE-PARA.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
           CLOSE SCHOLAR-CLAIM.
           MOVE WS-CLAIM-COUNT TO CT-COUNT.
           MOVE WS-CLAIM-TOTAL TO CT-AMOUNT.
           MOVE WS-CF-TRAILER TO CLAIM-FILE-REC.
           WRITE CLAIM-FILE-REC.
           CLOSE CLAIM-FILE.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-CLAIM-COUNT TO ST-CLAIMS.
           MOVE WS-CLAIM-TOTAL TO ST-AMOUNT.
           MOVE SL-TOTAL-LINE-1 TO CLAIM-LINE.
           PERFORM WRITE-CLAIM-LINE-PARA.
           MOVE WS-REFUSED-COUNT TO ST-REFUSED.
           MOVE WS-NO-SCHEME-COUNT TO ST-NO-SCHEME.
           MOVE WS-ALREADY-COUNT TO ST-ALREADY.
           MOVE SL-TOTAL-LINE-2 TO CLAIM-LINE.
           PERFORM WRITE-CLAIM-LINE-PARA.
           CLOSE CLAIM-PRINT.
           IF WS-CLAIM-COUNT = ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO NEW SCHOLARSHIP CLAIMS FOR THE YEAR" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       SCAN-ONE-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF STUDENT-ACTIVE
                          PERFORM JUDGE-ONE-PARA THRU JUDGE-ONE-EXIT.
      *    A STUDENT IS CLAIMED ONCE A YEAR, ONLY UNDER A CATEGORY THE
      *    SCHEME COVERS, AND ONLY WITH MARKS ON FILE FOR THE TERM.
       JUDGE-ONE-PARA.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM CHECK-ONE-DONE-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-DONE-FOUND.
           IF WS-DONE-FOUND
                ADD 1 TO WS-ALREADY-COUNT
                GO TO JUDGE-ONE-EXIT.
           MOVE "GN" TO WS-CATEGORY.
           MOVE "N" TO WS-CAT-FOUND-SW.
           PERFORM CHECK-ONE-CAT-PARA
                VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > WS-CAT-TOTAL
                OR WS-CAT-FOUND.
           MOVE "N" TO WS-RULE-FOUND-SW.
           PERFORM CHECK-ONE-RULE-PARA
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-TOTAL
                OR WS-RULE-FOUND.
           IF NOT WS-RULE-FOUND
                ADD 1 TO WS-NO-SCHEME-COUNT
                GO TO JUDGE-ONE-EXIT.
           MOVE ZERO TO WS-PERCENT.
           MOVE RNO TO WS-SM-RNO-N.
           PERFORM FIND-MARK-PARA.
           IF WS-MARK-FOUND
                MOVE WS-MARK-PERCENT(WS-MARK-FOUND-X) TO WS-PERCENT.
           MOVE ZERO TO WS-ATTEND-PCT.
           MOVE "N" TO WS-CUM-FOUND-SW.
           PERFORM CHECK-ONE-CUM-PARA
                VARYING WS-CUM-X FROM 1 BY 1
                UNTIL WS-CUM-X > WS-CUM-TOTAL
                OR WS-CUM-FOUND.
           IF WS-CUM-FOUND
                COMPUTE WS-TOTAL-DAYS =
                     WS-CUM-PRESENT(WS-CUM-FOUND-X)
                     + WS-CUM-ABSENT(WS-CUM-FOUND-X)
                IF WS-TOTAL-DAYS > ZERO
                     COMPUTE WS-ATTEND-PCT =
                          WS-CUM-PRESENT(WS-CUM-FOUND-X) * 100
                          / WS-TOTAL-DAYS.
           MOVE RNO TO SL-RNO.
           MOVE NAME TO SL-NAME.
           MOVE WS-CATEGORY TO SL-CATEGORY.
           MOVE WS-PERCENT TO SL-PERCENT.
           MOVE WS-ATTEND-PCT TO SL-ATTEND-PCT.
           IF NOT WS-MARK-FOUND
                MOVE "NO MARKS ON FILE" TO WS-REMARK
                GO TO JUDGE-ONE-REFUSE.
           IF WS-PERCENT < WS-RULE-MIN-PERCENT(WS-RULE-FOUND-X)
                MOVE "MARKS TOO LOW" TO WS-REMARK
                GO TO JUDGE-ONE-REFUSE.
           IF WS-ATTEND-PCT < WS-RULE-MIN-ATTEND(WS-RULE-FOUND-X)
                MOVE "ATTENDANCE TOO LOW" TO WS-REMARK
                GO TO JUDGE-ONE-REFUSE.
           PERFORM CLAIM-ONE-PARA.
           GO TO JUDGE-ONE-EXIT.
       JUDGE-ONE-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO SL-AMOUNT-X.
           MOVE WS-REMARK TO SL-REMARK.
           MOVE SL-DETAIL-LINE TO CLAIM-LINE.
           PERFORM WRITE-CLAIM-LINE-PARA.
       JUDGE-ONE-EXIT.
           EXIT.
       CLAIM-ONE-PARA.
           ADD 1 TO WS-CLAIM-COUNT.
           ADD WS-RULE-AMOUNT(WS-RULE-FOUND-X) TO WS-CLAIM-TOTAL.
           MOVE WS-CLAIM-YEAR TO CD-YEAR.
           MOVE RNO TO CD-RNO.
           MOVE NAME TO CD-NAME.
           MOVE WS-CATEGORY TO CD-CATEGORY.
           MOVE WS-PERCENT TO CD-PERCENT.
           MOVE WS-ATTEND-PCT TO CD-ATTEND-PCT.
           MOVE WS-RULE-AMOUNT(WS-RULE-FOUND-X) TO CD-AMOUNT.
           MOVE WS-CF-DETAIL TO CLAIM-FILE-REC.
           WRITE CLAIM-FILE-REC.
           MOVE WS-CLAIM-YEAR TO SH-YEAR.
           MOVE RNO TO SH-RNO.
           MOVE NAME TO SH-NAME.
           MOVE WS-CATEGORY TO SH-CATEGORY.
           MOVE WS-PERCENT TO SH-PERCENT.
           MOVE WS-ATTEND-PCT TO SH-ATTEND-PCT.
           MOVE WS-TODAY TO SH-CLAIM-DATE.
           MOVE WS-RULE-AMOUNT(WS-RULE-FOUND-X) TO SH-CLAIM-AMOUNT.
           MOVE SPACES TO SH-SANCTION-REF.
           MOVE ZERO TO SH-SANCTION-DATE.
           MOVE ZERO TO SH-SANCTION-AMOUNT.
           MOVE ZERO TO SH-PAID-DATE.
           MOVE ZERO TO SH-PAID-AMOUNT.
           MOVE ZERO TO SH-RECEIPT-NO.
           MOVE "C" TO SH-STATUS.
           WRITE SCHOLAR-CLAIM-REC.
           MOVE WS-RULE-AMOUNT(WS-RULE-FOUND-X) TO SL-AMOUNT.
           MOVE "CLAIMED" TO SL-REMARK.
           MOVE SL-DETAIL-LINE TO CLAIM-LINE.
           PERFORM WRITE-CLAIM-LINE-PARA.
       CHECK-ONE-DONE-PARA.
           IF WS-DONE-RNO(WS-DONE-IDX) = RNO
                MOVE "Y" TO WS-DONE-FOUND-SW.
       CHECK-ONE-CAT-PARA.
           IF WS-CAT-RNO(WS-CAT-X) = RNO
                MOVE "Y" TO WS-CAT-FOUND-SW
                MOVE WS-CAT-CODE(WS-CAT-X) TO WS-CATEGORY.
       CHECK-ONE-RULE-PARA.
           IF WS-RULE-CATEGORY(WS-RULE-IDX) = WS-CATEGORY
                MOVE "Y" TO WS-RULE-FOUND-SW
                MOVE WS-RULE-IDX TO WS-RULE-FOUND-X.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO CLAIM-LINE.
           PERFORM WRITE-CLAIM-LINE-PARA.
       WRITE-CLAIM-LINE-PARA.
           DISPLAY CLAIM-LINE.
           WRITE CLAIM-LINE.
       LOAD-RULES-PARA.
           OPEN INPUT SCHOLAR-RULE.
           IF SCHOLAR-RULE-STATUS NOT = "00"
                GO TO LOAD-RULES-EXIT.
           PERFORM LOAD-ONE-RULE-PARA UNTIL WS-EOF.
           CLOSE SCHOLAR-RULE.
       LOAD-RULES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-RULE-PARA.
           READ SCHOLAR-RULE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-RULE-TOTAL < 20
                          ADD 1 TO WS-RULE-TOTAL
                          SET WS-RULE-X TO WS-RULE-TOTAL
                          MOVE SK-CATEGORY TO
                               WS-RULE-CATEGORY(WS-RULE-X)
                          MOVE SK-MIN-PERCENT TO
                               WS-RULE-MIN-PERCENT(WS-RULE-X)
                          MOVE SK-MIN-ATTEND TO
                               WS-RULE-MIN-ATTEND(WS-RULE-X)
                          MOVE SK-AMOUNT TO WS-RULE-AMOUNT(WS-RULE-X).
       LOAD-DONE-PARA.
           OPEN INPUT SCHOLAR-CLAIM.
           IF SCHOLAR-CLAIM-STATUS NOT = "00"
                GO TO LOAD-DONE-EXIT.
           PERFORM LOAD-ONE-DONE-PARA UNTIL WS-EOF.
           CLOSE SCHOLAR-CLAIM.
       LOAD-DONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-DONE-PARA.
           READ SCHOLAR-CLAIM
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SH-YEAR = WS-CLAIM-YEAR
                          AND WS-DONE-TOTAL < 5000
                          ADD 1 TO WS-DONE-TOTAL
                          MOVE SH-RNO TO WS-DONE-RNO(WS-DONE-TOTAL).
       LOAD-CATEGORIES-PARA.
           OPEN INPUT STUDENT-CATEGORY.
           IF STUDENT-CATEGORY-STATUS NOT = "00"
                GO TO LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-ONE-CATEGORY-PARA UNTIL WS-EOF.
           CLOSE STUDENT-CATEGORY.
       LOAD-CATEGORIES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CATEGORY-PARA.
           READ STUDENT-CATEGORY
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CAT-TOTAL < 5000
                          ADD 1 TO WS-CAT-TOTAL
                          SET WS-CAT-X TO WS-CAT-TOTAL
                          MOVE SC-RNO TO WS-CAT-RNO(WS-CAT-X)
                          MOVE SC-CATEGORY TO WS-CAT-CODE(WS-CAT-X).
      *    THE CURRENT RECORD FOR THE TERM ASKED FOR, OR FOR THE
      *    LATEST TERM ON FILE WHEN THE TERM IS GIVEN AS ZERO. THE
      *    PERCENTAGE IS THE OVERALL TOTAL OVER THE OVERALL MAXIMUM.
       LOAD-MARKS-PARA.
           OPEN INPUT STUDENT-MARKS.
           IF STUDENT-MARKS-STATUS NOT = "00"
                GO TO LOAD-MARKS-EXIT.
           PERFORM LOAD-ONE-MARK-PARA UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
       LOAD-MARKS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-MARK-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     PERFORM STORE-ONE-MARK-PARA THRU
                          STORE-ONE-MARK-EXIT.
       STORE-ONE-MARK-PARA.
           IF NOT SM-CURRENT OR SM-ROLL-NO NOT NUMERIC
                OR SM-TOTAL-MAX = ZERO
                GO TO STORE-ONE-MARK-EXIT.
           IF WS-TERM-NO NOT = ZERO AND SM-TERM-NO NOT = WS-TERM-NO
                GO TO STORE-ONE-MARK-EXIT.
           MOVE SM-ROLL-NO TO WS-SM-RNO-N.
           PERFORM FIND-MARK-PARA.
           IF WS-MARK-FOUND
                IF SM-TERM-NO < WS-MARK-TERM(WS-MARK-FOUND-X)
                     GO TO STORE-ONE-MARK-EXIT.
           IF NOT WS-MARK-FOUND
                IF WS-MARK-TOTAL < 5000
                     ADD 1 TO WS-MARK-TOTAL
                     MOVE WS-MARK-TOTAL TO WS-MARK-FOUND-X
                ELSE
                     GO TO STORE-ONE-MARK-EXIT.
           MOVE WS-SM-RNO-N TO WS-MARK-RNO(WS-MARK-FOUND-X).
           MOVE SM-TERM-NO TO WS-MARK-TERM(WS-MARK-FOUND-X).
           COMPUTE WS-MARK-PERCENT(WS-MARK-FOUND-X) ROUNDED =
                SM-TOTAL * 100 / SM-TOTAL-MAX.
       STORE-ONE-MARK-EXIT.
           EXIT.
       FIND-MARK-PARA.
           MOVE "N" TO WS-MARK-FOUND-SW.
           PERFORM CHECK-ONE-MARK-PARA
                VARYING WS-MARK-X FROM 1 BY 1
                UNTIL WS-MARK-X > WS-MARK-TOTAL
                OR WS-MARK-FOUND.
       CHECK-ONE-MARK-PARA.
           IF WS-MARK-RNO(WS-MARK-X) = WS-SM-RNO-N
                MOVE "Y" TO WS-MARK-FOUND-SW
                SET WS-MARK-FOUND-X TO WS-MARK-X.
      *    PRESENT AND ABSENT DAYS FROM APRIL OF THE CLAIM YEAR TO
      *    MARCH OF THE NEXT; EXCUSED DAYS COUNT NEITHER WAY.
       LOAD-ATTENDANCE-PARA.
           OPEN INPUT ATTENDANCE.
           IF ATTENDANCE-STATUS NOT = "00"
                GO TO LOAD-ATTENDANCE-EXIT.
           PERFORM LOAD-ONE-ATTEND-PARA UNTIL WS-EOF.
           CLOSE ATTENDANCE.
       LOAD-ATTENDANCE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ATTEND-PARA.
           READ ATTENDANCE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AT-MONTH NOT < WS-FROM-MONTH
                          AND AT-MONTH NOT > WS-TO-MONTH
                          PERFORM TALLY-ONE-PARA THRU TALLY-ONE-EXIT.
       TALLY-ONE-PARA.
           MOVE "N" TO WS-CUM-FOUND-SW.
           PERFORM CHECK-ONE-ATTEND-PARA
                VARYING WS-CUM-X FROM 1 BY 1
                UNTIL WS-CUM-X > WS-CUM-TOTAL
                OR WS-CUM-FOUND.
           IF NOT WS-CUM-FOUND
                IF WS-CUM-TOTAL < 5000
                     ADD 1 TO WS-CUM-TOTAL
                     MOVE WS-CUM-TOTAL TO WS-CUM-FOUND-X
                     SET WS-CUM-X TO WS-CUM-TOTAL
                     MOVE AT-RNO TO WS-CUM-RNO(WS-CUM-X)
                     MOVE ZERO TO WS-CUM-PRESENT(WS-CUM-X)
                     MOVE ZERO TO WS-CUM-ABSENT(WS-CUM-X)
                ELSE
                     DISPLAY "MORE THAN 5000 ROLLS ON THE ",
                          "ATTENDANCE FILE - RUN ABANDONED"
                     MOVE 08 TO WS-RETURN-CODE
                     MOVE "TOO MANY ATTENDANCE ROLLS TO LOAD" TO
                          WS-ERROR-MESSAGE
                     MOVE "Y" TO WS-EOF-SW
                     GO TO TALLY-ONE-EXIT.
           ADD AT-PRESENT TO WS-CUM-PRESENT(WS-CUM-FOUND-X).
           ADD AT-ABSENT TO WS-CUM-ABSENT(WS-CUM-FOUND-X).
       TALLY-ONE-EXIT.
           EXIT.
       CHECK-ONE-ATTEND-PARA.
           IF WS-CUM-RNO(WS-CUM-X) = AT-RNO
                MOVE "Y" TO WS-CUM-FOUND-SW
                SET WS-CUM-FOUND-X TO WS-CUM-X.
       CHECK-ONE-CUM-PARA.
           IF WS-CUM-RNO(WS-CUM-X) = RNO
                MOVE "Y" TO WS-CUM-FOUND-SW
                SET WS-CUM-FOUND-X TO WS-CUM-X.
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
           MOVE WS-STUDENT-COUNT TO RL-READ-COUNT.
           MOVE WS-CLAIM-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REFUSED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SCHOLAR-CLAIM" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
