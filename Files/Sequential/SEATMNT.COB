       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEAT-MATRIX-MAINT.
      *    SEATS PER RESERVATION CATEGORY FOR EACH INTAKE YEAR AND
      *    YEAR GROUP, WITH THE CUT-OFF DATE ON WHICH UNFILLED
      *    RESERVED SEATS PASS TO THE GENERAL LIST, AND THE
      *    ADMISSIONS RETURN OF SEATS FILLED AGAINST QUOTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT SEAT-MATRIX ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEAT-MATRIX-STATUS.
           SELECT OFFER-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OFFER-FILE-STATUS.
           SELECT RETURN-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RETURN-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SEAT-MATRIX
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SEATMTRX.DAT"
           DATA RECORD IS SEAT-MATRIX-REC.
       COPY SEATMTX.
       FD OFFER-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OFFERS.DAT"
           DATA RECORD IS OFFER-REC.
       COPY OFFERS.
       FD RETURN-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SEATRTN.DAT"
           DATA RECORD IS RETURN-LINE.
       01 RETURN-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SEAT-MATRIX-STATUS PIC XX.
       77 OFFER-FILE-STATUS PIC XX.
       77 RETURN-PRINT-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-PICK-YEAR PIC 9(4).
       77 WS-PICK-GROUP PIC X(4).
       77 WS-PICK-CATEGORY PIC X(2).
       77 WS-ENTRY-SEATS PIC 9(4).
       77 WS-ENTRY-CUTOFF PIC 9(8).
       77 WS-SX-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-SX-IDX PIC 9(4) COMP.
       77 WS-SX-FOUND-SW PIC X.
           88 WS-SX-FOUND VALUE "Y".
       77 WS-SX-FOUND-X PIC 9(4) COMP.
       77 WS-LIST-COUNT PIC 9(4).
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-VACANT PIC 9(4).
       77 WS-TOT-QUOTA PIC 9(5).
       77 WS-TOT-SEATS PIC 9(5).
       77 WS-TOT-HELD PIC 9(5).
       77 WS-TOT-ACCEPTED PIC 9(5).
       77 WS-TOT-VACANT PIC 9(5).
       01 WS-SX-TABLE.
        02 WS-SX-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-SX-TOTAL
                INDEXED BY WS-SX-X.
         03 WS-SX-YEAR PIC 9(4).
         03 WS-SX-GROUP PIC X(4).
         03 WS-SX-CATEGORY PIC X(2).
         03 WS-SX-QUOTA PIC 9(4).
         03 WS-SX-SEATS PIC 9(4).
         03 WS-SX-OUT PIC 9(4).
         03 WS-SX-IN PIC 9(4).
         03 WS-SX-CUTOFF PIC 9(8).
         03 WS-SX-RELEASE-SW PIC X.
         03 WS-SX-HELD PIC 9(4).
         03 WS-SX-ACCEPTED PIC 9(4).
       01 SL-DETAIL-LINE.
        02 SL-GROUP PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-CATEGORY PIC X(2).
        02 FILLER PIC X(8) VALUE " QUOTA: ".
        02 SL-QUOTA PIC ZZZ9.
        02 FILLER PIC X(8) VALUE " SEATS: ".
        02 SL-SEATS PIC ZZZ9.
        02 FILLER PIC X(9) VALUE " CUT-OFF ".
        02 SL-CUTOFF PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-STATE PIC X(8).
       01 RT-HEAD-1.
        02 FILLER PIC X(32) VALUE
           "ADMISSIONS RETURN - INTAKE YEAR ".
        02 RH-YEAR PIC 9(4).
       01 RT-HEAD-2.
        02 FILLER PIC X(40) VALUE
           "GRP  CAT  QUOTA  OUT   IN  SEATS  HELD ".
        02 FILLER PIC X(20) VALUE " ACCEPTED  VACANT".
       01 RT-DETAIL-LINE.
        02 RD-GROUP PIC X(4).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RD-CATEGORY PIC X(2).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RD-QUOTA PIC ZZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RD-OUT PIC ZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RD-IN PIC ZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RD-SEATS PIC ZZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RD-HELD PIC ZZZZ9.
        02 FILLER PIC X(5) VALUE SPACES.
        02 RD-ACCEPTED PIC ZZZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RD-VACANT PIC ZZZZ9.
       01 RT-TOTAL-LINE.
        02 FILLER PIC X(10) VALUE "TOTAL".
        02 RT-QUOTA PIC ZZZZ9.
        02 FILLER PIC X(12) VALUE SPACES.
        02 RT-SEATS PIC ZZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RT-HELD PIC ZZZZ9.
        02 FILLER PIC X(5) VALUE SPACES.
        02 RT-ACCEPTED PIC ZZZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RT-VACANT PIC ZZZZ9.
       01 DASH-LINE PIC X(75) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM LOAD-MATRIX-PARA THRU LOAD-MATRIX-EXIT.
       MENU-PARA.
           DISPLAY "ADMISSION SEAT MATRIX".
           DISPLAY " 1. SET SEATS FOR A YEAR GROUP AND CATEGORY".
           DISPLAY " 2. LIST THE MATRIX FOR AN INTAKE YEAR".
           DISPLAY " 3. ADMISSIONS RETURN (SEATS FILLED AGAINST ",
                "QUOTA)".
           DISPLAY " 4. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 4
                DISPLAY "INVALID CHOICE - ENTER 1 TO 4"
                GO TO MENU-PARA.
           GO TO SET-PARA LIST-PARA RETURN-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
      *    A RESERVED ROW NEEDS A CUT-OFF DATE; THE GENERAL ROW
      *    TAKES NONE. A ROW ALREADY RELEASED IS LEFT AS IT IS.
       SET-PARA.
           DISPLAY "ENTER THE INTAKE YEAR (YYYY): ".
           ACCEPT WS-PICK-YEAR.
           DISPLAY "ENTER THE YEAR GROUP: ".
           ACCEPT WS-PICK-GROUP.
           DISPLAY "ENTER THE CATEGORY (GN = GENERAL): ".
           ACCEPT WS-PICK-CATEGORY.
           IF WS-PICK-GROUP = SPACES OR WS-PICK-CATEGORY = SPACES
                DISPLAY "YEAR GROUP AND CATEGORY ARE BOTH REQUIRED"
                GO TO MENU-PARA.
           DISPLAY "ENTER THE NUMBER OF SEATS: ".
           ACCEPT WS-ENTRY-SEATS.
           MOVE ZERO TO WS-ENTRY-CUTOFF.
           IF WS-PICK-CATEGORY NOT = "GN"
                DISPLAY "ENTER THE CUT-OFF DATE (YYYYMMDD): "
                ACCEPT WS-ENTRY-CUTOFF
                IF WS-ENTRY-CUTOFF NOT > ZERO
                     DISPLAY "A RESERVED CATEGORY NEEDS A CUT-OFF DATE"
                     GO TO MENU-PARA.
           PERFORM FIND-ROW-PARA.
           IF WS-SX-FOUND
                GO TO SET-CHANGE-PARA.
           IF WS-SX-TOTAL NOT < 500
                DISPLAY "SEAT MATRIX FULL - 500 ROWS"
                GO TO MENU-PARA.
           ADD 1 TO WS-SX-TOTAL.
           SET WS-SX-X TO WS-SX-TOTAL.
           MOVE WS-PICK-YEAR TO WS-SX-YEAR(WS-SX-X).
           MOVE WS-PICK-GROUP TO WS-SX-GROUP(WS-SX-X).
           MOVE WS-PICK-CATEGORY TO WS-SX-CATEGORY(WS-SX-X).
           MOVE ZERO TO WS-SX-OUT(WS-SX-X).
           MOVE ZERO TO WS-SX-IN(WS-SX-X).
           MOVE "N" TO WS-SX-RELEASE-SW(WS-SX-X).
           SET WS-SX-FOUND-X TO WS-SX-X.
       SET-CHANGE-PARA.
           IF WS-SX-RELEASE-SW(WS-SX-FOUND-X) = "Y"
                DISPLAY "ROW ALREADY RELEASED ON ITS CUT-OFF - NOT ",
                     "CHANGED"
                GO TO MENU-PARA.
           MOVE WS-ENTRY-SEATS TO WS-SX-QUOTA(WS-SX-FOUND-X).
           COMPUTE WS-SX-SEATS(WS-SX-FOUND-X) = WS-ENTRY-SEATS +
                WS-SX-IN(WS-SX-FOUND-X).
           MOVE WS-ENTRY-CUTOFF TO WS-SX-CUTOFF(WS-SX-FOUND-X).
           ADD 1 TO WS-UPDATE-COUNT.
           DISPLAY "SEATS SET: ", WS-PICK-GROUP, " ",
                WS-PICK-CATEGORY, " ", WS-SX-SEATS(WS-SX-FOUND-X).
           GO TO MENU-PARA.
       LIST-PARA.
           DISPLAY "ENTER THE INTAKE YEAR (YYYY): ".
           ACCEPT WS-PICK-YEAR.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM LIST-ONE-PARA
                VARYING WS-SX-IDX FROM 1 BY 1
                UNTIL WS-SX-IDX > WS-SX-TOTAL.
           DISPLAY "ROWS LISTED: ", WS-LIST-COUNT.
           GO TO MENU-PARA.
       RETURN-PARA.
           DISPLAY "ENTER THE INTAKE YEAR (YYYY): ".
           ACCEPT WS-PICK-YEAR.
           PERFORM COUNT-OFFERS-PARA THRU COUNT-OFFERS-EXIT.
           MOVE ZERO TO WS-TOT-QUOTA.
           MOVE ZERO TO WS-TOT-SEATS.
           MOVE ZERO TO WS-TOT-HELD.
           MOVE ZERO TO WS-TOT-ACCEPTED.
           MOVE ZERO TO WS-TOT-VACANT.
           MOVE ZERO TO WS-LIST-COUNT.
           OPEN EXTEND RETURN-PRINT.
           IF RETURN-PRINT-STATUS = "35"
                OPEN OUTPUT RETURN-PRINT.
           MOVE WS-PICK-YEAR TO RH-YEAR.
           MOVE RT-HEAD-1 TO RETURN-LINE.
           PERFORM WRITE-RETURN-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE RT-HEAD-2 TO RETURN-LINE.
           PERFORM WRITE-RETURN-PARA.
           PERFORM WRITE-DASH-PARA.
           PERFORM RETURN-ONE-PARA
                VARYING WS-SX-IDX FROM 1 BY 1
                UNTIL WS-SX-IDX > WS-SX-TOTAL.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-TOT-QUOTA TO RT-QUOTA.
           MOVE WS-TOT-SEATS TO RT-SEATS.
           MOVE WS-TOT-HELD TO RT-HELD.
           MOVE WS-TOT-ACCEPTED TO RT-ACCEPTED.
           MOVE WS-TOT-VACANT TO RT-VACANT.
           MOVE RT-TOTAL-LINE TO RETURN-LINE.
           PERFORM WRITE-RETURN-PARA.
           CLOSE RETURN-PRINT.
           IF WS-LIST-COUNT = ZERO
                DISPLAY "NO SEAT MATRIX FOR THAT INTAKE YEAR".
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT SEAT-MATRIX.
           PERFORM SAVE-ONE-PARA
                VARYING WS-SX-IDX FROM 1 BY 1
                UNTIL WS-SX-IDX > WS-SX-TOTAL.
           CLOSE SEAT-MATRIX.
           DISPLAY "SEAT MATRIX ROWS ON FILE: ", WS-SX-TOTAL.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       FIND-ROW-PARA.
           MOVE "N" TO WS-SX-FOUND-SW.
           PERFORM CHECK-ONE-PARA
                VARYING WS-SX-IDX FROM 1 BY 1
                UNTIL WS-SX-IDX > WS-SX-TOTAL
                OR WS-SX-FOUND.
       CHECK-ONE-PARA.
           IF WS-SX-YEAR(WS-SX-IDX) = WS-PICK-YEAR
                AND WS-SX-GROUP(WS-SX-IDX) = WS-PICK-GROUP
                AND WS-SX-CATEGORY(WS-SX-IDX) = WS-PICK-CATEGORY
                MOVE "Y" TO WS-SX-FOUND-SW
                MOVE WS-SX-IDX TO WS-SX-FOUND-X.
       LIST-ONE-PARA.
           IF WS-SX-YEAR(WS-SX-IDX) = WS-PICK-YEAR
                PERFORM LIST-SHOW-PARA.
       LIST-SHOW-PARA.
           ADD 1 TO WS-LIST-COUNT.
           MOVE WS-SX-GROUP(WS-SX-IDX) TO SL-GROUP.
           MOVE WS-SX-CATEGORY(WS-SX-IDX) TO SL-CATEGORY.
           MOVE WS-SX-QUOTA(WS-SX-IDX) TO SL-QUOTA.
           MOVE WS-SX-SEATS(WS-SX-IDX) TO SL-SEATS.
           MOVE WS-SX-CUTOFF(WS-SX-IDX) TO SL-CUTOFF.
           MOVE SPACES TO SL-STATE.
           IF WS-SX-RELEASE-SW(WS-SX-IDX) = "Y"
                MOVE "RELEASED" TO SL-STATE.
           DISPLAY SL-DETAIL-LINE.
      *    OPEN OFFERS HOLD A SEAT; ACCEPTED OFFERS FILL IT.
       COUNT-OFFERS-PARA.
           PERFORM CLEAR-ONE-PARA
                VARYING WS-SX-IDX FROM 1 BY 1
                UNTIL WS-SX-IDX > WS-SX-TOTAL.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OFFER-FILE.
           IF OFFER-FILE-STATUS NOT = "00"
                GO TO COUNT-OFFERS-EXIT.
           PERFORM COUNT-ONE-OFFER-PARA UNTIL WS-EOF.
           CLOSE OFFER-FILE.
       COUNT-OFFERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CLEAR-ONE-PARA.
           MOVE ZERO TO WS-SX-HELD(WS-SX-IDX).
           MOVE ZERO TO WS-SX-ACCEPTED(WS-SX-IDX).
       COUNT-ONE-OFFER-PARA.
           READ OFFER-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF OFR-INTAKE-YEAR = WS-PICK-YEAR
                          AND (OFR-OPEN OR OFR-ACCEPTED)
                          PERFORM NOTE-ONE-OFFER-PARA.
       NOTE-ONE-OFFER-PARA.
           MOVE OFR-SEAT TO WS-PICK-GROUP.
           MOVE OFR-CATEGORY TO WS-PICK-CATEGORY.
           PERFORM FIND-ROW-PARA.
           IF WS-SX-FOUND AND OFR-OPEN
                ADD 1 TO WS-SX-HELD(WS-SX-FOUND-X).
           IF WS-SX-FOUND AND OFR-ACCEPTED
                ADD 1 TO WS-SX-ACCEPTED(WS-SX-FOUND-X).
       RETURN-ONE-PARA.
           IF WS-SX-YEAR(WS-SX-IDX) = WS-PICK-YEAR
                PERFORM RETURN-PRINT-PARA.
       RETURN-PRINT-PARA.
           ADD 1 TO WS-LIST-COUNT.
           MOVE ZERO TO WS-VACANT.
           IF WS-SX-SEATS(WS-SX-IDX) > WS-SX-HELD(WS-SX-IDX) +
                WS-SX-ACCEPTED(WS-SX-IDX)
                COMPUTE WS-VACANT = WS-SX-SEATS(WS-SX-IDX) -
                     WS-SX-HELD(WS-SX-IDX) - WS-SX-ACCEPTED(WS-SX-IDX).
           MOVE WS-SX-GROUP(WS-SX-IDX) TO RD-GROUP.
           MOVE WS-SX-CATEGORY(WS-SX-IDX) TO RD-CATEGORY.
           MOVE WS-SX-QUOTA(WS-SX-IDX) TO RD-QUOTA.
           MOVE WS-SX-OUT(WS-SX-IDX) TO RD-OUT.
           MOVE WS-SX-IN(WS-SX-IDX) TO RD-IN.
           MOVE WS-SX-SEATS(WS-SX-IDX) TO RD-SEATS.
           MOVE WS-SX-HELD(WS-SX-IDX) TO RD-HELD.
           MOVE WS-SX-ACCEPTED(WS-SX-IDX) TO RD-ACCEPTED.
           MOVE WS-VACANT TO RD-VACANT.
           MOVE RT-DETAIL-LINE TO RETURN-LINE.
           PERFORM WRITE-RETURN-PARA.
           ADD WS-SX-QUOTA(WS-SX-IDX) TO WS-TOT-QUOTA.
           ADD WS-SX-SEATS(WS-SX-IDX) TO WS-TOT-SEATS.
           ADD WS-SX-HELD(WS-SX-IDX) TO WS-TOT-HELD.
           ADD WS-SX-ACCEPTED(WS-SX-IDX) TO WS-TOT-ACCEPTED.
           ADD WS-VACANT TO WS-TOT-VACANT.
       WRITE-RETURN-PARA.
           DISPLAY RETURN-LINE.
           WRITE RETURN-LINE.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO RETURN-LINE.
           PERFORM WRITE-RETURN-PARA.
       SAVE-ONE-PARA.
           MOVE WS-SX-YEAR(WS-SX-IDX) TO SX-YEAR.
           MOVE WS-SX-GROUP(WS-SX-IDX) TO SX-YEAR-GROUP.
           MOVE WS-SX-CATEGORY(WS-SX-IDX) TO SX-CATEGORY.
           MOVE WS-SX-QUOTA(WS-SX-IDX) TO SX-QUOTA.
           MOVE WS-SX-SEATS(WS-SX-IDX) TO SX-SEATS.
           MOVE WS-SX-OUT(WS-SX-IDX) TO SX-RELEASED-OUT.
           MOVE WS-SX-IN(WS-SX-IDX) TO SX-RELEASED-IN.
           MOVE WS-SX-CUTOFF(WS-SX-IDX) TO SX-CUTOFF-DATE.
           MOVE WS-SX-RELEASE-SW(WS-SX-IDX) TO SX-RELEASE-SW.
           WRITE SEAT-MATRIX-REC.
       LOAD-MATRIX-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SEAT-MATRIX.
           IF SEAT-MATRIX-STATUS NOT = "00"
                DISPLAY "NO SEAT MATRIX ON RECORD YET - STARTING ",
                     "EMPTY"
                GO TO LOAD-MATRIX-EXIT.
           PERFORM LOAD-ONE-PARA UNTIL WS-EOF.
           CLOSE SEAT-MATRIX.
       LOAD-MATRIX-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-PARA.
           READ SEAT-MATRIX
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-SX-TOTAL < 500
                          ADD 1 TO WS-SX-TOTAL
                          SET WS-SX-X TO WS-SX-TOTAL
                          MOVE SX-YEAR TO WS-SX-YEAR(WS-SX-X)
                          MOVE SX-YEAR-GROUP TO WS-SX-GROUP(WS-SX-X)
                          MOVE SX-CATEGORY TO WS-SX-CATEGORY(WS-SX-X)
                          MOVE SX-QUOTA TO WS-SX-QUOTA(WS-SX-X)
                          MOVE SX-SEATS TO WS-SX-SEATS(WS-SX-X)
                          MOVE SX-RELEASED-OUT TO WS-SX-OUT(WS-SX-X)
                          MOVE SX-RELEASED-IN TO WS-SX-IN(WS-SX-X)
                          MOVE SX-CUTOFF-DATE TO WS-SX-CUTOFF(WS-SX-X)
                          MOVE SX-RELEASE-SW TO
                               WS-SX-RELEASE-SW(WS-SX-X).
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
           MOVE WS-SX-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SEAT-MATRIX-MNT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
