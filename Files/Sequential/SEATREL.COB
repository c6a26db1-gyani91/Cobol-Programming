       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEAT-RELEASE.
      *    ON ITS CUT-OFF DATE EACH RESERVED ROW OF THE SEAT MATRIX
      *    GIVES UP ITS UNFILLED SEATS TO THE GENERAL ("GN") ROW OF
      *    THE SAME INTAKE YEAR AND YEAR GROUP. OPEN AND ACCEPTED
      *    OFFERS KEEP THEIR SEATS. A ROW IS RELEASED ONCE ONLY.
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
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SEAT-MATRIX-STATUS PIC XX.
       77 OFFER-FILE-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-PICK-YEAR PIC 9(4).
       77 WS-PICK-GROUP PIC X(4).
       77 WS-PICK-CATEGORY PIC X(2).
       77 WS-SX-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-SX-IDX PIC 9(4) COMP.
       77 WS-SX-FOUND-SW PIC X.
           88 WS-SX-FOUND VALUE "Y".
       77 WS-SX-FOUND-X PIC 9(4) COMP.
       77 WS-SX-FIND PIC 9(4) COMP.
       77 WS-UNFILLED PIC 9(4).
       77 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SEATS-MOVED PIC 9(5) VALUE ZERO.
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
         03 WS-SX-TAKEN PIC 9(4).
       COPY RETCODE.
       PROCEDURE DIVISION.
       RELEASE-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SEAT-MATRIX.
           IF SEAT-MATRIX-STATUS NOT = "00"
                DISPLAY "NO SEAT MATRIX ON FILE - NOTHING TO RELEASE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO SEAT MATRIX ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ONE-PARA UNTIL WS-EOF.
           CLOSE SEAT-MATRIX.
           PERFORM COUNT-OFFERS-PARA THRU COUNT-OFFERS-EXIT.
           PERFORM RELEASE-ONE-PARA
                VARYING WS-SX-IDX FROM 1 BY 1
                UNTIL WS-SX-IDX > WS-SX-TOTAL.
           IF WS-RELEASED-COUNT > ZERO
                OPEN OUTPUT SEAT-MATRIX
                PERFORM SAVE-ONE-PARA
                     VARYING WS-SX-IDX FROM 1 BY 1
                     UNTIL WS-SX-IDX > WS-SX-TOTAL
                CLOSE SEAT-MATRIX.
           DISPLAY "RESERVED ROWS RELEASED: ", WS-RELEASED-COUNT,
                "  SEATS MOVED TO GENERAL: ", WS-SEATS-MOVED.
           IF WS-RELEASED-COUNT = ZERO
                IF WS-RETURN-CODE < 04
                     MOVE 04 TO WS-RETURN-CODE
                     MOVE "NO RESERVED ROWS PAST CUT-OFF" TO
                          WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
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
                               WS-SX-RELEASE-SW(WS-SX-X)
                          MOVE ZERO TO WS-SX-TAKEN(WS-SX-X).
       COUNT-OFFERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OFFER-FILE.
           IF OFFER-FILE-STATUS NOT = "00"
                GO TO COUNT-OFFERS-EXIT.
           PERFORM COUNT-ONE-OFFER-PARA UNTIL WS-EOF.
           CLOSE OFFER-FILE.
       COUNT-OFFERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       COUNT-ONE-OFFER-PARA.
           READ OFFER-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF OFR-OPEN OR OFR-ACCEPTED
                          PERFORM NOTE-ONE-OFFER-PARA.
       NOTE-ONE-OFFER-PARA.
           MOVE OFR-INTAKE-YEAR TO WS-PICK-YEAR.
           MOVE OFR-SEAT TO WS-PICK-GROUP.
           MOVE OFR-CATEGORY TO WS-PICK-CATEGORY.
           PERFORM FIND-ROW-PARA.
           IF WS-SX-FOUND
                ADD 1 TO WS-SX-TAKEN(WS-SX-FOUND-X).
       FIND-ROW-PARA.
           MOVE "N" TO WS-SX-FOUND-SW.
           PERFORM CHECK-ONE-PARA
                VARYING WS-SX-FIND FROM 1 BY 1
                UNTIL WS-SX-FIND > WS-SX-TOTAL
                OR WS-SX-FOUND.
       CHECK-ONE-PARA.
           IF WS-SX-YEAR(WS-SX-FIND) = WS-PICK-YEAR
                AND WS-SX-GROUP(WS-SX-FIND) = WS-PICK-GROUP
                AND WS-SX-CATEGORY(WS-SX-FIND) = WS-PICK-CATEGORY
                MOVE "Y" TO WS-SX-FOUND-SW
                MOVE WS-SX-FIND TO WS-SX-FOUND-X.
       RELEASE-ONE-PARA.
           IF WS-SX-CATEGORY(WS-SX-IDX) NOT = "GN"
                AND WS-SX-RELEASE-SW(WS-SX-IDX) NOT = "Y"
                AND WS-SX-CUTOFF(WS-SX-IDX) > ZERO
                AND WS-SX-CUTOFF(WS-SX-IDX) NOT > WS-TODAY
                PERFORM RELEASE-ROW-PARA THRU RELEASE-ROW-EXIT.
      *    THE GENERAL ROW IS OPENED WITH NO QUOTA OF ITS OWN WHEN
      *    THE YEAR GROUP HAS NONE YET.
       RELEASE-ROW-PARA.
           MOVE ZERO TO WS-UNFILLED.
           IF WS-SX-SEATS(WS-SX-IDX) > WS-SX-TAKEN(WS-SX-IDX)
                COMPUTE WS-UNFILLED = WS-SX-SEATS(WS-SX-IDX) -
                     WS-SX-TAKEN(WS-SX-IDX).
           MOVE WS-SX-YEAR(WS-SX-IDX) TO WS-PICK-YEAR.
           MOVE WS-SX-GROUP(WS-SX-IDX) TO WS-PICK-GROUP.
           MOVE "GN" TO WS-PICK-CATEGORY.
           PERFORM FIND-ROW-PARA.
           IF NOT WS-SX-FOUND AND WS-UNFILLED > ZERO
                AND WS-SX-TOTAL NOT < 500
                DISPLAY "SEAT MATRIX FULL - ", WS-PICK-GROUP, " ",
                     WS-SX-CATEGORY(WS-SX-IDX), " NOT RELEASED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SEAT MATRIX FULL - 500 ROWS" TO WS-ERROR-MESSAGE
                GO TO RELEASE-ROW-EXIT.
           IF NOT WS-SX-FOUND AND WS-UNFILLED > ZERO
                ADD 1 TO WS-SX-TOTAL
                SET WS-SX-X TO WS-SX-TOTAL
                MOVE WS-PICK-YEAR TO WS-SX-YEAR(WS-SX-X)
                MOVE WS-PICK-GROUP TO WS-SX-GROUP(WS-SX-X)
                MOVE "GN" TO WS-SX-CATEGORY(WS-SX-X)
                MOVE ZERO TO WS-SX-QUOTA(WS-SX-X)
                MOVE ZERO TO WS-SX-SEATS(WS-SX-X)
                MOVE ZERO TO WS-SX-OUT(WS-SX-X)
                MOVE ZERO TO WS-SX-IN(WS-SX-X)
                MOVE ZERO TO WS-SX-CUTOFF(WS-SX-X)
                MOVE "N" TO WS-SX-RELEASE-SW(WS-SX-X)
                MOVE ZERO TO WS-SX-TAKEN(WS-SX-X)
                MOVE WS-SX-TOTAL TO WS-SX-FOUND-X
                MOVE "Y" TO WS-SX-FOUND-SW.
           IF WS-UNFILLED > ZERO
                ADD WS-UNFILLED TO WS-SX-IN(WS-SX-FOUND-X)
                ADD WS-UNFILLED TO WS-SX-SEATS(WS-SX-FOUND-X)
                ADD WS-UNFILLED TO WS-SX-OUT(WS-SX-IDX)
                SUBTRACT WS-UNFILLED FROM WS-SX-SEATS(WS-SX-IDX).
           MOVE "Y" TO WS-SX-RELEASE-SW(WS-SX-IDX).
           ADD 1 TO WS-RELEASED-COUNT.
           ADD WS-UNFILLED TO WS-SEATS-MOVED.
           DISPLAY "YEAR ", WS-SX-YEAR(WS-SX-IDX), " GROUP ",
                WS-SX-GROUP(WS-SX-IDX), " CATEGORY ",
                WS-SX-CATEGORY(WS-SX-IDX), " - ", WS-UNFILLED,
                " UNFILLED SEATS RELEASED TO GN".
       RELEASE-ROW-EXIT.
           EXIT.
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
           MOVE WS-RELEASED-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SEAT-RELEASE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
