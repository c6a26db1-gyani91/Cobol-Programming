           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS APPLICANT-FILE-STATUS.
           SELECT SEAT-MATRIX ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEAT-MATRIX-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           88 AP-OFFERED VALUE "O".
           88 AP-ACCEPTED VALUE "C".
           88 AP-ENROLLED VALUE "E".
        02 AP-CATEGORY PIC X(2).
        02 AP-GENDER PIC X.
       FD SEAT-MATRIX
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SEATMTRX.DAT"
           DATA RECORD IS SEAT-MATRIX-REC.
       COPY SEATMTX.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 RUN-LOG-STATUS PIC XX.
       77 OFFER-FILE-STATUS PIC XX.
       77 APPLICANT-FILE-STATUS PIC XX.
       77 SEAT-MATRIX-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-NEXT-APP PIC 9(5).
       77 WS-NEXT-MARKS PIC 9(4).
       77 WS-NEXT-NAME PIC X(20).
       77 WS-LAPSED-YEAR PIC 9(4).
       77 WS-LAPSED-SEAT PIC X(4).
       77 WS-LAPSED-CATEGORY PIC X(2).
       COPY RETCODE.
       PROCEDURE DIVISION.
      *    OPEN OFFERS PAST THEIR DEADLINE LAPSE TONIGHT AND THE
      *    APPLICANT GOES BACK TO THE POOL; FOR EACH SEAT
      *    RELEASED, THE HIGHEST-MARK APPLICANT STILL WAITING IS
      *    NAMED SO THE OFFICE CAN MAKE THE NEXT OFFER FIRST
      *    THING. A RESERVED SEAT GOES TO THE NEXT APPLICANT OF
      *    THE SAME CATEGORY UNTIL ITS ROW OF THE SEAT MATRIX HAS
      *    BEEN RELEASED; A GENERAL SEAT GOES TO ANY APPLICANT.
       LAPSE-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           REWRITE OFFER-REC.
           ADD 1 TO WS-LAPSED-COUNT.
           MOVE OFR-APP-NO TO WS-LAPSED-APP.
           MOVE OFR-INTAKE-YEAR TO WS-LAPSED-YEAR.
           MOVE OFR-SEAT TO WS-LAPSED-SEAT.
           MOVE OFR-CATEGORY TO WS-LAPSED-CATEGORY.
           IF WS-LAPSED-CATEGORY = SPACES
                MOVE "GN" TO WS-LAPSED-CATEGORY.
           DISPLAY "OFFER TO APPLICANT ", WS-LAPSED-APP,
                " LAPSED - DEADLINE WAS ", OFR-DEADLINE.
           PERFORM RELEASE-APPLICANT-PARA THRU
                RELEASE-APPLICANT-EXIT.
           IF WS-LAPSED-CATEGORY NOT = "GN"
                PERFORM CHECK-RELEASED-PARA THRU CHECK-RELEASED-EXIT.
           PERFORM NAME-NEXT-PARA THRU NAME-NEXT-EXIT.
      *    THE LAPSED APPLICANT RETURNS TO APPLIED STATUS SO THE
      *    PIPELINE COUNTS STAY HONEST.
                     IF AP-NO = WS-LAPSED-APP AND AP-OFFERED
                          MOVE "A" TO AP-STATUS
                          REWRITE APPLICANT-REC.
       CHECK-RELEASED-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SEAT-MATRIX.
           IF SEAT-MATRIX-STATUS NOT = "00"
                GO TO CHECK-RELEASED-EXIT.
           PERFORM CHECK-ONE-ROW-PARA UNTIL WS-EOF.
           CLOSE SEAT-MATRIX.
       CHECK-RELEASED-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-ROW-PARA.
           READ SEAT-MATRIX
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SX-YEAR = WS-LAPSED-YEAR
                          AND SX-YEAR-GROUP = WS-LAPSED-SEAT
                          AND SX-CATEGORY = WS-LAPSED-CATEGORY
                          AND SX-RELEASED
                          MOVE "GN" TO WS-LAPSED-CATEGORY.
       NAME-NEXT-PARA.
           MOVE ZERO TO WS-NEXT-APP.
           MOVE ZERO TO WS-NEXT-MARKS.
           CLOSE APPLICANT-FILE.
           IF WS-NEXT-APP > ZERO
                AND WS-NEXT-APP NOT = WS-LAPSED-APP
                DISPLAY "SEAT RELEASED - NEXT ON THE ",
                     WS-LAPSED-CATEGORY, " WAITING LIST: APPLICANT ",
                     WS-NEXT-APP, " ", WS-NEXT-NAME.
       NAME-NEXT-EXIT.
           MOVE "N" TO WS-EOF-SW.
       SCAN-NEXT-PARA.
                     IF AP-APPLIED
                          AND AP-NO NOT = WS-LAPSED-APP
                          AND AP-MARKS > WS-NEXT-MARKS
                          AND (WS-LAPSED-CATEGORY = "GN"
                          OR AP-CATEGORY = WS-LAPSED-CATEGORY)
                          MOVE AP-NO TO WS-NEXT-APP
                          MOVE AP-MARKS TO WS-NEXT-MARKS
                          MOVE AP-NAME TO WS-NEXT-NAME.
