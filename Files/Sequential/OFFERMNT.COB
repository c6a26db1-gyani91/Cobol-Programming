           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LETTER-PRINT-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
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
       FD OFFER-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OFFERS.DAT"
           VALUE OF FILE-ID "OFRLTR.DAT"
           DATA RECORD IS LETTER-LINE.
       01 LETTER-LINE PIC X(79).
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD SEAT-MATRIX
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SEATMTRX.DAT"
           DATA RECORD IS SEAT-MATRIX-REC.
       COPY SEATMTX.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 APPLICANT-FILE-STATUS PIC XX.
       77 OFFER-FILE-STATUS PIC XX.
       77 LETTER-PRINT-STATUS PIC XX.
       77 SEAT-MATRIX-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-PICK-APP PIC 9(5).
       77 WS-ENTRY-DEADLINE PIC 9(8).
       77 WS-ENTRY-SEAT PIC X(4).
       77 WS-ENTRY-YEAR PIC 9(4).
       77 WS-APP-CATEGORY PIC X(2).
       77 WS-OFFER-CATEGORY PIC X(2).
       77 WS-QUOTA-OK-SW PIC X.
           88 WS-QUOTA-OK VALUE "Y".
       77 WS-GROUP-ROWS PIC 9(4).
       77 WS-CAT-ROW-SW PIC X.
           88 WS-CAT-ROW VALUE "Y".
       77 WS-GN-ROW-SW PIC X.
           88 WS-GN-ROW VALUE "Y".
       77 WS-CAT-SEATS PIC 9(4).
       77 WS-CAT-HELD PIC 9(4).
       77 WS-GN-SEATS PIC 9(4).
       77 WS-GN-HELD PIC 9(4).
       77 WS-APP-FOUND-SW PIC X.
           88 WS-APP-FOUND VALUE "Y".
       77 WS-APP-NAME PIC X(20).
        02 FILLER PIC X(31) VALUE
           "A SEAT IS HELD IN YEAR GROUP ".
        02 LB-SEAT PIC X(4).
        02 FILLER PIC X(16) VALUE " UNDER CATEGORY ".
        02 LB-CATEGORY PIC X(2).
        02 FILLER PIC X(1) VALUE ".".
       01 LT-BODY-2.
        02 FILLER PIC X(38) VALUE
        02 FT-LAPSED PIC ZZZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY WORKDAY.
       COPY RETCODE.
       PROCEDURE DIVISION.
       START-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
       MENU-PARA.
           DISPLAY "ADMISSION OFFERS".
           DISPLAY " 1. MAKE AN OFFER (PRINTS THE LETTER)".
       MAKE-PARA.
           DISPLAY "ENTER APPLICANT NUMBER: ".
           ACCEPT WS-PICK-APP.
           PERFORM FIND-APPLICANT-PARA THRU FIND-APPLICANT-EXIT.
           IF NOT WS-APP-FOUND
                DISPLAY "APPLICANT NOT FOUND IN APPLIED STATUS"
                GO TO MENU-PARA.
           DISPLAY "ENTER THE INTAKE YEAR (YYYY): ".
           ACCEPT WS-ENTRY-YEAR.
           DISPLAY "ENTER THE SEAT (YEAR GROUP) HELD: ".
           ACCEPT WS-ENTRY-SEAT.
           PERFORM QUOTA-CHECK-PARA THRU QUOTA-CHECK-EXIT.
           IF NOT WS-QUOTA-OK
                GO TO MENU-PARA.
           IF WS-OFFER-CATEGORY NOT = WS-APP-CATEGORY
                DISPLAY "CATEGORY ", WS-APP-CATEGORY, " SEATS FULL - ",
                     "OFFER MADE ON THE GENERAL LIST".
           DISPLAY "ENTER THE ACCEPTANCE DEADLINE (YYYYMMDD) OR ",
                "WORKING DAYS FROM TODAY: ".
           ACCEPT WS-ENTRY-DEADLINE.
           IF WS-ENTRY-DEADLINE NOT NUMERIC
                DISPLAY "THE DEADLINE MUST BE A FUTURE DATE"
                GO TO MENU-PARA.
           MOVE WS-ENTRY-DEADLINE TO WS-WD-ENTRY.
           MOVE WS-TODAY TO WS-WD-BASE.
           MOVE "W" TO WS-WD-MODE.
           PERFORM WORKDAY-ENTRY-PARA THRU WORKDAY-ENTRY-EXIT.
           IF NOT WS-WD-VALID
                OR WS-WD-DATE NOT > WS-TODAY
                DISPLAY "THE DEADLINE MUST BE A FUTURE DATE"
                GO TO MENU-PARA.
           IF WS-WD-MOVED
                DISPLAY "THE OFFICE IS CLOSED THAT DAY - DEADLINE ",
                     "MOVED TO ", WS-WD-DATE.
           MOVE WS-WD-DATE TO WS-ENTRY-DEADLINE.
           PERFORM ADVANCE-APPLICANT-PARA THRU
                ADVANCE-APPLICANT-EXIT.
           IF NOT WS-APP-FOUND
                GO TO MENU-PARA.
           OPEN EXTEND OFFER-FILE.
           IF OFFER-FILE-STATUS = "35"
                OPEN OUTPUT OFFER-FILE.
           MOVE WS-ENTRY-DEADLINE TO OFR-DEADLINE.
           MOVE WS-ENTRY-SEAT TO OFR-SEAT.
           MOVE "O" TO OFR-STATUS.
           MOVE WS-ENTRY-YEAR TO OFR-INTAKE-YEAR.
           MOVE WS-OFFER-CATEGORY TO OFR-CATEGORY.
           WRITE OFFER-REC.
           CLOSE OFFER-FILE.
           PERFORM PRINT-LETTER-PARA.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    LOOK THE APPLICANT UP WITHOUT CHANGING THE RECORD SO
      *    THE CATEGORY IS KNOWN BEFORE A SEAT IS CHOSEN.
       FIND-APPLICANT-PARA.
           MOVE "N" TO WS-APP-FOUND-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-FILE-STATUS NOT = "00"
                DISPLAY "NO APPLICANT FILE ON RECORD"
                GO TO FIND-APPLICANT-EXIT.
           PERFORM FIND-ONE-PARA UNTIL WS-EOF.
           CLOSE APPLICANT-FILE.
           IF WS-APP-CATEGORY = SPACES
                MOVE "GN" TO WS-APP-CATEGORY.
       FIND-APPLICANT-EXIT.
           MOVE "N" TO WS-EOF-SW.
       FIND-ONE-PARA.
           READ APPLICANT-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AP-NO = WS-PICK-APP AND AP-APPLIED
                          MOVE "Y" TO WS-APP-FOUND-SW
                          MOVE AP-CATEGORY TO WS-APP-CATEGORY.
      *    AN OFFER IS MADE AGAINST THE APPLICANT'S OWN CATEGORY
      *    ROW OF THE SEAT MATRIX WHILE IT HAS A SEAT FREE, ELSE
      *    AGAINST THE GENERAL ("GN") ROW, WHICH IS OPEN TO ALL.
      *    OPEN AND ACCEPTED OFFERS BOTH HOLD A SEAT. A YEAR GROUP
      *    WITH NO ROWS IN THE MATRIX IS NOT UNDER QUOTA CONTROL.
       QUOTA-CHECK-PARA.
           MOVE "Y" TO WS-QUOTA-OK-SW.
           MOVE WS-APP-CATEGORY TO WS-OFFER-CATEGORY.
           MOVE ZERO TO WS-GROUP-ROWS.
           MOVE ZERO TO WS-CAT-SEATS.
           MOVE ZERO TO WS-CAT-HELD.
           MOVE ZERO TO WS-GN-SEATS.
           MOVE ZERO TO WS-GN-HELD.
           MOVE "N" TO WS-CAT-ROW-SW.
           MOVE "N" TO WS-GN-ROW-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SEAT-MATRIX.
           IF SEAT-MATRIX-STATUS NOT = "00"
                DISPLAY "NO SEAT MATRIX ON FILE - OFFER NOT CHECKED ",
                     "AGAINST QUOTA"
                GO TO QUOTA-CHECK-EXIT.
           PERFORM QUOTA-ONE-ROW-PARA UNTIL WS-EOF.
           CLOSE SEAT-MATRIX.
           IF WS-GROUP-ROWS = ZERO
                DISPLAY "NO SEAT MATRIX FOR THAT YEAR GROUP - OFFER ",
                     "NOT CHECKED AGAINST QUOTA"
                GO TO QUOTA-CHECK-EXIT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OFFER-FILE.
           IF OFFER-FILE-STATUS = "00"
                PERFORM QUOTA-ONE-OFFER-PARA UNTIL WS-EOF
                CLOSE OFFER-FILE.
           IF WS-CAT-ROW AND WS-CAT-HELD < WS-CAT-SEATS
                GO TO QUOTA-CHECK-EXIT.
           IF WS-GN-ROW AND WS-GN-HELD < WS-GN-SEATS
                MOVE "GN" TO WS-OFFER-CATEGORY
                GO TO QUOTA-CHECK-EXIT.
           MOVE "N" TO WS-QUOTA-OK-SW.
           DISPLAY "NO SEAT FREE IN YEAR GROUP ", WS-ENTRY-SEAT,
                " FOR CATEGORY ", WS-APP-CATEGORY,
                " - OFFER NOT MADE".
       QUOTA-CHECK-EXIT.
           MOVE "N" TO WS-EOF-SW.
       QUOTA-ONE-ROW-PARA.
           READ SEAT-MATRIX
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SX-YEAR = WS-ENTRY-YEAR
                          AND SX-YEAR-GROUP = WS-ENTRY-SEAT
                          PERFORM QUOTA-NOTE-ROW-PARA.
       QUOTA-NOTE-ROW-PARA.
           ADD 1 TO WS-GROUP-ROWS.
           IF SX-CATEGORY = WS-APP-CATEGORY AND NOT SX-RELEASED
                MOVE "Y" TO WS-CAT-ROW-SW
                MOVE SX-SEATS TO WS-CAT-SEATS.
           IF SX-CATEGORY = "GN"
                MOVE "Y" TO WS-GN-ROW-SW
                MOVE SX-SEATS TO WS-GN-SEATS.
       QUOTA-ONE-OFFER-PARA.
           READ OFFER-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF OFR-INTAKE-YEAR = WS-ENTRY-YEAR
                          AND OFR-SEAT = WS-ENTRY-SEAT
                          AND (OFR-OPEN OR OFR-ACCEPTED)
                          PERFORM QUOTA-NOTE-OFFER-PARA.
       QUOTA-NOTE-OFFER-PARA.
           IF OFR-CATEGORY = WS-APP-CATEGORY
                ADD 1 TO WS-CAT-HELD.
           IF OFR-CATEGORY = "GN"
                ADD 1 TO WS-GN-HELD.
      *    THE APPLICANT MUST BE IN APPLIED STATUS; THE OFFER
      *    MOVES THEM TO OFFERED ON THE PIPELINE FILE.
       ADVANCE-APPLICANT-PARA.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-ENTRY-SEAT TO LB-SEAT.
           MOVE WS-OFFER-CATEGORY TO LB-CATEGORY.
           MOVE LT-BODY-1 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-ENTRY-DEADLINE TO LB-DEADLINE.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
