       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRIEVANCE-AGEING.
      *    WEEKLY AGEING OF UNRESOLVED PARENT GRIEVANCES. EACH OPEN
      *    OR ESCALATED GRIEVANCE IS LISTED WITH ITS AGE IN CALENDAR
      *    DAYS SINCE IT WAS RECEIVED AND, WHEN ITS TARGET HAS
      *    PASSED, HOW MANY DAYS OVER TARGET IT IS. THE FOOT GIVES
      *    THE COUNT IN EACH AGE BAND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT GRIEVANCE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRIEVANCE-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT AGEING-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AGEING-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRIEVANCE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRIEVNC.DAT"
           DATA RECORD IS GRIEVANCE-REC.
       COPY GRIEVNC.
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD AGEING-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRVAGE.DAT"
           DATA RECORD IS AGEING-LINE.
       01 AGEING-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 GRIEVANCE-FILE-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 AGEING-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-AS-OF PIC 9(8).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OVER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DAY-COUNT PIC 9(3).
       77 WS-COUNT-FROM PIC 9(8).
       77 WS-COUNT-TO PIC 9(8).
       77 WS-BAND PIC 9 COMP.
      *    AGE BANDS: UP TO 7 DAYS, 8-14, 15-30 AND OVER 30.
       01 WS-BAND-NAMES.
        02 FILLER PIC X(20) VALUE "  0 -  7 DAYS: ".
        02 FILLER PIC X(20) VALUE "  8 - 14 DAYS: ".
        02 FILLER PIC X(20) VALUE " 15 - 30 DAYS: ".
        02 FILLER PIC X(20) VALUE "OVER 30 DAYS: ".
       01 WS-BAND-TABLE REDEFINES WS-BAND-NAMES.
        02 WS-BAND-NAME PIC X(20) OCCURS 4 TIMES.
       01 WS-BAND-COUNTS.
        02 WS-BAND-COUNT PIC 9(5) OCCURS 4 TIMES.
       COPY WORKDAY.
       01 AG-HEAD-1.
        02 FILLER PIC X(35) VALUE
           "UNRESOLVED PARENT GRIEVANCES AT ".
        02 AH-DATE PIC 9(8).
       01 AG-HEAD-2.
        02 FILLER PIC X(50) VALUE
           "  NO.    ROLL   NAME                  CAT.  OWNER".
        02 FILLER PIC X(28) VALUE
           "     RECEIVED  AGE  OVER  ST".
       01 AG-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 AD-NO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AD-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AD-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AD-CATEGORY PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AD-OWNER PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AD-RECEIVED PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AD-AGE PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 AD-OVER PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 AD-STATUS PIC X.
       01 AG-TOTAL-LINE.
        02 AT-TEXT PIC X(30).
        02 AT-COUNT PIC ZZZZ9.
       01 DASH-LINE PIC X(78) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER AS-OF DATE YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-AS-OF.
           IF WS-AS-OF = ZERO
                MOVE WS-TODAY TO WS-AS-OF.
           MOVE ZERO TO WS-BAND-COUNTS.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
           OPEN INPUT GRIEVANCE-FILE.
           IF GRIEVANCE-FILE-STATUS NOT = "00"
                DISPLAY "NO GRIEVANCES ON FILE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "GRIEVNC.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN EXTEND AGEING-PRINT.
           IF AGEING-PRINT-STATUS = "35"
                OPEN OUTPUT AGEING-PRINT.
           MOVE WS-AS-OF TO AH-DATE.
           DISPLAY AG-HEAD-1.
           MOVE AG-HEAD-1 TO AGEING-LINE.
           WRITE AGEING-LINE.
           DISPLAY AG-HEAD-2.
           MOVE AG-HEAD-2 TO AGEING-LINE.
           WRITE AGEING-LINE.
           PERFORM WRITE-DASH-PARA.
       SCAN-PARA.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
       CLOSE-PARA.
           PERFORM WRITE-DASH-PARA.
           PERFORM WRITE-BAND-PARA
                VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4.
           MOVE "UNRESOLVED: " TO AT-TEXT.
           MOVE WS-OPEN-COUNT TO AT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           MOVE "PAST TARGET: " TO AT-TEXT.
           MOVE WS-OVER-COUNT TO AT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           CLOSE GRIEVANCE-FILE.
           CLOSE AGEING-PRINT.
           IF WS-OVER-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "GRIEVANCES PAST TARGET" TO WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       SCAN-ONE-PARA.
           READ GRIEVANCE-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     IF GV-UNRESOLVED AND GV-RECEIVED NOT > WS-AS-OF
                          PERFORM AGE-ONE-PARA.
       AGE-ONE-PARA.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE GV-RECEIVED TO WS-COUNT-FROM.
           MOVE WS-AS-OF TO WS-COUNT-TO.
           PERFORM COUNT-DAYS-PARA.
           MOVE WS-DAY-COUNT TO AD-AGE.
           IF WS-DAY-COUNT > 30
                MOVE 4 TO WS-BAND
           ELSE
                IF WS-DAY-COUNT > 14
                     MOVE 3 TO WS-BAND
                ELSE
                     IF WS-DAY-COUNT > 7
                          MOVE 2 TO WS-BAND
                     ELSE
                          MOVE 1 TO WS-BAND.
           ADD 1 TO WS-BAND-COUNT(WS-BAND).
           MOVE ZERO TO WS-DAY-COUNT.
           IF GV-TARGET < WS-AS-OF
                ADD 1 TO WS-OVER-COUNT
                MOVE GV-TARGET TO WS-COUNT-FROM
                PERFORM COUNT-DAYS-PARA.
           MOVE WS-DAY-COUNT TO AD-OVER.
           MOVE GV-NO TO AD-NO.
           MOVE GV-RNO TO AD-RNO.
           MOVE GV-NAME TO AD-NAME.
           MOVE GV-CATEGORY TO AD-CATEGORY.
           MOVE GV-OWNER TO AD-OWNER.
           MOVE GV-RECEIVED TO AD-RECEIVED.
           MOVE GV-STATUS TO AD-STATUS.
           DISPLAY AG-DETAIL-LINE.
           MOVE AG-DETAIL-LINE TO AGEING-LINE.
           WRITE AGEING-LINE.
      *    CALENDAR DAYS FROM WS-COUNT-FROM TO WS-COUNT-TO.
       COUNT-DAYS-PARA.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE WS-COUNT-FROM TO WS-WD-DATE.
           PERFORM COUNT-ONE-DAY-PARA
                UNTIL WS-WD-DATE NOT < WS-COUNT-TO
                OR WS-DAY-COUNT = 999.
       COUNT-ONE-DAY-PARA.
           PERFORM WORKDAY-NEXT-PARA.
           ADD 1 TO WS-DAY-COUNT.
       WRITE-BAND-PARA.
           MOVE WS-BAND-NAME(WS-BAND) TO AT-TEXT.
           MOVE WS-BAND-COUNT(WS-BAND) TO AT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
       WRITE-TOTAL-PARA.
           DISPLAY AG-TOTAL-LINE.
           MOVE AG-TOTAL-LINE TO AGEING-LINE.
           WRITE AGEING-LINE.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO AGEING-LINE.
           WRITE AGEING-LINE.
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
           MOVE WS-OVER-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "GRV-AGEING" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
