       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNSEL-OVERDUE.
      *    WEEKLY LIST OF COUNSELING FOLLOW-UPS THAT HAVE FALLEN DUE.
      *    AN OPEN CASE IS LISTED WHEN ITS NEXT FOLLOW-UP DATE IS
      *    BEFORE THE AS-OF DATE, OR WHEN IT WAS OPENED BEFORE THE
      *    AS-OF DATE AND HAS HAD NO SESSION YET. THE LIST CARRIES
      *    NO CASE DETAIL, ONLY WHO IS TO BE SEEN AND BY WHOM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT COUNSEL-CASE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNSEL-CASE-STATUS.
           SELECT OVERDUE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OVERDUE-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COUNSEL-CASE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLCASE.DAT"
           DATA RECORD IS COUNSEL-CASE-REC.
       COPY CNSLCASE.
       FD OVERDUE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLDUE.DAT"
           DATA RECORD IS OVERDUE-LINE.
       01 OVERDUE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 COUNSEL-CASE-STATUS PIC XX.
       77 OVERDUE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-AS-OF PIC 9(8).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNSEEN-COUNT PIC 9(5) VALUE ZERO.
       01 OV-HEAD-1.
        02 FILLER PIC X(33) VALUE
           "COUNSELING FOLLOW-UPS OVERDUE AT ".
        02 OH-DATE PIC 9(8).
       01 OV-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-CASE PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-COUNSELOR PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-DUE-TEXT PIC X(17).
        02 OD-DUE-DATE REDEFINES OD-DUE-TEXT.
         03 OD-DUE-LABEL PIC X(5).
         03 OD-DUE PIC 9(8).
         03 FILLER PIC X(4).
       01 OV-TOTAL-LINE.
        02 OT-TEXT PIC X(30).
        02 OT-COUNT PIC ZZZZ9.
       01 DASH-LINE PIC X(75) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER AS-OF DATE YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-AS-OF.
           IF WS-AS-OF = ZERO
                MOVE WS-TODAY TO WS-AS-OF.
           OPEN INPUT COUNSEL-CASE.
           IF COUNSEL-CASE-STATUS NOT = "00"
                DISPLAY "NO COUNSELING CASES ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "CNSLCASE.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN EXTEND OVERDUE-PRINT.
           IF OVERDUE-PRINT-STATUS = "35"
                OPEN OUTPUT OVERDUE-PRINT.
           MOVE WS-AS-OF TO OH-DATE.
           DISPLAY OV-HEAD-1.
           MOVE OV-HEAD-1 TO OVERDUE-LINE.
           WRITE OVERDUE-LINE.
           PERFORM WRITE-DASH-PARA.
       SCAN-PARA.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
       CLOSE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE "FOLLOW-UPS OVERDUE: " TO OT-TEXT.
           MOVE WS-OVERDUE-COUNT TO OT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           MOVE "AWAITING A FIRST SESSION: " TO OT-TEXT.
           MOVE WS-UNSEEN-COUNT TO OT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           CLOSE COUNSEL-CASE.
           CLOSE OVERDUE-PRINT.
           IF WS-OVERDUE-COUNT > ZERO OR WS-UNSEEN-COUNT > ZERO
                IF WS-RETURN-CODE < 04
                     MOVE 04 TO WS-RETURN-CODE
                     MOVE "COUNSELING FOLLOW-UPS OVERDUE" TO
                          WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       SCAN-ONE-PARA.
           READ COUNSEL-CASE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     IF CC-OPEN
                          PERFORM CHECK-ONE-PARA.
       CHECK-ONE-PARA.
           IF CC-NEXT-FOLLOWUP NOT = ZERO
                AND CC-NEXT-FOLLOWUP < WS-AS-OF
                ADD 1 TO WS-OVERDUE-COUNT
                MOVE SPACES TO OD-DUE-TEXT
                MOVE "DUE: " TO OD-DUE-LABEL
                MOVE CC-NEXT-FOLLOWUP TO OD-DUE
                PERFORM PRINT-ONE-PARA.
           IF CC-SESSION-COUNT = ZERO
                AND CC-OPENED-DATE < WS-AS-OF
                ADD 1 TO WS-UNSEEN-COUNT
                MOVE "NO FIRST SESSION" TO OD-DUE-TEXT
                PERFORM PRINT-ONE-PARA.
       PRINT-ONE-PARA.
           MOVE CC-CASE-NO TO OD-CASE.
           MOVE CC-RNO TO OD-RNO.
           MOVE CC-NAME TO OD-NAME.
           IF CC-COUNSELOR = SPACES
                MOVE "(NOT ASSIGNED)" TO OD-COUNSELOR
           ELSE
                MOVE CC-COUNSELOR TO OD-COUNSELOR.
           DISPLAY OV-DETAIL-LINE.
           MOVE OV-DETAIL-LINE TO OVERDUE-LINE.
           WRITE OVERDUE-LINE.
       WRITE-TOTAL-PARA.
           DISPLAY OV-TOTAL-LINE.
           MOVE OV-TOTAL-LINE TO OVERDUE-LINE.
           WRITE OVERDUE-LINE.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO OVERDUE-LINE.
           WRITE OVERDUE-LINE.
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
           MOVE WS-OVERDUE-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "COUNSEL-OVERDUE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
