       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRIEVANCE-ESCALATE.
      *    DAILY ESCALATION OF PARENT GRIEVANCES. AN OPEN GRIEVANCE
      *    WHOSE TARGET DATE IS BEFORE THE AS-OF DATE IS MARKED
      *    ESCALATED TO THE SUPERVISOR NAMED ON ITS CATEGORY AND
      *    LISTED FOR THAT SUPERVISOR; THE OWNER STAYS THE SAME. A
      *    GRIEVANCE IS ESCALATED ONCE ONLY. GRIEVANCES ALREADY
      *    ESCALATED AND STILL UNRESOLVED ARE COUNTED AT THE FOOT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT GRIEVANCE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRIEVANCE-FILE-STATUS.
           SELECT GRIEVANCE-CATEGORY ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRIEVANCE-CATEGORY-STATUS.
           SELECT ESCALATE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESCALATE-PRINT-STATUS.
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
       FD GRIEVANCE-CATEGORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRVCAT.DAT"
           DATA RECORD IS GRIEVANCE-CATEGORY-REC.
       COPY GRVCAT.
       FD ESCALATE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRVESC.DAT"
           DATA RECORD IS ESCALATE-LINE.
       01 ESCALATE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 GRIEVANCE-FILE-STATUS PIC XX.
       77 GRIEVANCE-CATEGORY-STATUS PIC XX.
       77 ESCALATE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-AS-OF PIC 9(8).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ESCALATED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-STILL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NO-SUPER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CAT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-CAT-FOUND-SW PIC X.
           88 WS-CAT-FOUND VALUE "Y".
       01 WS-CAT-TABLE.
        02 WS-CAT-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-CAT-TOTAL
                INDEXED BY WS-CAT-X.
         03 WS-CAT-CODE PIC X(4).
         03 WS-CAT-SUPERVISOR PIC X(8).
       01 ES-HEAD-1.
        02 FILLER PIC X(33) VALUE
           "GRIEVANCES ESCALATED PAST TARGET ".
        02 EH-DATE PIC 9(8).
       01 ES-HEAD-2.
        02 FILLER PIC X(50) VALUE
           "  NO.    ROLL   NAME                  CAT.  OWNER".
        02 FILLER PIC X(25) VALUE
           "     TARGET    SUPERVISOR".
       01 ES-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 ED-NO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ED-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ED-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ED-CATEGORY PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ED-OWNER PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ED-TARGET PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ED-SUPERVISOR PIC X(14).
       01 ES-TOTAL-LINE.
        02 ET-TEXT PIC X(40).
        02 ET-COUNT PIC ZZZZ9.
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
           PERFORM LOAD-CATEGORIES-PARA THRU LOAD-CATEGORIES-EXIT.
           OPEN I-O GRIEVANCE-FILE.
           IF GRIEVANCE-FILE-STATUS NOT = "00"
                DISPLAY "NO GRIEVANCES ON FILE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "GRIEVNC.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN EXTEND ESCALATE-PRINT.
           IF ESCALATE-PRINT-STATUS = "35"
                OPEN OUTPUT ESCALATE-PRINT.
           MOVE WS-AS-OF TO EH-DATE.
           DISPLAY ES-HEAD-1.
           MOVE ES-HEAD-1 TO ESCALATE-LINE.
           WRITE ESCALATE-LINE.
           DISPLAY ES-HEAD-2.
           MOVE ES-HEAD-2 TO ESCALATE-LINE.
           WRITE ESCALATE-LINE.
           PERFORM WRITE-DASH-PARA.
       SCAN-PARA.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
       CLOSE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE "ESCALATED IN THIS RUN: " TO ET-TEXT.
           MOVE WS-ESCALATED-COUNT TO ET-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           MOVE "ESCALATED EARLIER, STILL UNRESOLVED: " TO ET-TEXT.
           MOVE WS-STILL-COUNT TO ET-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           IF WS-NO-SUPER-COUNT > ZERO
                MOVE "CATEGORY HAS NO SUPERVISOR: " TO ET-TEXT
                MOVE WS-NO-SUPER-COUNT TO ET-COUNT
                PERFORM WRITE-TOTAL-PARA.
           CLOSE GRIEVANCE-FILE.
           CLOSE ESCALATE-PRINT.
           IF WS-ESCALATED-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "GRIEVANCES ESCALATED PAST TARGET" TO
                     WS-ERROR-MESSAGE.
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
                     IF GV-ESCALATED
                          ADD 1 TO WS-STILL-COUNT
                     ELSE
                          IF GV-OPEN AND GV-TARGET < WS-AS-OF
                               PERFORM ESCALATE-ONE-PARA.
       ESCALATE-ONE-PARA.
           MOVE "N" TO WS-CAT-FOUND-SW.
           MOVE SPACES TO GV-ESCALATED-TO.
           PERFORM CHECK-ONE-CAT-PARA
                VARYING WS-CAT-X FROM 1 BY 1
                UNTIL WS-CAT-X > WS-CAT-TOTAL
                OR WS-CAT-FOUND.
           MOVE "E" TO GV-STATUS.
           MOVE WS-AS-OF TO GV-ESCALATED-DATE.
           REWRITE GRIEVANCE-REC.
           ADD 1 TO WS-ESCALATED-COUNT.
           MOVE GV-NO TO ED-NO.
           MOVE GV-RNO TO ED-RNO.
           MOVE GV-NAME TO ED-NAME.
           MOVE GV-CATEGORY TO ED-CATEGORY.
           MOVE GV-OWNER TO ED-OWNER.
           MOVE GV-TARGET TO ED-TARGET.
           IF GV-ESCALATED-TO = SPACES
                ADD 1 TO WS-NO-SUPER-COUNT
                MOVE "(NOT SET)" TO ED-SUPERVISOR
           ELSE
                MOVE GV-ESCALATED-TO TO ED-SUPERVISOR.
           DISPLAY ES-DETAIL-LINE.
           MOVE ES-DETAIL-LINE TO ESCALATE-LINE.
           WRITE ESCALATE-LINE.
       CHECK-ONE-CAT-PARA.
           IF WS-CAT-CODE(WS-CAT-X) = GV-CATEGORY
                MOVE "Y" TO WS-CAT-FOUND-SW
                MOVE WS-CAT-SUPERVISOR(WS-CAT-X) TO GV-ESCALATED-TO.
       WRITE-TOTAL-PARA.
           DISPLAY ES-TOTAL-LINE.
           MOVE ES-TOTAL-LINE TO ESCALATE-LINE.
           WRITE ESCALATE-LINE.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO ESCALATE-LINE.
           WRITE ESCALATE-LINE.
       LOAD-CATEGORIES-PARA.
           OPEN INPUT GRIEVANCE-CATEGORY.
           IF GRIEVANCE-CATEGORY-STATUS NOT = "00"
                GO TO LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-ONE-CAT-PARA UNTIL WS-EOF.
           CLOSE GRIEVANCE-CATEGORY.
       LOAD-CATEGORIES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CAT-PARA.
           READ GRIEVANCE-CATEGORY
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CAT-TOTAL < 50
                          ADD 1 TO WS-CAT-TOTAL
                          SET WS-CAT-X TO WS-CAT-TOTAL
                          MOVE GC-CODE TO WS-CAT-CODE(WS-CAT-X)
                          MOVE GC-SUPERVISOR TO
                               WS-CAT-SUPERVISOR(WS-CAT-X).
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
           MOVE WS-ESCALATED-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "GRV-ESCALATE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
