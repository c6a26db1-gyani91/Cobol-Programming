       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTAL-CHG-LOAD.
      *    LOADS THE ADDRESS AND PHONE CHANGES GUARDIANS HAVE ASKED
      *    FOR ON THE PARENT PORTAL (PORTREQ.DAT) INTO THE PENDCHG.DAT
      *    MAKER-CHECKER QUEUE, WHERE A SUPERVISOR DECIDES THEM IN
      *    CHANGE-APPROVE. NOTHING IS APPLIED TO STUDENT.DAT OR
      *    GUARDIAN.DAT HERE. THE CHANGE IS RAISED AGAINST THE
      *    GUARDIAN MASTER WHEN THE STUDENT HAS A GUARDIAN ON FILE,
      *    SO BROTHERS AND SISTERS ARE CHANGED TOGETHER, AND AGAINST
      *    THE STUDENT MASTER OTHERWISE. A REQUEST REFUSED ON LOADING
      *    GOES STRAIGHT BACK TO THE PORTAL ON PORTOUT.DAT; ONE SEEN
      *    BEFORE (SAME PORTAL REFERENCE) IS PASSED OVER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-ID
           FILE STATUS IS GUARDIAN-MASTER-STATUS.
           SELECT PORTAL-REQUEST ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PORTAL-REQUEST-STATUS.
           SELECT PENDING-CHANGE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT PORTAL-OUTCOME ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PORTAL-OUTCOME-STATUS.
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
       FD GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GUARDIAN.DAT"
           DATA RECORD IS GUARDIAN-MASTER-REC.
       COPY GUARDMST.
      *    THE PORTAL'S REQUEST FILE: D ROWS, EACH WITH THE NEW
      *    ADDRESS, THE NEW PHONE OR BOTH (A FIELD LEFT BLANK IS NOT
      *    TO CHANGE), AND A T TRAILER WITH THE ROW COUNT.
       FD PORTAL-REQUEST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PORTREQ.DAT"
           DATA RECORD IS PORTAL-REQUEST-REC.
       01 PORTAL-REQUEST-REC.
        02 PR-REC-TYPE PIC X.
        02 PR-DETAIL.
         03 PR-PORTAL-REF PIC X(12).
         03 PR-DATE PIC 9(8).
         03 PR-RNO PIC 9(5).
         03 PR-ADDRESS PIC X(40).
         03 PR-CONTACT PIC X(15).
         03 FILLER PIC X(19).
        02 PR-TRAILER REDEFINES PR-DETAIL.
         03 PR-T-COUNT PIC 9(6).
         03 FILLER PIC X(93).
       FD PENDING-CHANGE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PENDCHG.DAT"
           DATA RECORD IS PENDING-CHANGE-REC.
       COPY PENDCHG.
       FD PORTAL-OUTCOME
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PORTOUT.DAT"
           DATA RECORD IS PORTAL-OUTCOME-REC.
       COPY PORTOUT.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 PORTAL-REQUEST-STATUS PIC XX.
       77 PENDING-CHANGE-STATUS PIC XX.
       77 PORTAL-OUTCOME-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TRAILER-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       77 WS-GUARDIAN-OPEN-SW PIC X VALUE "N".
           88 WS-GUARDIAN-OPEN VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-NEXT-CHSEQ PIC 9(5) VALUE ZERO.
       77 WS-REASON PIC X(30).
       77 WS-ROW-COUNT PIC 9(6) VALUE ZERO.
       77 WS-TRAILER-COUNT PIC 9(6) VALUE ZERO.
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-QUEUED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REPEAT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REF-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-REF-IDX PIC 9(4) COMP.
       77 WS-REF-FOUND-SW PIC X.
           88 WS-REF-FOUND VALUE "Y".
      *    EVERY PORTAL REFERENCE ALREADY ON THE QUEUE OR LOADED IN
      *    THIS RUN.
       01 WS-REF-TABLE.
        02 WS-REF-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-REF-TOTAL
                PIC X(12).
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT PORTAL-REQUEST.
           IF PORTAL-REQUEST-STATUS NOT = "00"
                DISPLAY "NO PORTAL REQUEST FILE TO LOAD"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "PORTREQ.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM COUNT-ONE-REQUEST-PARA UNTIL WS-EOF.
           CLOSE PORTAL-REQUEST.
           MOVE "N" TO WS-EOF-SW.
           IF NOT WS-TRAILER-SEEN OR WS-ROW-COUNT NOT = WS-TRAILER-COUNT
                DISPLAY "PORTAL REQUEST FILE CONTROL COUNT DOES NOT ",
                     "AGREE - FILE NOT LOADED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "PORTREQ.DAT CONTROL COUNT DOES NOT AGREE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM SCAN-QUEUE-PARA THRU SCAN-QUEUE-EXIT.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN INPUT GUARDIAN-MASTER.
           IF GUARDIAN-MASTER-STATUS = "00"
                MOVE "Y" TO WS-GUARDIAN-OPEN-SW.
           OPEN EXTEND PENDING-CHANGE.
           IF PENDING-CHANGE-STATUS = "35"
                OPEN OUTPUT PENDING-CHANGE.
           OPEN EXTEND PORTAL-OUTCOME.
           IF PORTAL-OUTCOME-STATUS = "35"
                OPEN OUTPUT PORTAL-OUTCOME.
       LOAD-PARA.
           OPEN INPUT PORTAL-REQUEST.
           PERFORM LOAD-ONE-REQUEST-PARA UNTIL WS-EOF.
           CLOSE PORTAL-REQUEST.
           CLOSE PORTAL-OUTCOME.
           CLOSE PENDING-CHANGE.
           IF WS-GUARDIAN-OPEN
                CLOSE GUARDIAN-MASTER.
           CLOSE STUDENT.
           DISPLAY "REQUESTS READ: ", WS-READ-COUNT,
                "  QUEUED: ", WS-QUEUED-COUNT,
                "  REFUSED: ", WS-REFUSED-COUNT,
                "  ALREADY RECEIVED: ", WS-REPEAT-COUNT.
           IF WS-REFUSED-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "PORTAL REQUESTS REFUSED - SEE PORTOUT.DAT" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       COUNT-ONE-REQUEST-PARA.
           READ PORTAL-REQUEST
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF PR-REC-TYPE = "D"
                          ADD 1 TO WS-ROW-COUNT
                     ELSE
                          IF PR-REC-TYPE = "T"
                               MOVE "Y" TO WS-TRAILER-SW
                               MOVE PR-T-COUNT TO WS-TRAILER-COUNT
                               MOVE "Y" TO WS-EOF-SW.
      *    ONE PASS OF THE QUEUE GIVES THE NEXT CASE NUMBER AND THE
      *    PORTAL REFERENCES ALREADY RECEIVED.
       SCAN-QUEUE-PARA.
           OPEN INPUT PENDING-CHANGE.
           IF PENDING-CHANGE-STATUS NOT = "00"
                GO TO SCAN-QUEUE-EXIT.
           PERFORM SCAN-ONE-CASE-PARA UNTIL WS-EOF.
           CLOSE PENDING-CHANGE.
       SCAN-QUEUE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       SCAN-ONE-CASE-PARA.
           READ PENDING-CHANGE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-ONE-CASE-PARA.
       NOTE-ONE-CASE-PARA.
           IF CH-SEQ > WS-NEXT-CHSEQ
                MOVE CH-SEQ TO WS-NEXT-CHSEQ.
           IF CH-FROM-PORTAL AND WS-REF-TOTAL < 5000
                ADD 1 TO WS-REF-TOTAL
                MOVE CH-PORTAL-REF TO WS-REF-ENTRY(WS-REF-TOTAL).
       LOAD-ONE-REQUEST-PARA.
           READ PORTAL-REQUEST
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF PR-REC-TYPE = "T"
                          MOVE "Y" TO WS-EOF-SW
                     ELSE
                          IF PR-REC-TYPE = "D"
                               PERFORM QUEUE-ONE-REQUEST-PARA THRU
                                    QUEUE-ONE-REQUEST-EXIT.
       QUEUE-ONE-REQUEST-PARA.
           ADD 1 TO WS-READ-COUNT.
           IF PR-PORTAL-REF = SPACES
                MOVE "NO PORTAL REFERENCE" TO WS-REASON
                GO TO QUEUE-ONE-REFUSE.
           MOVE "N" TO WS-REF-FOUND-SW.
           PERFORM CHECK-ONE-REF-PARA
                VARYING WS-REF-IDX FROM 1 BY 1
                UNTIL WS-REF-IDX > WS-REF-TOTAL
                OR WS-REF-FOUND.
           IF WS-REF-FOUND
                ADD 1 TO WS-REPEAT-COUNT
                GO TO QUEUE-ONE-REQUEST-EXIT.
           IF WS-REF-TOTAL < 5000
                ADD 1 TO WS-REF-TOTAL
                MOVE PR-PORTAL-REF TO WS-REF-ENTRY(WS-REF-TOTAL).
           MOVE PR-RNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     MOVE "ROLL NUMBER NOT ON FILE" TO WS-REASON
                     GO TO QUEUE-ONE-REFUSE.
           IF STUDENT-INACTIVE
                MOVE "STUDENT NO LONGER ON ROLL" TO WS-REASON
                GO TO QUEUE-ONE-REFUSE.
           MOVE ZERO TO CH-GUARDIAN-ID.
           MOVE STUDENT-ADDRESS TO CH-BEFORE-ADDRESS.
           MOVE CONTACT-NO TO CH-BEFORE-CONTACT.
           IF GUARDIAN-ID > ZERO AND WS-GUARDIAN-OPEN
                PERFORM FIND-GUARDIAN-PARA.
           MOVE CH-BEFORE-ADDRESS TO CH-AFTER-ADDRESS.
           MOVE CH-BEFORE-CONTACT TO CH-AFTER-CONTACT.
           IF PR-ADDRESS NOT = SPACES
                MOVE PR-ADDRESS TO CH-AFTER-ADDRESS.
           IF PR-CONTACT NOT = SPACES
                MOVE PR-CONTACT TO CH-AFTER-CONTACT.
           IF CH-AFTER-ADDRESS = CH-BEFORE-ADDRESS
                AND CH-AFTER-CONTACT = CH-BEFORE-CONTACT
                MOVE "NOTHING TO CHANGE" TO WS-REASON
                GO TO QUEUE-ONE-REFUSE.
           ADD 1 TO WS-NEXT-CHSEQ.
           MOVE WS-NEXT-CHSEQ TO CH-SEQ.
           MOVE WS-TODAY TO CH-DATE.
           MOVE "PORTAL" TO CH-MAKER.
           MOVE RNO TO CH-RNO.
           MOVE NAME TO CH-BEFORE-NAME.
           MOVE NAME TO CH-AFTER-NAME.
           MOVE DOB TO CH-BEFORE-DOB.
           MOVE DOB TO CH-AFTER-DOB.
           MOVE "P" TO CH-STATUS.
           MOVE SPACES TO CH-CHECKER.
           MOVE ZERO TO CH-DECIDED-DATE.
           MOVE "C" TO CH-KIND.
           MOVE "P" TO CH-SOURCE.
           MOVE PR-PORTAL-REF TO CH-PORTAL-REF.
           MOVE SPACES TO CH-REASON.
           WRITE PENDING-CHANGE-REC.
           ADD 1 TO WS-QUEUED-COUNT.
           GO TO QUEUE-ONE-REQUEST-EXIT.
       QUEUE-ONE-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY "REQUEST ", PR-PORTAL-REF, " ROLL ", PR-RNO,
                " REFUSED - ", WS-REASON.
           MOVE SPACES TO PORTAL-OUTCOME-REC.
           MOVE PR-PORTAL-REF TO PO-PORTAL-REF.
           MOVE PR-RNO TO PO-RNO.
           MOVE ZERO TO PO-CASE.
           MOVE "R" TO PO-DECISION.
           MOVE WS-TODAY TO PO-DATE.
           MOVE WS-REASON TO PO-REASON.
           WRITE PORTAL-OUTCOME-REC.
       QUEUE-ONE-REQUEST-EXIT.
           EXIT.
       FIND-GUARDIAN-PARA.
           MOVE GUARDIAN-ID TO GD-ID.
           READ GUARDIAN-MASTER KEY IS GD-ID
                INVALID KEY MOVE ZERO TO GD-ID.
           IF GD-ID > ZERO
                MOVE GD-ID TO CH-GUARDIAN-ID
                MOVE GD-ADDRESS TO CH-BEFORE-ADDRESS
                MOVE GD-CONTACT TO CH-BEFORE-CONTACT.
       CHECK-ONE-REF-PARA.
           IF WS-REF-ENTRY(WS-REF-IDX) = PR-PORTAL-REF
                MOVE "Y" TO WS-REF-FOUND-SW.
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
           MOVE WS-QUEUED-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REFUSED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "PORTAL-CHG-LOAD" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
