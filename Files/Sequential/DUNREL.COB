       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-RELEASE.
      *    SUPERVISOR RELEASE OF A HALL-TICKET HOLD PLACED BY THE
      *    FINAL FEE NOTICE. THE STUDENT STAYS ON THE DUNNING LADDER
      *    UNTIL THE BALANCE IS CLEARED, BUT HALL-TICKETS PRINTS THE
      *    TICKET. EVERY RELEASE IS WRITTEN TO THE AUDIT LOG WITH
      *    THE SUPERVISOR'S REASON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT DUNNING-STATUS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DUNNING-STATUS-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
           DATA RECORD IS OPERATOR-MASTER-REC.
       COPY OPERMAST.
       FD DUNNING-STATUS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "DUNSTAT.DAT"
           DATA RECORD IS DUNNING-REC.
       COPY DUNNING.
       FD AUDIT-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDITLOG.DAT"
           DATA RECORD IS AUDIT-LOG-REC.
       COPY AUDITLOG.
       FD AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDCHAIN.DAT"
           DATA RECORD IS AUDIT-CHAIN-REC.
       COPY AUDCHAIN.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 DUNNING-STATUS-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-OPERATOR-EOF-SW PIC X VALUE "N".
           88 WS-OPERATOR-EOF VALUE "Y".
       77 WS-OPERATOR-TOTAL PIC 9(3) COMP VALUE ZERO.
       01 WS-OPERATOR-TABLE.
        02 WS-OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-OPERATOR-TOTAL
                INDEXED BY WS-OPERATOR-X.
         03 WS-OPERATOR-ID PIC X(8).
         03 WS-OPERATOR-PASSWORD PIC X(8).
         03 WS-OPERATOR-ROLE PIC X.
         03 WS-OPERATOR-STATUS PIC X.
         03 WS-OPERATOR-FORCE PIC X.
       77 WS-LOGIN-ID PIC X(8).
       77 WS-LOGIN-PASSWORD PIC X(8).
       77 WS-LOGIN-TRIES PIC 9 COMP VALUE ZERO.
       77 WS-LOGIN-OK-SW PIC X VALUE "N".
           88 WS-LOGIN-OK VALUE "Y".
       77 WS-LOGIN-ROLE PIC X.
           88 WS-LOGIN-SUPERVISOR VALUE "S".
       77 WS-DUN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-DUN-IDX PIC 9(4) COMP.
       77 WS-DUN-FOUND-SW PIC X.
           88 WS-DUN-FOUND VALUE "Y".
       77 WS-DUN-FOUND-X PIC 9(4) COMP.
       77 WS-HOLD-COUNT PIC 9(5).
       77 WS-RELEASE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ENTRY-REASON PIC X(30).
       01 WS-DUN-TABLE.
        02 WS-DUN-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-DUN-TOTAL
                INDEXED BY WS-DUN-X.
         03 WS-DUN-RNO PIC 9(5).
         03 WS-DUN-STAGE PIC 9.
         03 WS-DUN-FIRST PIC 9(8).
         03 WS-DUN-STAGE-DATE PIC 9(8).
         03 WS-DUN-NEXT PIC 9(8).
         03 WS-DUN-BALANCE PIC 9(7)V99.
         03 WS-DUN-HOLD PIC X.
         03 WS-DUN-RELEASE-BY PIC X(8).
         03 WS-DUN-RELEASE-DATE PIC 9(8).
       COPY AMTFMT.
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOGIN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM OPEN-OPERATOR-PARA.
           PERFORM LOAD-ONE-OPERATOR-PARA UNTIL WS-OPERATOR-EOF.
           PERFORM CLOSE-OPERATOR-PARA.
           PERFORM CHECK-LOGIN-PARA
                VARYING WS-LOGIN-TRIES FROM 1 BY 1
                UNTIL WS-LOGIN-OK OR WS-LOGIN-TRIES > 3.
           IF NOT WS-LOGIN-OK
                DISPLAY "ACCESS DENIED - TOO MANY FAILED LOGIN ATTEMPTS"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "ACCESS DENIED - LOGIN FAILED" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           IF NOT WS-LOGIN-SUPERVISOR
                DISPLAY "RELEASING A HALL-TICKET HOLD NEEDS A ",
                     "SUPERVISOR OPERATOR"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SUPERVISOR AUTHORITY REQUIRED" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       OPEN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-DUNNING-PARA THRU LOAD-DUNNING-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
       MENU-PARA.
           DISPLAY "HALL-TICKET HOLDS FOR UNPAID FEES".
           DISPLAY " 1. LIST STUDENTS ON HOLD".
           DISPLAY " 2. RELEASE A HOLD".
           DISPLAY " 3. EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 3
                DISPLAY "INVALID CHOICE - ENTER 1 TO 3"
                GO TO MENU-PARA.
           GO TO LIST-PARA RELEASE-PARA CLOSE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           MOVE ZERO TO WS-HOLD-COUNT.
           PERFORM LIST-ONE-PARA
                VARYING WS-DUN-IDX FROM 1 BY 1
                UNTIL WS-DUN-IDX > WS-DUN-TOTAL.
           DISPLAY "STUDENTS ON HOLD: ", WS-HOLD-COUNT.
           GO TO MENU-PARA.
       RELEASE-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           PERFORM FIND-DUN-PARA.
           IF NOT WS-DUN-FOUND
                DISPLAY "ROLL NO IS NOT ON THE DUNNING LADDER"
                GO TO MENU-PARA.
           SET WS-DUN-X TO WS-DUN-FOUND-X.
           IF WS-DUN-HOLD(WS-DUN-X) NOT = "Y"
                DISPLAY "NO HALL-TICKET HOLD IS IN FORCE FOR ",
                     "THIS ROLL NO"
                GO TO MENU-PARA.
           DISPLAY "ENTER REASON: ".
           ACCEPT WS-ENTRY-REASON.
           IF WS-ENTRY-REASON = SPACES
                DISPLAY "A REASON IS REQUIRED"
                GO TO MENU-PARA.
           MOVE "R" TO WS-DUN-HOLD(WS-DUN-X).
           MOVE WS-LOGIN-ID TO WS-DUN-RELEASE-BY(WS-DUN-X).
           MOVE WS-TODAY TO WS-DUN-RELEASE-DATE(WS-DUN-X).
           PERFORM SAVE-DUNNING-PARA.
           PERFORM LOG-AUDIT-PARA.
           ADD 1 TO WS-RELEASE-COUNT.
           DISPLAY "HOLD RELEASED FOR ROLL NO ", TRNO.
           GO TO MENU-PARA.
       CLOSE-PARA.
           DISPLAY "HOLDS RELEASED: ", WS-RELEASE-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-PARA.
           IF WS-DUN-HOLD(WS-DUN-IDX) = "Y"
                ADD 1 TO WS-HOLD-COUNT
                MOVE WS-DUN-BALANCE(WS-DUN-IDX) TO WS-AMOUNT-PLAIN
                DISPLAY "ROLL NO ", WS-DUN-RNO(WS-DUN-IDX),
                     "  FINAL NOTICE ", WS-DUN-STAGE-DATE(WS-DUN-IDX),
                     "  BALANCE ", WS-AMOUNT-PLAIN.
       FIND-DUN-PARA.
           MOVE "N" TO WS-DUN-FOUND-SW.
           PERFORM CHECK-ONE-DUN-PARA
                VARYING WS-DUN-IDX FROM 1 BY 1
                UNTIL WS-DUN-IDX > WS-DUN-TOTAL
                OR WS-DUN-FOUND.
       CHECK-ONE-DUN-PARA.
           IF WS-DUN-RNO(WS-DUN-IDX) = TRNO
                MOVE "Y" TO WS-DUN-FOUND-SW
                MOVE WS-DUN-IDX TO WS-DUN-FOUND-X.
       LOAD-DUNNING-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DUNNING-STATUS.
           IF DUNNING-STATUS-STATUS NOT = "00"
                DISPLAY "NO DUNNING STATUS ON FILE - NO HOLDS"
                GO TO LOAD-DUNNING-EXIT.
           PERFORM LOAD-ONE-DUN-PARA UNTIL WS-EOF.
           CLOSE DUNNING-STATUS.
       LOAD-DUNNING-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-DUN-PARA.
           READ DUNNING-STATUS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-DUN-TOTAL < 5000
                          ADD 1 TO WS-DUN-TOTAL
                          SET WS-DUN-X TO WS-DUN-TOTAL
                          MOVE DN-RNO TO WS-DUN-RNO(WS-DUN-X)
                          MOVE DN-STAGE TO WS-DUN-STAGE(WS-DUN-X)
                          MOVE DN-FIRST-DATE TO
                               WS-DUN-FIRST(WS-DUN-X)
                          MOVE DN-STAGE-DATE TO
                               WS-DUN-STAGE-DATE(WS-DUN-X)
                          MOVE DN-NEXT-DATE TO WS-DUN-NEXT(WS-DUN-X)
                          MOVE DN-BALANCE TO
                               WS-DUN-BALANCE(WS-DUN-X)
                          MOVE DN-HOLD TO WS-DUN-HOLD(WS-DUN-X)
                          MOVE DN-RELEASE-BY TO
                               WS-DUN-RELEASE-BY(WS-DUN-X)
                          MOVE DN-RELEASE-DATE TO
                               WS-DUN-RELEASE-DATE(WS-DUN-X)
                     ELSE
                          DISPLAY "MORE THAN 5000 ROLLS ON THE ",
                               "DUNNING LADDER - CANNOT CONTINUE"
                          MOVE 08 TO WS-RETURN-CODE
                          MOVE "TOO MANY DUNNING ROWS TO LOAD" TO
                               WS-ERROR-MESSAGE
                          MOVE "Y" TO WS-EOF-SW.
       SAVE-DUNNING-PARA.
           OPEN OUTPUT DUNNING-STATUS.
           PERFORM SAVE-ONE-DUN-PARA
                VARYING WS-DUN-IDX FROM 1 BY 1
                UNTIL WS-DUN-IDX > WS-DUN-TOTAL.
           CLOSE DUNNING-STATUS.
       SAVE-ONE-DUN-PARA.
           MOVE WS-DUN-RNO(WS-DUN-IDX) TO DN-RNO.
           MOVE WS-DUN-STAGE(WS-DUN-IDX) TO DN-STAGE.
           MOVE WS-DUN-FIRST(WS-DUN-IDX) TO DN-FIRST-DATE.
           MOVE WS-DUN-STAGE-DATE(WS-DUN-IDX) TO DN-STAGE-DATE.
           MOVE WS-DUN-NEXT(WS-DUN-IDX) TO DN-NEXT-DATE.
           MOVE WS-DUN-BALANCE(WS-DUN-IDX) TO DN-BALANCE.
           MOVE WS-DUN-HOLD(WS-DUN-IDX) TO DN-HOLD.
           MOVE WS-DUN-RELEASE-BY(WS-DUN-IDX) TO DN-RELEASE-BY.
           MOVE WS-DUN-RELEASE-DATE(WS-DUN-IDX) TO DN-RELEASE-DATE.
           WRITE DUNNING-REC.
       LOG-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-REC.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE "DUNNING-RELEASE" TO AL-PROGRAM.
           MOVE "RELEASE" TO AL-ACTION.
           MOVE TRNO TO AL-RNO.
           MOVE TRNO TO AL-AFTER-RNO.
           MOVE ZERO TO AL-BEFORE-MARKS.
           MOVE ZERO TO AL-BEFORE-DOB.
           MOVE ZERO TO AL-BEFORE-ENROLL-DATE.
           MOVE ZERO TO AL-AFTER-MARKS.
           MOVE ZERO TO AL-AFTER-DOB.
           MOVE ZERO TO AL-AFTER-ENROLL-DATE.
           MOVE WS-LOGIN-ID TO AL-BEFORE-CONTACT.
           MOVE WS-ENTRY-REASON TO AL-REASON.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       OPEN-OPERATOR-PARA.
           OPEN INPUT OPERATOR-MASTER.
       LOAD-ONE-OPERATOR-PARA.
           READ OPERATOR-MASTER
                AT END MOVE "Y" TO WS-OPERATOR-EOF-SW
                NOT AT END PERFORM STORE-OPERATOR-PARA.
       STORE-OPERATOR-PARA.
           ADD 1 TO WS-OPERATOR-TOTAL.
           SET WS-OPERATOR-X TO WS-OPERATOR-TOTAL.
           MOVE OP-ID TO WS-OPERATOR-ID(WS-OPERATOR-X).
           MOVE OP-PASSWORD TO WS-OPERATOR-PASSWORD(WS-OPERATOR-X).
           MOVE OP-ROLE TO WS-OPERATOR-ROLE(WS-OPERATOR-X).
           MOVE OP-STATUS TO WS-OPERATOR-STATUS(WS-OPERATOR-X).
           MOVE OP-FORCE-CHANGE TO WS-OPERATOR-FORCE(WS-OPERATOR-X).
       CLOSE-OPERATOR-PARA.
           CLOSE OPERATOR-MASTER.
       CHECK-LOGIN-PARA.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-LOGIN-PASSWORD.
           MOVE "N" TO WS-LOGIN-OK-SW.
           PERFORM CHECK-ONE-OPERATOR-PARA
                VARYING WS-OPERATOR-X FROM 1 BY 1
                UNTIL WS-OPERATOR-X > WS-OPERATOR-TOTAL
                OR WS-LOGIN-OK.
           IF NOT WS-LOGIN-OK
                DISPLAY "INVALID OPERATOR ID OR PASSWORD".
       CHECK-ONE-OPERATOR-PARA.
           IF WS-LOGIN-ID = WS-OPERATOR-ID(WS-OPERATOR-X)
                AND WS-LOGIN-PASSWORD =
                     WS-OPERATOR-PASSWORD(WS-OPERATOR-X)
                IF WS-OPERATOR-STATUS(WS-OPERATOR-X) = "D"
                     DISPLAY "THIS OPERATOR ACCOUNT IS DISABLED"
                ELSE
                     MOVE "Y" TO WS-LOGIN-OK-SW
                     MOVE WS-OPERATOR-ROLE(WS-OPERATOR-X) TO
                          WS-LOGIN-ROLE.
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
           MOVE WS-DUN-TOTAL TO RL-READ-COUNT.
           MOVE WS-RELEASE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "DUNNING-RELEASE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
