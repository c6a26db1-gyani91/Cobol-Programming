       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOSTEL-OUTING.
      *    GATE-PASS REGISTER FOR BOARDERS (OUTPASS.DAT). ONLY A
      *    BOARDER WITH AN OPEN HOSTEL ALLOCATION MAY BE SIGNED OUT,
      *    AND ONLY ON THE AUTHORITY OF THE GUARDIAN ON THE STUDENT
      *    MASTER, WHOSE NAME AND CONTACT ARE SHOWN TO THE WARDEN
      *    BEFORE THE PASS IS WRITTEN. THE PASS STAYS OPEN UNTIL THE
      *    RETURN IS RECORDED; A PASS ISSUED IN ERROR IS CANCELLED.
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
           SELECT HOSTEL-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOSTEL-ALLOC-STATUS.
           SELECT OUTING-PASS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OUTING-PASS-STATUS.
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
       FD HOSTEL-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOSTALOC.DAT"
           DATA RECORD IS HOSTEL-ALLOC-REC.
       COPY HOSTALOC.
       FD OUTING-PASS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OUTPASS.DAT"
           DATA RECORD IS OUTING-PASS-REC.
       COPY OUTPASS.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 HOSTEL-ALLOC-STATUS PIC XX.
       77 OUTING-PASS-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-GUARDIAN-OPEN-SW PIC X VALUE "N".
           88 WS-GUARDIAN-OPEN VALUE "Y".
       77 WS-CLOCK PIC 9(8).
       01 WS-NOW-STAMP.
        02 WS-NOW-DATE PIC 9(8).
        02 WS-NOW-TIME PIC 9(4).
       01 WS-DUE-STAMP.
        02 WS-DUE-DATE PIC 9(8).
        02 WS-DUE-TIME PIC 9(4).
        02 WS-DUE-TIME-X REDEFINES WS-DUE-TIME.
         03 WS-DUE-HH PIC 9(2).
         03 WS-DUE-MM PIC 9(2).
       01 WS-HELD-STAMP.
        02 WS-HELD-DATE PIC 9(8).
        02 WS-HELD-TIME PIC 9(4).
       77 WS-ENTRY-PASS PIC 9(6).
       77 WS-ENTRY-MODE PIC X.
       77 WS-ENTRY-REF PIC X(10).
       77 WS-ENTRY-PURPOSE PIC X(20).
       77 WS-CONFIRM PIC X.
       77 WS-NEXT-PASS PIC 9(6) VALUE ZERO.
       77 WS-SHOWN-COUNT PIC 9(5).
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-BD-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-BD-IDX PIC 9(4) COMP.
       77 WS-BD-FOUND-SW PIC X.
           88 WS-BD-FOUND VALUE "Y".
       77 WS-BD-FOUND-X PIC 9(4) COMP.
       01 WS-BD-TABLE.
        02 WS-BD-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-BD-TOTAL
                INDEXED BY WS-BD-X.
         03 WS-BD-RNO PIC 9(5).
         03 WS-BD-HOSTEL PIC X(4).
         03 WS-BD-ROOM PIC X(4).
       77 WS-OP-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-OP-IDX PIC 9(4) COMP.
       77 WS-OP-FOUND-SW PIC X.
           88 WS-OP-FOUND VALUE "Y".
       77 WS-OP-FOUND-X PIC 9(4) COMP.
       01 WS-OP-TABLE.
        02 WS-OP-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-OP-TOTAL
                INDEXED BY WS-OP-X.
         03 WS-OP-PASS-NO PIC 9(6).
         03 WS-OP-RNO PIC 9(5).
         03 WS-OP-HOSTEL PIC X(4).
         03 WS-OP-ROOM PIC X(4).
         03 WS-OP-OUT-DATE PIC 9(8).
         03 WS-OP-OUT-TIME PIC 9(4).
         03 WS-OP-DUE-DATE PIC 9(8).
         03 WS-OP-DUE-TIME PIC 9(4).
         03 WS-OP-BACK-DATE PIC 9(8).
         03 WS-OP-BACK-TIME PIC 9(4).
         03 WS-OP-PURPOSE PIC X(20).
         03 WS-OP-GUARDIAN-ID PIC 9(4).
         03 WS-OP-AUTH-MODE PIC X.
         03 WS-OP-AUTH-REF PIC X(10).
         03 WS-OP-STATUS PIC X.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
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
           PERFORM LOAD-BOARDERS-PARA THRU LOAD-BOARDERS-EXIT.
           PERFORM LOAD-PASSES-PARA THRU LOAD-PASSES-EXIT.
       MENU-PARA.
           DISPLAY "HOSTEL GATE-PASS REGISTER".
           DISPLAY " 1. SIGN A BOARDER OUT".
           DISPLAY " 2. RECORD A RETURN".
           DISPLAY " 3. CANCEL A PASS".
           DISPLAY " 4. LIST BOARDERS OUT".
           DISPLAY " 5. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 5
                DISPLAY "INVALID CHOICE - ENTER 1 TO 5"
                GO TO MENU-PARA.
           GO TO ISSUE-PARA RETURN-PARA CANCEL-PARA LIST-PARA
                SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       ISSUE-PARA.
           IF WS-OP-TOTAL = 5000
                DISPLAY "GATE-PASS TABLE FULL"
                GO TO MENU-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           PERFORM FIND-BOARDER-PARA.
           IF NOT WS-BD-FOUND
                DISPLAY "ROLL NO ", TRNO, " HAS NO OPEN HOSTEL ",
                     "ALLOCATION"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM FIND-OPEN-PASS-PARA.
           IF WS-OP-FOUND
                DISPLAY "ROLL NO ", TRNO, " IS ALREADY OUT ON PASS ",
                     WS-OP-PASS-NO(WS-OP-FOUND-X)
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           MOVE TRNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     DISPLAY "ROLL NO ", TRNO, " NOT ON STUDENT MASTER"
                     ADD 1 TO WS-REJECT-COUNT
                     GO TO MENU-PARA.
           IF NOT STUDENT-ACTIVE
                DISPLAY "ROLL NO ", TRNO, " IS NOT AN ACTIVE STUDENT"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           IF NOT WS-GUARDIAN-OPEN OR GUARDIAN-ID = ZERO
                DISPLAY "NO GUARDIAN ON FILE FOR ", NAME,
                     " - PASS CANNOT BE AUTHORISED"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           MOVE GUARDIAN-ID TO GD-ID.
           READ GUARDIAN-MASTER KEY IS GD-ID
                INVALID KEY
                     DISPLAY "GUARDIAN ", GUARDIAN-ID, " NOT ON FILE",
                          " - PASS CANNOT BE AUTHORISED"
                     ADD 1 TO WS-REJECT-COUNT
                     GO TO MENU-PARA.
           DISPLAY "BOARDER : ", NAME, " ", WS-BD-HOSTEL(WS-BD-FOUND-X),
                "/", WS-BD-ROOM(WS-BD-FOUND-X).
           DISPLAY "GUARDIAN: ", GD-NAME, " (", GD-RELATION, ") ",
                GD-CONTACT.
           DISPLAY "AUTHORISED BY P = PHONE, L = LETTER, ",
                "V = IN PERSON: ".
           MOVE SPACE TO WS-ENTRY-MODE.
           ACCEPT WS-ENTRY-MODE.
           IF WS-ENTRY-MODE NOT = "P" AND WS-ENTRY-MODE NOT = "L"
                AND WS-ENTRY-MODE NOT = "V"
                DISPLAY "NO GUARDIAN AUTHORITY - PASS NOT ISSUED"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER AUTHORITY REFERENCE (LETTER NO, CALL TIME): ".
           MOVE SPACES TO WS-ENTRY-REF.
           ACCEPT WS-ENTRY-REF.
           IF WS-ENTRY-REF = SPACES
                DISPLAY "AUTHORITY REFERENCE MUST BE GIVEN"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER PURPOSE OF OUTING: ".
           MOVE SPACES TO WS-ENTRY-PURPOSE.
           ACCEPT WS-ENTRY-PURPOSE.
           PERFORM GET-NOW-PARA.
           DISPLAY "ENTER EXPECTED RETURN DATE YYYYMMDD ",
                "(0 = TODAY): ".
           ACCEPT WS-DUE-DATE.
           IF WS-DUE-DATE = ZERO
                MOVE WS-NOW-DATE TO WS-DUE-DATE.
           DISPLAY "ENTER EXPECTED RETURN TIME HHMM: ".
           ACCEPT WS-DUE-TIME.
           IF WS-DUE-TIME NOT NUMERIC
                OR WS-DUE-HH > 23 OR WS-DUE-MM > 59
                DISPLAY "INVALID TIME"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           IF WS-DUE-STAMP NOT > WS-NOW-STAMP
                DISPLAY "EXPECTED RETURN MUST BE LATER THAN NOW"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           ADD 1 TO WS-NEXT-PASS.
           ADD 1 TO WS-OP-TOTAL.
           SET WS-OP-X TO WS-OP-TOTAL.
           MOVE WS-NEXT-PASS TO WS-OP-PASS-NO(WS-OP-X).
           MOVE TRNO TO WS-OP-RNO(WS-OP-X).
           MOVE WS-BD-HOSTEL(WS-BD-FOUND-X) TO WS-OP-HOSTEL(WS-OP-X).
           MOVE WS-BD-ROOM(WS-BD-FOUND-X) TO WS-OP-ROOM(WS-OP-X).
           MOVE WS-NOW-DATE TO WS-OP-OUT-DATE(WS-OP-X).
           MOVE WS-NOW-TIME TO WS-OP-OUT-TIME(WS-OP-X).
           MOVE WS-DUE-DATE TO WS-OP-DUE-DATE(WS-OP-X).
           MOVE WS-DUE-TIME TO WS-OP-DUE-TIME(WS-OP-X).
           MOVE ZERO TO WS-OP-BACK-DATE(WS-OP-X).
           MOVE ZERO TO WS-OP-BACK-TIME(WS-OP-X).
           MOVE WS-ENTRY-PURPOSE TO WS-OP-PURPOSE(WS-OP-X).
           MOVE GD-ID TO WS-OP-GUARDIAN-ID(WS-OP-X).
           MOVE WS-ENTRY-MODE TO WS-OP-AUTH-MODE(WS-OP-X).
           MOVE WS-ENTRY-REF TO WS-OP-AUTH-REF(WS-OP-X).
           MOVE "O" TO WS-OP-STATUS(WS-OP-X).
           DISPLAY "PASS ", WS-NEXT-PASS, " ISSUED - ", NAME,
                " DUE BACK ", WS-DUE-DATE, " ", WS-DUE-TIME.
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       RETURN-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           PERFORM FIND-OPEN-PASS-PARA.
           IF NOT WS-OP-FOUND
                DISPLAY "ROLL NO ", TRNO, " IS NOT OUT ON A PASS"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM GET-NOW-PARA.
           MOVE WS-NOW-DATE TO WS-OP-BACK-DATE(WS-OP-FOUND-X).
           MOVE WS-NOW-TIME TO WS-OP-BACK-TIME(WS-OP-FOUND-X).
           MOVE "R" TO WS-OP-STATUS(WS-OP-FOUND-X).
           MOVE WS-OP-DUE-DATE(WS-OP-FOUND-X) TO WS-DUE-DATE.
           MOVE WS-OP-DUE-TIME(WS-OP-FOUND-X) TO WS-DUE-TIME.
           IF WS-NOW-STAMP > WS-DUE-STAMP
                DISPLAY "PASS ", WS-OP-PASS-NO(WS-OP-FOUND-X),
                     " CLOSED - RETURNED LATE, WAS DUE ",
                     WS-DUE-DATE, " ", WS-DUE-TIME
           ELSE
                DISPLAY "PASS ", WS-OP-PASS-NO(WS-OP-FOUND-X),
                     " CLOSED - RETURNED ON TIME".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       CANCEL-PARA.
           DISPLAY "ENTER PASS NO: ".
           ACCEPT WS-ENTRY-PASS.
           PERFORM FIND-PASS-PARA.
           IF NOT WS-OP-FOUND
                DISPLAY "PASS ", WS-ENTRY-PASS, " NOT ON FILE"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           IF WS-OP-STATUS(WS-OP-FOUND-X) NOT = "O"
                DISPLAY "ONLY AN OPEN PASS CAN BE CANCELLED"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "CANCEL PASS ", WS-ENTRY-PASS, " FOR ROLL NO ",
                WS-OP-RNO(WS-OP-FOUND-X), " (Y/N): ".
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
                GO TO MENU-PARA.
           MOVE "C" TO WS-OP-STATUS(WS-OP-FOUND-X).
           DISPLAY "PASS ", WS-ENTRY-PASS, " CANCELLED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       LIST-PARA.
           PERFORM GET-NOW-PARA.
           MOVE ZERO TO WS-SHOWN-COUNT.
           PERFORM LIST-ONE-PARA
                VARYING WS-OP-IDX FROM 1 BY 1
                UNTIL WS-OP-IDX > WS-OP-TOTAL.
           IF WS-SHOWN-COUNT = ZERO
                DISPLAY "NO BOARDERS ARE OUT".
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT OUTING-PASS.
           PERFORM SAVE-ONE-PARA
                VARYING WS-OP-IDX FROM 1 BY 1
                UNTIL WS-OP-IDX > WS-OP-TOTAL.
           CLOSE OUTING-PASS.
           DISPLAY "PASSES ON THE REGISTER: ", WS-OP-TOTAL.
       END-PARA.
           IF STUDENT-FILE-STATUS = "00" OR "23"
                CLOSE STUDENT.
           IF WS-GUARDIAN-OPEN
                CLOSE GUARDIAN-MASTER.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-PARA.
           IF WS-OP-STATUS(WS-OP-IDX) = "O"
                ADD 1 TO WS-SHOWN-COUNT
                MOVE WS-OP-DUE-DATE(WS-OP-IDX) TO WS-DUE-DATE
                MOVE WS-OP-DUE-TIME(WS-OP-IDX) TO WS-DUE-TIME
                PERFORM SHOW-ONE-OUT-PARA.
       SHOW-ONE-OUT-PARA.
           IF WS-NOW-STAMP > WS-DUE-STAMP
                DISPLAY WS-OP-PASS-NO(WS-OP-IDX), " ",
                     WS-OP-RNO(WS-OP-IDX), " ",
                     WS-OP-HOSTEL(WS-OP-IDX), "/",
                     WS-OP-ROOM(WS-OP-IDX), " DUE ",
                     WS-DUE-DATE, " ", WS-DUE-TIME, " OVERDUE"
           ELSE
                DISPLAY WS-OP-PASS-NO(WS-OP-IDX), " ",
                     WS-OP-RNO(WS-OP-IDX), " ",
                     WS-OP-HOSTEL(WS-OP-IDX), "/",
                     WS-OP-ROOM(WS-OP-IDX), " DUE ",
                     WS-DUE-DATE, " ", WS-DUE-TIME.
       GET-NOW-PARA.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-CLOCK(1:4) TO WS-NOW-TIME.
       FIND-BOARDER-PARA.
           MOVE "N" TO WS-BD-FOUND-SW.
           PERFORM CHECK-ONE-BOARDER-PARA
                VARYING WS-BD-IDX FROM 1 BY 1
                UNTIL WS-BD-IDX > WS-BD-TOTAL
                OR WS-BD-FOUND.
       CHECK-ONE-BOARDER-PARA.
           IF WS-BD-RNO(WS-BD-IDX) = TRNO
                MOVE "Y" TO WS-BD-FOUND-SW
                MOVE WS-BD-IDX TO WS-BD-FOUND-X.
       FIND-OPEN-PASS-PARA.
           MOVE "N" TO WS-OP-FOUND-SW.
           PERFORM CHECK-ONE-OPEN-PARA
                VARYING WS-OP-IDX FROM 1 BY 1
                UNTIL WS-OP-IDX > WS-OP-TOTAL
                OR WS-OP-FOUND.
       CHECK-ONE-OPEN-PARA.
           IF WS-OP-RNO(WS-OP-IDX) = TRNO
                AND WS-OP-STATUS(WS-OP-IDX) = "O"
                MOVE "Y" TO WS-OP-FOUND-SW
                MOVE WS-OP-IDX TO WS-OP-FOUND-X.
       FIND-PASS-PARA.
           MOVE "N" TO WS-OP-FOUND-SW.
           PERFORM CHECK-ONE-PASS-PARA
                VARYING WS-OP-IDX FROM 1 BY 1
                UNTIL WS-OP-IDX > WS-OP-TOTAL
                OR WS-OP-FOUND.
       CHECK-ONE-PASS-PARA.
           IF WS-OP-PASS-NO(WS-OP-IDX) = WS-ENTRY-PASS
                MOVE "Y" TO WS-OP-FOUND-SW
                MOVE WS-OP-IDX TO WS-OP-FOUND-X.
       SAVE-ONE-PARA.
           MOVE WS-OP-PASS-NO(WS-OP-IDX) TO OP-PASS-NO.
           MOVE WS-OP-RNO(WS-OP-IDX) TO OP-RNO.
           MOVE WS-OP-HOSTEL(WS-OP-IDX) TO OP-HOSTEL.
           MOVE WS-OP-ROOM(WS-OP-IDX) TO OP-ROOM.
           MOVE WS-OP-OUT-DATE(WS-OP-IDX) TO OP-OUT-DATE.
           MOVE WS-OP-OUT-TIME(WS-OP-IDX) TO OP-OUT-TIME.
           MOVE WS-OP-DUE-DATE(WS-OP-IDX) TO OP-DUE-DATE.
           MOVE WS-OP-DUE-TIME(WS-OP-IDX) TO OP-DUE-TIME.
           MOVE WS-OP-BACK-DATE(WS-OP-IDX) TO OP-BACK-DATE.
           MOVE WS-OP-BACK-TIME(WS-OP-IDX) TO OP-BACK-TIME.
           MOVE WS-OP-PURPOSE(WS-OP-IDX) TO OP-PURPOSE.
           MOVE WS-OP-GUARDIAN-ID(WS-OP-IDX) TO OP-GUARDIAN-ID.
           MOVE WS-OP-AUTH-MODE(WS-OP-IDX) TO OP-AUTH-MODE.
           MOVE WS-OP-AUTH-REF(WS-OP-IDX) TO OP-AUTH-REF.
           MOVE WS-OP-STATUS(WS-OP-IDX) TO OP-STATUS.
           WRITE OUTING-PASS-REC.
       LOAD-BOARDERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOSTEL-ALLOC.
           IF HOSTEL-ALLOC-STATUS NOT = "00"
                GO TO LOAD-BOARDERS-EXIT.
           PERFORM LOAD-ONE-BOARDER-PARA UNTIL WS-EOF.
           CLOSE HOSTEL-ALLOC.
       LOAD-BOARDERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-BOARDER-PARA.
           READ HOSTEL-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF HA-OCCUPIED AND WS-BD-TOTAL < 2000
                          ADD 1 TO WS-BD-TOTAL
                          SET WS-BD-X TO WS-BD-TOTAL
                          MOVE HA-RNO TO WS-BD-RNO(WS-BD-X)
                          MOVE HA-HOSTEL TO WS-BD-HOSTEL(WS-BD-X)
                          MOVE HA-ROOM TO WS-BD-ROOM(WS-BD-X).
       LOAD-PASSES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OUTING-PASS.
           IF OUTING-PASS-STATUS NOT = "00"
                GO TO LOAD-PASSES-EXIT.
           PERFORM LOAD-ONE-PASS-PARA UNTIL WS-EOF.
           CLOSE OUTING-PASS.
       LOAD-PASSES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-PASS-PARA.
           READ OUTING-PASS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-OP-TOTAL < 5000
                          ADD 1 TO WS-OP-TOTAL
                          SET WS-OP-X TO WS-OP-TOTAL
                          PERFORM KEEP-PASS-PARA.
       KEEP-PASS-PARA.
           MOVE OP-PASS-NO TO WS-OP-PASS-NO(WS-OP-X).
           MOVE OP-RNO TO WS-OP-RNO(WS-OP-X).
           MOVE OP-HOSTEL TO WS-OP-HOSTEL(WS-OP-X).
           MOVE OP-ROOM TO WS-OP-ROOM(WS-OP-X).
           MOVE OP-OUT-DATE TO WS-OP-OUT-DATE(WS-OP-X).
           MOVE OP-OUT-TIME TO WS-OP-OUT-TIME(WS-OP-X).
           MOVE OP-DUE-DATE TO WS-OP-DUE-DATE(WS-OP-X).
           MOVE OP-DUE-TIME TO WS-OP-DUE-TIME(WS-OP-X).
           MOVE OP-BACK-DATE TO WS-OP-BACK-DATE(WS-OP-X).
           MOVE OP-BACK-TIME TO WS-OP-BACK-TIME(WS-OP-X).
           MOVE OP-PURPOSE TO WS-OP-PURPOSE(WS-OP-X).
           MOVE OP-GUARDIAN-ID TO WS-OP-GUARDIAN-ID(WS-OP-X).
           MOVE OP-AUTH-MODE TO WS-OP-AUTH-MODE(WS-OP-X).
           MOVE OP-AUTH-REF TO WS-OP-AUTH-REF(WS-OP-X).
           MOVE OP-STATUS TO WS-OP-STATUS(WS-OP-X).
           IF OP-PASS-NO > WS-NEXT-PASS
                MOVE OP-PASS-NO TO WS-NEXT-PASS.
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
           MOVE WS-OP-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "HOSTEL-OUTING" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
