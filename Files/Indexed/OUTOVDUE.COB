       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTING-OVERDUE.
      *    OVERDUE-RETURN ALERT LIST. EVERY GATE PASS STILL OPEN
      *    AFTER ITS EXPECTED RETURN DATE AND TIME IS LISTED WITH
      *    THE BOARDER'S ROOM AND THE GUARDIAN WHO AUTHORISED THE
      *    OUTING, SO THE WARDEN CAN TELEPHONE WITHOUT LOOKING UP
      *    THE FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT OUTING-PASS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OUTING-PASS-STATUS.
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
       FD OUTING-PASS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OUTPASS.DAT"
           DATA RECORD IS OUTING-PASS-REC.
       COPY OUTPASS.
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
       FD OVERDUE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OUTOVDUE.DAT"
           DATA RECORD IS OVERDUE-LINE.
       01 OVERDUE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 OUTING-PASS-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 OVERDUE-PRINT-STATUS PIC XX.
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
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OUT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.
       01 OV-HEAD-1.
        02 FILLER PIC X(26) VALUE "OVERDUE GATE PASSES AS AT ".
        02 OH-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 OH-TIME PIC 9(4).
       01 OV-HEAD-2.
        02 FILLER PIC X(40) VALUE
           "PASS   ROLL  NAME                 HOSTEL".
        02 FILLER PIC X(39) VALUE
           "/ROOM  DUE DATE TIME  PURPOSE".
       01 OV-DETAIL-LINE.
        02 OD-PASS PIC 9(6).
        02 FILLER PIC X VALUE SPACE.
        02 OD-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 OD-NAME PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 OD-HOSTEL PIC X(4).
        02 FILLER PIC X VALUE "/".
        02 OD-ROOM PIC X(4).
        02 FILLER PIC X(4) VALUE SPACES.
        02 OD-DUE-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 OD-DUE-TIME PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-PURPOSE PIC X(17).
       01 OV-GUARDIAN-LINE.
        02 FILLER PIC X(14) VALUE "   GUARDIAN : ".
        02 OG-NAME PIC X(25).
        02 FILLER PIC X VALUE SPACE.
        02 OG-RELATION PIC X(10).
        02 FILLER PIC X VALUE SPACE.
        02 OG-CONTACT PIC X(15).
        02 FILLER PIC X(6) VALUE " AUTH ".
        02 OG-AUTH-MODE PIC X.
       01 OV-TOTAL-LINE.
        02 FILLER PIC X(22) VALUE "PASSES STILL OPEN   : ".
        02 OT-OUT PIC ZZ,ZZ9.
        02 FILLER PIC X(22) VALUE "   OVERDUE          : ".
        02 OT-OVERDUE PIC ZZ,ZZ9.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-CLOCK(1:4) TO WS-NOW-TIME.
           OPEN INPUT OUTING-PASS.
           IF OUTING-PASS-STATUS NOT = "00"
                DISPLAY "NO GATE PASSES ON FILE"
                GO TO END-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                CLOSE OUTING-PASS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN INPUT GUARDIAN-MASTER.
           IF GUARDIAN-MASTER-STATUS = "00"
                MOVE "Y" TO WS-GUARDIAN-OPEN-SW.
           OPEN OUTPUT OVERDUE-PRINT.
           MOVE WS-NOW-DATE TO OH-DATE.
           MOVE WS-NOW-TIME TO OH-TIME.
           MOVE OV-HEAD-1 TO OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE-PARA.
           MOVE OV-HEAD-2 TO OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE-PARA.
           MOVE DASH-LINE TO OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE-PARA.
           PERFORM CHECK-ONE-PARA UNTIL WS-EOF.
           MOVE DASH-LINE TO OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE-PARA.
           MOVE WS-OUT-COUNT TO OT-OUT.
           MOVE WS-OVERDUE-COUNT TO OT-OVERDUE.
           MOVE OV-TOTAL-LINE TO OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE-PARA.
           CLOSE OVERDUE-PRINT.
           CLOSE OUTING-PASS.
           CLOSE STUDENT.
           IF WS-GUARDIAN-OPEN
                CLOSE GUARDIAN-MASTER.
           IF WS-OVERDUE-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "BOARDERS OVERDUE FROM OUTINGS" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       CHECK-ONE-PARA.
           READ OUTING-PASS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM JUDGE-PASS-PARA THRU
                     JUDGE-PASS-EXIT.
       JUDGE-PASS-PARA.
           ADD 1 TO WS-READ-COUNT.
           IF NOT OP-OUT
                GO TO JUDGE-PASS-EXIT.
           ADD 1 TO WS-OUT-COUNT.
           MOVE OP-DUE-DATE TO WS-DUE-DATE.
           MOVE OP-DUE-TIME TO WS-DUE-TIME.
           IF WS-NOW-STAMP NOT > WS-DUE-STAMP
                GO TO JUDGE-PASS-EXIT.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE OP-PASS-NO TO OD-PASS.
           MOVE OP-RNO TO OD-RNO.
           MOVE "NOT ON STUDENT FILE" TO OD-NAME.
           MOVE OP-RNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE NAME TO OD-NAME.
           MOVE OP-HOSTEL TO OD-HOSTEL.
           MOVE OP-ROOM TO OD-ROOM.
           MOVE OP-DUE-DATE TO OD-DUE-DATE.
           MOVE OP-DUE-TIME TO OD-DUE-TIME.
           MOVE OP-PURPOSE TO OD-PURPOSE.
           MOVE OV-DETAIL-LINE TO OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE-PARA.
           PERFORM NAME-GUARDIAN-PARA THRU NAME-GUARDIAN-EXIT.
           MOVE OV-GUARDIAN-LINE TO OVERDUE-LINE.
           PERFORM WRITE-OVERDUE-LINE-PARA.
       JUDGE-PASS-EXIT.
           EXIT.
       NAME-GUARDIAN-PARA.
           MOVE "NOT ON FILE" TO OG-NAME.
           MOVE SPACES TO OG-RELATION.
           MOVE SPACES TO OG-CONTACT.
           MOVE OP-AUTH-MODE TO OG-AUTH-MODE.
           IF NOT WS-GUARDIAN-OPEN OR OP-GUARDIAN-ID = ZERO
                GO TO NAME-GUARDIAN-EXIT.
           MOVE OP-GUARDIAN-ID TO GD-ID.
           READ GUARDIAN-MASTER KEY IS GD-ID
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE GD-NAME TO OG-NAME
                     MOVE GD-RELATION TO OG-RELATION
                     MOVE GD-CONTACT TO OG-CONTACT.
       NAME-GUARDIAN-EXIT.
           EXIT.
       WRITE-OVERDUE-LINE-PARA.
           DISPLAY OVERDUE-LINE.
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
           MOVE "OUTING-OVERDUE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
