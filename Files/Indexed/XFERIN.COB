       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-IN.
      *    LOADS STUDENTS JOINING MID-COURSE FROM ANOTHER SCHOOL.
      *    EACH XFERIN.DAT RECORD IS CHECKED UNDER THE SAME RULES
      *    STUDENT-ADD AND STUDENT-LOAD APPLY, PLUS THE PRIOR-TERM
      *    ENTRIES, BEFORE ANYTHING IS WRITTEN. A GOOD RECORD
      *    CREATES THE STUDENT.DAT ROW WITH ITS TERM-MARKS HISTORY
      *    SEEDED AND A CGPA.DAT ROW WITH ONE TERM SLOT PER PRIOR
      *    TERM, POSTED THE WAY CGPA-REBUILD POSTS A TERM (GRADE
      *    SCALE GPA AT ONE CREDIT) AND FLAGGED AS TRANSFERRED.
      *    A FAILING RECORD GOES TO XFERREJ.DAT WITH ITS REASON SO
      *    IT CAN BE CORRECTED AND RESUBMITTED.
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
           SELECT CGPA-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-RNO
           FILE STATUS IS CGPA-FILE-STATUS.
           SELECT TRANSFER-IN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANSFER-IN-STATUS.
           SELECT TRANSFER-REJECT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANSFER-REJECT-STATUS.
           SELECT GRADE-SCALE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRADE-SCALE-STATUS.
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
       FD STUDENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDENT.DAT"
           DATA RECORD IS STUDENT-REC.
       COPY STUDENT.
       FD CGPA-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CGPA.DAT"
           DATA RECORD IS CGPA-REC.
       COPY CGPA.
       FD TRANSFER-IN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "XFERIN.DAT"
           DATA RECORD IS TRANSFER-IN-REC.
       COPY XFERIN.
       FD TRANSFER-REJECT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "XFERREJ.DAT"
           DATA RECORD IS TRANSFER-REJECT-REC.
       01 TRANSFER-REJECT-REC.
        02 XR-IMAGE PIC X(183).
        02 XR-REASON-CODE PIC X(4).
        02 XR-REASON-TEXT PIC X(30).
       FD GRADE-SCALE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRDSCALE.DAT"
           DATA RECORD IS GRADE-SCALE-REC.
       COPY GRDSCALE.
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
       77 STUDENT-FILE-STATUS PIC XX.
       77 CGPA-FILE-STATUS PIC XX.
       77 TRANSFER-IN-STATUS PIC XX.
       77 TRANSFER-REJECT-STATUS PIC XX.
       77 GRADE-SCALE-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-MAX-MARKS PIC 9(4) VALUE 0500.
       77 WS-ENTRY-MARKS-N PIC 9(4).
       77 WS-REASON-CODE PIC X(4).
       77 WS-REASON-TEXT PIC X(30).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TERM-POST-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-XFER-TERMS PIC 9 VALUE ZERO.
       77 WS-TERM-SUB PIC 9(2) COMP.
       77 WS-LAST-TERM-NO PIC 9(2).
       77 WS-TERM-NO-N PIC 9(2).
       77 WS-TERM-MARKS-N PIC 9(4).
       77 WS-MARKS PIC 9(3).
       77 WS-SCALE-EOF-SW PIC X VALUE "N".
           88 WS-SCALE-EOF VALUE "Y".
       77 WS-SCALE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-GRADE-FOUND-SW PIC X VALUE "N".
           88 WS-GRADE-FOUND VALUE "Y".
       77 WS-SCALE-FOUND-X PIC 9(3) COMP VALUE ZERO.
       77 WS-SCALE-YEAR PIC 9(4) VALUE ZERO.
       77 WS-SCALE-DATE PIC 9(8).
       01 WS-SCALE-TABLE.
        02 WS-SCALE-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-SCALE-TOTAL
                INDEXED BY WS-SCALE-X.
         03 WS-SCALE-GRADE PIC X(2).
         03 WS-SCALE-MIN PIC 9(3).
         03 WS-SCALE-MAX PIC 9(3).
         03 WS-SCALE-GPA PIC 9V99.
      *    THE VALIDATED PRIOR TERMS, HELD UNTIL THE WHOLE RECORD
      *    HAS PASSED SO NOTHING IS WRITTEN FOR A REJECTED ONE.
       01 WS-XFER-TERM-TABLE.
        02 WS-XFER-TERM OCCURS 8 TIMES.
         03 WS-XT-TERM-NO PIC 9(2).
         03 WS-XT-MARKS PIC 9(4).
         03 WS-XT-GPA PIC 9V99.
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM OPEN-SCALE-PARA.
           PERFORM LOAD-ONE-SCALE-PARA UNTIL WS-SCALE-EOF.
           PERFORM CLOSE-SCALE-PARA.
           IF WS-SCALE-TOTAL = ZERO
                DISPLAY "NO GRADE SCALE ON FILE - CANNOT POST ",
                     "TRANSFERRED TERMS"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO GRADE SCALE ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN INPUT TRANSFER-IN.
           IF TRANSFER-IN-STATUS = "35"
                DISPLAY "NO TRANSFER FILE ON RECORD - NOTHING TO DO"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TRANSFER FILE NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN I-O STUDENT.
           IF STUDENT-FILE-STATUS = "35"
                OPEN OUTPUT STUDENT
                CLOSE STUDENT
                OPEN I-O STUDENT.
           OPEN I-O CGPA-FILE.
           IF CGPA-FILE-STATUS = "35"
                OPEN OUTPUT CGPA-FILE
                CLOSE CGPA-FILE
                OPEN I-O CGPA-FILE.
           OPEN OUTPUT TRANSFER-REJECT.
       READ-PARA.
           PERFORM READ-ONE-PARA UNTIL WS-EOF.
       CLOSE-PARA.
           CLOSE TRANSFER-IN.
           CLOSE STUDENT.
           CLOSE CGPA-FILE.
           CLOSE TRANSFER-REJECT.
           DISPLAY "TRANSFER RECORDS READ: ", WS-READ-COUNT.
           DISPLAY "ADDED: ", WS-ADD-COUNT,
                " PRIOR TERMS POSTED: ", WS-TERM-POST-COUNT,
                " REJECTED: ", WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > ZERO
                IF WS-RETURN-CODE < 04
                     MOVE 04 TO WS-RETURN-CODE
                     MOVE "ONE OR MORE TRANSFERS REJECTED" TO
                          WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       READ-ONE-PARA.
           READ TRANSFER-IN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM APPLY-ONE-PARA THRU APPLY-ONE-EXIT.
       APPLY-ONE-PARA.
           ADD 1 TO WS-READ-COUNT.
           PERFORM VALIDATE-STUDENT-PARA THRU VALIDATE-STUDENT-EXIT.
           IF WS-REASON-CODE NOT = SPACES
                PERFORM REJECT-ONE-PARA
                GO TO APPLY-ONE-EXIT.
           PERFORM VALIDATE-TERMS-PARA THRU VALIDATE-TERMS-EXIT.
           IF WS-REASON-CODE NOT = SPACES
                PERFORM REJECT-ONE-PARA
                GO TO APPLY-ONE-EXIT.
           MOVE XI-RNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE "R003" TO WS-REASON-CODE
                     MOVE "ROLL NO ALREADY ON FILE" TO WS-REASON-TEXT.
           IF WS-REASON-CODE NOT = SPACES
                PERFORM REJECT-ONE-PARA
                GO TO APPLY-ONE-EXIT.
           MOVE XI-RNO TO CG-RNO.
           READ CGPA-FILE KEY IS CG-RNO
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE "R016" TO WS-REASON-CODE
                     MOVE "CGPA ALREADY ON FILE FOR ROLL" TO
                          WS-REASON-TEXT.
           IF WS-REASON-CODE NOT = SPACES
                PERFORM REJECT-ONE-PARA
                GO TO APPLY-ONE-EXIT.
           PERFORM ADD-STUDENT-PARA THRU ADD-STUDENT-EXIT.
           IF WS-REASON-CODE NOT = SPACES
                GO TO APPLY-ONE-EXIT.
           IF WS-XFER-TERMS > ZERO
                PERFORM ADD-CGPA-PARA.
       APPLY-ONE-EXIT.
           EXIT.
      *    THE STUDENT-ADD RULES, WITH STUDENT-LOAD'S REASON CODES.
       VALIDATE-STUDENT-PARA.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.
           IF XI-RNO NOT NUMERIC
                MOVE "R002" TO WS-REASON-CODE
                MOVE "ROLL NO NOT NUMERIC" TO WS-REASON-TEXT
                GO TO VALIDATE-STUDENT-EXIT.
           IF XI-NAME = SPACES
                MOVE "R009" TO WS-REASON-CODE
                MOVE "NAME CANNOT BE BLANK" TO WS-REASON-TEXT
                GO TO VALIDATE-STUDENT-EXIT.
           IF XI-MARKS NOT NUMERIC
                MOVE "R005" TO WS-REASON-CODE
                MOVE "MARKS NOT NUMERIC" TO WS-REASON-TEXT
                GO TO VALIDATE-STUDENT-EXIT.
           MOVE XI-MARKS TO WS-ENTRY-MARKS-N.
           IF WS-ENTRY-MARKS-N > WS-MAX-MARKS
                MOVE "R006" TO WS-REASON-CODE
                MOVE "MARKS EXCEEDS MAXIMUM" TO WS-REASON-TEXT
                GO TO VALIDATE-STUDENT-EXIT.
           PERFORM CHECK-DOB-PARA.
           IF WS-REASON-CODE NOT = SPACES
                GO TO VALIDATE-STUDENT-EXIT.
           PERFORM CHECK-ENROLL-PARA.
           IF WS-REASON-CODE NOT = SPACES
                GO TO VALIDATE-STUDENT-EXIT.
           IF XI-GUARDIAN-ID NOT NUMERIC
                MOVE "R017" TO WS-REASON-CODE
                MOVE "GUARDIAN ID NOT NUMERIC" TO WS-REASON-TEXT.
       VALIDATE-STUDENT-EXIT.
           EXIT.
       CHECK-DOB-PARA.
           IF XI-DOB NOT NUMERIC
                MOVE "R007" TO WS-REASON-CODE
                MOVE "DOB NOT NUMERIC" TO WS-REASON-TEXT
           ELSE
                IF XI-DOB-MM < "01" OR XI-DOB-MM > "12"
                     OR XI-DOB-DD < "01" OR XI-DOB-DD > "31"
                     MOVE "R007" TO WS-REASON-CODE
                     MOVE "DOB MONTH/DAY OUT OF RANGE" TO
                          WS-REASON-TEXT.
       CHECK-ENROLL-PARA.
           IF XI-ENROLL NOT NUMERIC
                MOVE "R008" TO WS-REASON-CODE
                MOVE "ENROLL DATE NOT NUMERIC" TO WS-REASON-TEXT
           ELSE
                IF XI-ENROLL-MM < "01" OR XI-ENROLL-MM > "12"
                     OR XI-ENROLL-DD < "01" OR XI-ENROLL-DD > "31"
                     MOVE "R008" TO WS-REASON-CODE
                     MOVE "ENROLL MONTH/DAY OUT OF RANGE" TO
                          WS-REASON-TEXT.
      *    PRIOR TERMS MUST RUN IN ASCENDING TERM ORDER WITHIN 1-8,
      *    EACH TOTAL WITHIN THE 500 MAXIMUM AND GRADEABLE ON THE
      *    SCALE IN FORCE.
       VALIDATE-TERMS-PARA.
           MOVE ZERO TO WS-XFER-TERMS.
           MOVE ZERO TO WS-LAST-TERM-NO.
           IF XI-TERM-COUNT NOT NUMERIC
                MOVE "R011" TO WS-REASON-CODE
                MOVE "TERM COUNT MUST BE 0-8" TO WS-REASON-TEXT
                GO TO VALIDATE-TERMS-EXIT.
           MOVE XI-TERM-COUNT TO WS-XFER-TERMS.
           IF WS-XFER-TERMS > 8
                MOVE "R011" TO WS-REASON-CODE
                MOVE "TERM COUNT MUST BE 0-8" TO WS-REASON-TEXT
                GO TO VALIDATE-TERMS-EXIT.
           PERFORM VALIDATE-ONE-TERM-PARA THRU VALIDATE-ONE-TERM-EXIT
                VARYING WS-TERM-SUB FROM 1 BY 1
                UNTIL WS-TERM-SUB > WS-XFER-TERMS
                OR WS-REASON-CODE NOT = SPACES.
       VALIDATE-TERMS-EXIT.
           EXIT.
       VALIDATE-ONE-TERM-PARA.
           IF XI-TERM-NO(WS-TERM-SUB) NOT NUMERIC
                OR XI-TERM-MARKS(WS-TERM-SUB) NOT NUMERIC
                MOVE "R012" TO WS-REASON-CODE
                MOVE "PRIOR TERM ENTRY NOT NUMERIC" TO WS-REASON-TEXT
                GO TO VALIDATE-ONE-TERM-EXIT.
           MOVE XI-TERM-NO(WS-TERM-SUB) TO WS-TERM-NO-N.
           IF WS-TERM-NO-N NOT > WS-LAST-TERM-NO OR WS-TERM-NO-N > 8
                MOVE "R013" TO WS-REASON-CODE
                MOVE "PRIOR TERM NO OUT OF SEQUENCE" TO
                     WS-REASON-TEXT
                GO TO VALIDATE-ONE-TERM-EXIT.
           MOVE WS-TERM-NO-N TO WS-LAST-TERM-NO.
           MOVE XI-TERM-MARKS(WS-TERM-SUB) TO WS-TERM-MARKS-N.
           IF WS-TERM-MARKS-N > WS-MAX-MARKS
                MOVE "R014" TO WS-REASON-CODE
                MOVE "PRIOR TERM MARKS EXCEED MAXIMUM" TO
                     WS-REASON-TEXT
                GO TO VALIDATE-ONE-TERM-EXIT.
           DIVIDE WS-TERM-MARKS-N BY 5 GIVING WS-MARKS.
           PERFORM LOOKUP-GRADE-PARA.
           IF NOT WS-GRADE-FOUND
                MOVE "R015" TO WS-REASON-CODE
                MOVE "NO GRADE FOR PRIOR TERM MARKS" TO
                     WS-REASON-TEXT
                GO TO VALIDATE-ONE-TERM-EXIT.
           MOVE WS-TERM-NO-N TO WS-XT-TERM-NO(WS-TERM-SUB).
           MOVE WS-TERM-MARKS-N TO WS-XT-MARKS(WS-TERM-SUB).
           MOVE WS-SCALE-GPA(WS-SCALE-FOUND-X) TO
                WS-XT-GPA(WS-TERM-SUB).
       VALIDATE-ONE-TERM-EXIT.
           EXIT.
       ADD-STUDENT-PARA.
           MOVE XI-RNO TO RNO.
           MOVE XI-NAME TO NAME.
           MOVE XI-MARKS TO MARKS.
           MOVE XI-DOB TO DOB.
           MOVE XI-ADDRESS TO STUDENT-ADDRESS.
           MOVE XI-CONTACT TO CONTACT-NO.
           MOVE XI-ENROLL TO ENROLL-DATE.
           MOVE "A" TO STUDENT-STATUS.
           MOVE WS-XFER-TERMS TO TERM-MARKS-COUNT.
           PERFORM SEED-ONE-TERM-PARA
                VARYING WS-TERM-SUB FROM 1 BY 1
                UNTIL WS-TERM-SUB > 8.
           MOVE SPACE TO PROMOTION-STATUS.
           MOVE XI-GUARDIAN-ID TO GUARDIAN-ID.
           WRITE STUDENT-REC
                INVALID KEY
                     MOVE "R003" TO WS-REASON-CODE
                     MOVE "ROLL NO ALREADY ON FILE" TO WS-REASON-TEXT
                     PERFORM REJECT-ONE-PARA
                     GO TO ADD-STUDENT-EXIT.
           ADD 1 TO WS-ADD-COUNT.
           PERFORM LOG-AUDIT-PARA.
       ADD-STUDENT-EXIT.
           EXIT.
       SEED-ONE-TERM-PARA.
           IF WS-TERM-SUB > WS-XFER-TERMS
                MOVE ZERO TO TERM-NO(WS-TERM-SUB)
                MOVE ZERO TO TERM-MARKS-VALUE(WS-TERM-SUB)
           ELSE
                MOVE WS-XT-TERM-NO(WS-TERM-SUB) TO TERM-NO(WS-TERM-SUB)
                MOVE WS-XT-MARKS(WS-TERM-SUB) TO
                     TERM-MARKS-VALUE(WS-TERM-SUB).
       ADD-CGPA-PARA.
           MOVE XI-RNO TO CG-RNO.
           MOVE ZERO TO CG-TERM-COUNT.
           MOVE ZERO TO CG-TOTAL-GPA-POINTS.
           MOVE ZERO TO CG-TOTAL-CREDITS.
           MOVE ZERO TO CG-CGPA.
           PERFORM POST-ONE-TERM-PARA
                VARYING WS-TERM-SUB FROM 1 BY 1
                UNTIL WS-TERM-SUB > 8.
           IF CG-TOTAL-CREDITS > ZERO
                DIVIDE CG-TOTAL-GPA-POINTS BY CG-TOTAL-CREDITS
                     GIVING CG-CGPA.
           WRITE CGPA-REC
                INVALID KEY
                     DISPLAY "ROLL NO ", RNO, " CGPA NOT WRITTEN - ",
                          "ALREADY ON FILE"
                     IF WS-RETURN-CODE < 04
                          MOVE 04 TO WS-RETURN-CODE
                          MOVE "CGPA ROW ALREADY ON FILE" TO
                               WS-ERROR-MESSAGE.
           DISPLAY "ROLL NO ", RNO, " ADDED WITH ", CG-TERM-COUNT,
                " TRANSFERRED TERM(S) - CGPA ", CG-CGPA.
       POST-ONE-TERM-PARA.
           IF WS-TERM-SUB > WS-XFER-TERMS
                MOVE ZERO TO CG-TERM-NO(WS-TERM-SUB)
                MOVE ZERO TO CG-TERM-POINTS(WS-TERM-SUB)
                MOVE ZERO TO CG-TERM-CREDITS(WS-TERM-SUB)
                MOVE SPACE TO CG-TERM-SOURCE(WS-TERM-SUB)
           ELSE
                MOVE WS-XT-TERM-NO(WS-TERM-SUB) TO
                     CG-TERM-NO(WS-TERM-SUB)
                MOVE WS-XT-GPA(WS-TERM-SUB) TO
                     CG-TERM-POINTS(WS-TERM-SUB)
                MOVE 1 TO CG-TERM-CREDITS(WS-TERM-SUB)
                MOVE "T" TO CG-TERM-SOURCE(WS-TERM-SUB)
                ADD WS-XT-GPA(WS-TERM-SUB) TO CG-TOTAL-GPA-POINTS
                ADD 1 TO CG-TOTAL-CREDITS
                ADD 1 TO CG-TERM-COUNT
                ADD 1 TO WS-TERM-POST-COUNT.
       REJECT-ONE-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE TRANSFER-IN-REC TO XR-IMAGE.
           MOVE WS-REASON-CODE TO XR-REASON-CODE.
           MOVE WS-REASON-TEXT TO XR-REASON-TEXT.
           WRITE TRANSFER-REJECT-REC.
           DISPLAY "REJECTED ", WS-REASON-CODE, " ", WS-REASON-TEXT,
                " - ROLL NO ", XI-RNO.
       LOG-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE "TRANSFER-IN" TO AL-PROGRAM.
           MOVE "ADD" TO AL-ACTION.
           MOVE XI-FROM-SCHOOL TO AL-REASON.
           MOVE RNO TO AL-RNO.
           MOVE RNO TO AL-AFTER-RNO.
           MOVE SPACES TO AL-BEFORE-NAME.
           MOVE ZERO TO AL-BEFORE-MARKS.
           MOVE ZERO TO AL-BEFORE-DOB.
           MOVE SPACES TO AL-BEFORE-ADDRESS.
           MOVE SPACES TO AL-BEFORE-CONTACT.
           MOVE ZERO TO AL-BEFORE-ENROLL-DATE.
           MOVE NAME TO AL-AFTER-NAME.
           MOVE MARKS TO AL-AFTER-MARKS.
           MOVE DOB TO AL-AFTER-DOB.
           MOVE STUDENT-ADDRESS TO AL-AFTER-ADDRESS.
           MOVE CONTACT-NO TO AL-AFTER-CONTACT.
           MOVE ENROLL-DATE TO AL-AFTER-ENROLL-DATE.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       OPEN-SCALE-PARA.
           DISPLAY "ENTER ACADEMIC YEAR FOR THE GRADE SCALE ",
                "(0 FOR CURRENT): ".
           ACCEPT WS-SCALE-YEAR.
           IF WS-SCALE-YEAR = ZERO
                ACCEPT WS-SCALE-DATE FROM DATE YYYYMMDD
                MOVE WS-SCALE-DATE(1:4) TO WS-SCALE-YEAR.
           OPEN INPUT GRADE-SCALE.
           IF GRADE-SCALE-STATUS NOT = "00"
                MOVE "Y" TO WS-SCALE-EOF-SW.
       LOAD-ONE-SCALE-PARA.
           READ GRADE-SCALE
                AT END MOVE "Y" TO WS-SCALE-EOF-SW
                NOT AT END PERFORM STORE-SCALE-ENTRY-PARA THRU
                     STORE-SCALE-ENTRY-EXIT.
       STORE-SCALE-ENTRY-PARA.
           IF WS-SCALE-YEAR < GS-EFF-FROM-YEAR
                OR WS-SCALE-YEAR > GS-EFF-TO-YEAR
                GO TO STORE-SCALE-ENTRY-EXIT.
           ADD 1 TO WS-SCALE-TOTAL.
           SET WS-SCALE-X TO WS-SCALE-TOTAL.
           MOVE GS-GRADE TO WS-SCALE-GRADE(WS-SCALE-X).
           MOVE GS-MIN-MARKS TO WS-SCALE-MIN(WS-SCALE-X).
           MOVE GS-MAX-MARKS TO WS-SCALE-MAX(WS-SCALE-X).
           MOVE GS-GPA-POINTS TO WS-SCALE-GPA(WS-SCALE-X).
       STORE-SCALE-ENTRY-EXIT.
           EXIT.
       CLOSE-SCALE-PARA.
           IF WS-SCALE-TOTAL > ZERO
                CLOSE GRADE-SCALE.
       LOOKUP-GRADE-PARA.
           MOVE "N" TO WS-GRADE-FOUND-SW.
           PERFORM CHECK-ONE-BAND-PARA
                VARYING WS-SCALE-X FROM 1 BY 1
                UNTIL WS-SCALE-X > WS-SCALE-TOTAL
                OR WS-GRADE-FOUND.
       CHECK-ONE-BAND-PARA.
           IF WS-MARKS >= WS-SCALE-MIN(WS-SCALE-X)
                AND WS-MARKS <= WS-SCALE-MAX(WS-SCALE-X)
                SET WS-SCALE-FOUND-X TO WS-SCALE-X
                MOVE "Y" TO WS-GRADE-FOUND-SW.
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
           MOVE WS-ADD-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "TRANSFER-IN" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
