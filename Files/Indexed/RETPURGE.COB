       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.
      *    ERASES THE PERSONAL DATA OF LONG-DEPARTED STUDENTS ONCE
      *    THE RETENTION PERIOD HAS RUN. A ROLL IS DUE WHEN ITS
      *    ALUMNI ROW SHOWS A LEAVING YEAR, OR ITS ARCHIVE ROW AN
      *    ARCHIVE DATE, AT LEAST WS-RETAIN-YEARS BEFORE TODAY, AND
      *    IT IS NOT BACK ON STUDENT.DAT AS AN ACTIVE STUDENT.
      *    ADDRESS AND CONTACT ARE BLANKED ON STUDARCH.DAT AND
      *    ALUMNI.DAT, THE WHOLE MEDICAL PROFILE ON MEDICAL.DAT, AND
      *    THE GUARDIAN'S ADDRESS AND CONTACT ON GUARDIAN.DAT UNLESS
      *    AN ACTIVE STUDENT STILL POINTS AT THAT GUARDIAN. NAMES,
      *    RESULTS, CGPA.DAT AND THE CERTIFICATE REGISTERS ARE NOT
      *    TOUCHED. THE PREVIEW PASS (P) ONLY LISTS WHAT WOULD GO;
      *    THE ERASE PASS (E) NEEDS A SUPERVISOR LOGIN AND WRITES
      *    ONE PURGEREG.DAT ROW FOR EVERY RECORD IT BLANKS.
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
           SELECT STUDENT-ARCHIVE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT ALUMNI-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALUMNI-FILE-STATUS.
           SELECT MEDICAL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEDICAL-FILE-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-ID
           FILE STATUS IS GUARDIAN-MASTER-STATUS.
           SELECT PURGE-REGISTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PURGE-REGISTER-STATUS.
           SELECT PURGE-REPORT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PURGE-REPORT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OPERATOR-MASTER-STATUS.
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
       FD STUDENT-ARCHIVE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDARCH.DAT"
           DATA RECORD IS ARCHIVE-REC.
       COPY STUDARCH.
       FD ALUMNI-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ALUMNI.DAT"
           DATA RECORD IS ALUMNI-REC.
       COPY ALUMNI.
       FD MEDICAL-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "MEDICAL.DAT"
           DATA RECORD IS MEDICAL-REC.
       COPY MEDICAL.
       FD GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GUARDIAN.DAT"
           DATA RECORD IS GUARDIAN-MASTER-REC.
       COPY GUARDMST.
       FD PURGE-REGISTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PURGEREG.DAT"
           DATA RECORD IS PURGE-REGISTER-REC.
       COPY PURGEREG.
       FD PURGE-REPORT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PURGERPT.DAT"
           DATA RECORD IS PURGE-LINE.
       01 PURGE-LINE PIC X(79).
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
           DATA RECORD IS OPERATOR-MASTER-REC.
       COPY OPERMAST.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 ARCHIVE-FILE-STATUS PIC XX.
       77 ALUMNI-FILE-STATUS PIC XX.
       77 MEDICAL-FILE-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 PURGE-REGISTER-STATUS PIC XX.
       77 PURGE-REPORT-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 MODE-SW PIC X.
           88 PREVIEW-MODE VALUE "P".
           88 ERASE-MODE VALUE "E".
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
      *    RETENTION PERIOD SET BY THE DATA-PROTECTION POLICY.
       77 WS-RETAIN-YEARS PIC 9(2) VALUE 10.
       01 WS-TODAY.
        02 WS-TODAY-YYYY PIC 9(4).
        02 WS-TODAY-MMDD PIC 9(4).
       01 WS-CUTOFF-DATE-N PIC 9(8).
       01 WS-CUTOFF-DATE REDEFINES WS-CUTOFF-DATE-N.
        02 WS-CUTOFF-YYYY PIC 9(4).
        02 WS-CUTOFF-MMDD PIC 9(4).
       77 WS-ROW-RNO PIC 9(5).
       77 WS-ROW-FILE PIC X(8).
       77 WS-ROW-GUARDIAN PIC 9(4).
       77 WS-ROW-FIELDS PIC X(30).
       77 WS-ROW-BASIS PIC X(20).
       77 WS-CAND-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ERASE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ARCHIVE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ALUMNI-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MEDICAL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-GUARDIAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-KEPT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PG-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-PG-IDX PIC 9(4) COMP.
       77 WS-PG-FOUND-SW PIC X.
           88 WS-PG-FOUND VALUE "Y".
       77 WS-PG-FOUND-X PIC 9(4) COMP.
       77 WS-PG-EARLIER-X PIC 9(4) COMP.
       01 WS-PG-TABLE.
        02 WS-PG-ENTRY OCCURS 9999 TIMES.
         03 WS-PG-RNO PIC 9(5).
         03 WS-PG-GUARDIAN PIC 9(4).
         03 WS-PG-BASIS PIC X(20).
         03 WS-PG-KEEP-SW PIC X.
            88 WS-PG-KEEP VALUE "Y".
       77 WS-AG-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-AG-IDX PIC 9(4) COMP.
       77 WS-AG-FOUND-SW PIC X.
           88 WS-AG-FOUND VALUE "Y".
       01 WS-AG-TABLE.
        02 WS-AG-ID PIC 9(4) OCCURS 9999 TIMES.
       01 PR-HEAD-1.
        02 FILLER PIC X(18) VALUE "RETENTION PURGE - ".
        02 PH-MODE PIC X(20).
        02 FILLER PIC X(7) VALUE " AS OF ".
        02 PH-DATE PIC 9(8).
        02 FILLER PIC X(10) VALUE "  CUTOFF ".
        02 PH-CUTOFF PIC 9(8).
       01 PR-HEAD-2.
        02 FILLER PIC X(12) VALUE "  FILE".
        02 FILLER PIC X(7) VALUE "ROLL".
        02 FILLER PIC X(32) VALUE "FIELDS".
        02 FILLER PIC X(5) VALUE "BASIS".
       01 PR-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-FILE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-FIELDS PIC X(30).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-BASIS PIC X(20).
       01 DASH-LINE PIC X(79) VALUE ALL "-".
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
       COPY RETCODE.
       PROCEDURE DIVISION.
       MODE-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER MODE (P=PREVIEW ONLY, E=ERASE PERSONAL ",
                "DATA): ".
           ACCEPT MODE-SW.
           IF NOT PREVIEW-MODE AND NOT ERASE-MODE
                DISPLAY "INVALID RESPONSE, ENTER P OR E"
                GO TO MODE-PARA.
           IF ERASE-MODE
                PERFORM OPERATOR-LOGIN-PARA THRU OPERATOR-LOGIN-EXIT.
           IF ERASE-MODE AND NOT WS-LOGIN-OK
                DISPLAY "ACCESS DENIED - SUPERVISOR LOGIN REQUIRED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "ACCESS DENIED - LOGIN FAILED" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-CUTOFF-DATE.
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YYYY.
       SELECT-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ACTIVE-GUARDIAN-PARA UNTIL WS-EOF.
           PERFORM SELECT-ALUMNI-PARA THRU SELECT-ALUMNI-EXIT.
           PERFORM SELECT-ARCHIVE-PARA THRU SELECT-ARCHIVE-EXIT.
           PERFORM CHECK-STUDENT-PARA
                VARYING WS-PG-IDX FROM 1 BY 1
                UNTIL WS-PG-IDX > WS-PG-TOTAL.
           CLOSE STUDENT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           OPEN EXTEND PURGE-REPORT.
           IF PURGE-REPORT-STATUS = "35"
                OPEN OUTPUT PURGE-REPORT.
           IF ERASE-MODE
                MOVE "PERSONAL DATA ERASED" TO PH-MODE
                OPEN EXTEND PURGE-REGISTER
                IF PURGE-REGISTER-STATUS = "35"
                     OPEN OUTPUT PURGE-REGISTER.
           IF PREVIEW-MODE
                MOVE "PREVIEW ONLY" TO PH-MODE.
           MOVE WS-TODAY TO PH-DATE.
           MOVE WS-CUTOFF-DATE TO PH-CUTOFF.
           DISPLAY PR-HEAD-1.
           MOVE PR-HEAD-1 TO PURGE-LINE.
           WRITE PURGE-LINE.
           DISPLAY PR-HEAD-2.
           MOVE PR-HEAD-2 TO PURGE-LINE.
           WRITE PURGE-LINE.
           PERFORM WRITE-DASH-PARA.
       PURGE-PARA.
           PERFORM PURGE-ARCHIVE-PARA THRU PURGE-ARCHIVE-EXIT.
           PERFORM PURGE-ALUMNI-PARA THRU PURGE-ALUMNI-EXIT.
           PERFORM PURGE-MEDICAL-PARA THRU PURGE-MEDICAL-EXIT.
           PERFORM PURGE-GUARDIAN-PARA THRU PURGE-GUARDIAN-EXIT.
           PERFORM WRITE-DASH-PARA.
           CLOSE PURGE-REPORT.
           IF ERASE-MODE
                CLOSE PURGE-REGISTER.
           DISPLAY "ROLLS PAST THE RETENTION PERIOD: ", WS-CAND-COUNT.
           DISPLAY "ARCHIVE ROWS:  ", WS-ARCHIVE-COUNT,
                "  ALUMNI ROWS:   ", WS-ALUMNI-COUNT.
           DISPLAY "MEDICAL ROWS:  ", WS-MEDICAL-COUNT,
                "  GUARDIAN ROWS: ", WS-GUARDIAN-COUNT.
           DISPLAY "GUARDIANS KEPT FOR AN ACTIVE SIBLING: ",
                WS-KEPT-COUNT.
           IF PREVIEW-MODE AND WS-ERASE-COUNT > ZERO
                AND NOT WS-RC-ERROR
                MOVE 04 TO WS-RETURN-CODE
                MOVE "PERSONAL DATA DUE FOR ERASURE - SEE PURGERPT.DAT"
                     TO WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    EVERY GUARDIAN STILL NAMED BY AN ACTIVE STUDENT; THEIR
      *    CONTACT DETAILS STAY WHATEVER HAPPENS TO AN OLDER SIBLING.
       LOAD-ACTIVE-GUARDIAN-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF STUDENT-ACTIVE AND GUARDIAN-ID NOT = ZERO
                          PERFORM ADD-ACTIVE-GUARDIAN-PARA.
       ADD-ACTIVE-GUARDIAN-PARA.
           MOVE GUARDIAN-ID TO WS-ROW-GUARDIAN.
           PERFORM FIND-ACTIVE-GUARDIAN-PARA.
           IF NOT WS-AG-FOUND AND WS-AG-TOTAL < 9999
                ADD 1 TO WS-AG-TOTAL
                MOVE GUARDIAN-ID TO WS-AG-ID(WS-AG-TOTAL).
       FIND-ACTIVE-GUARDIAN-PARA.
           MOVE "N" TO WS-AG-FOUND-SW.
           PERFORM CHECK-ONE-GUARDIAN-PARA
                VARYING WS-AG-IDX FROM 1 BY 1
                UNTIL WS-AG-IDX > WS-AG-TOTAL
                OR WS-AG-FOUND.
       CHECK-ONE-GUARDIAN-PARA.
           IF WS-AG-ID(WS-AG-IDX) = WS-ROW-GUARDIAN
                MOVE "Y" TO WS-AG-FOUND-SW.
       SELECT-ALUMNI-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-FILE-STATUS NOT = "00"
                GO TO SELECT-ALUMNI-EXIT.
           PERFORM SELECT-ONE-ALUMNI-PARA UNTIL WS-EOF.
           CLOSE ALUMNI-FILE.
       SELECT-ALUMNI-EXIT.
           EXIT.
       SELECT-ONE-ALUMNI-PARA.
           READ ALUMNI-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AM-LEAVING-YEAR NOT = ZERO
                          AND AM-LEAVING-YEAR NOT > WS-CUTOFF-YYYY
                          PERFORM ADD-ALUMNI-CANDIDATE-PARA.
       ADD-ALUMNI-CANDIDATE-PARA.
           MOVE AM-RNO TO WS-ROW-RNO.
           MOVE ZERO TO WS-ROW-GUARDIAN.
           MOVE SPACES TO WS-ROW-BASIS.
           STRING "LEFT " DELIMITED BY SIZE
                AM-LEAVING-YEAR DELIMITED BY SIZE
                INTO WS-ROW-BASIS.
           PERFORM ADD-CANDIDATE-PARA.
      *    AN ARCHIVE ROW MAKES ITS ROLL DUE ON ITS OWN ARCHIVE DATE,
      *    AND SUPPLIES THE GUARDIAN FOR A ROLL ALREADY DUE BY ITS
      *    LEAVING YEAR. ROWS CARRIED OVER WITHOUT A DATE ARE ONLY
      *    PURGED THROUGH THE ALUMNI LEAVING YEAR.
       SELECT-ARCHIVE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-ARCHIVE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
                GO TO SELECT-ARCHIVE-EXIT.
           PERFORM SELECT-ONE-ARCHIVE-PARA UNTIL WS-EOF.
           CLOSE STUDENT-ARCHIVE.
       SELECT-ARCHIVE-EXIT.
           EXIT.
       SELECT-ONE-ARCHIVE-PARA.
           READ STUDENT-ARCHIVE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-ARCHIVE-PARA.
       NOTE-ARCHIVE-PARA.
           MOVE A-RNO TO WS-ROW-RNO.
           PERFORM FIND-CANDIDATE-PARA.
           IF WS-PG-FOUND
                IF WS-PG-GUARDIAN(WS-PG-FOUND-X) = ZERO
                     MOVE A-GUARDIAN-ID TO
                          WS-PG-GUARDIAN(WS-PG-FOUND-X).
           IF NOT WS-PG-FOUND
                AND A-ARCHIVE-DATE NOT = ZERO
                AND A-ARCHIVE-DATE NOT > WS-CUTOFF-DATE-N
                MOVE A-GUARDIAN-ID TO WS-ROW-GUARDIAN
                MOVE SPACES TO WS-ROW-BASIS
                STRING "ARCHIVED " DELIMITED BY SIZE
                     A-ARCHIVE-DATE DELIMITED BY SIZE
                     INTO WS-ROW-BASIS
                PERFORM ADD-CANDIDATE-PARA.
       ADD-CANDIDATE-PARA.
           PERFORM FIND-CANDIDATE-PARA.
           IF WS-PG-FOUND
                GO TO ADD-CANDIDATE-EXIT.
           IF WS-PG-TOTAL = 9999
                DISPLAY "MORE THAN 9999 ROLLS DUE - RUN AGAIN AFTER ",
                     "THIS PASS"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "TOO MANY ROLLS DUE - NOT ALL SELECTED" TO
                     WS-ERROR-MESSAGE
                GO TO ADD-CANDIDATE-EXIT.
           ADD 1 TO WS-PG-TOTAL.
           MOVE WS-ROW-RNO TO WS-PG-RNO(WS-PG-TOTAL).
           MOVE WS-ROW-GUARDIAN TO WS-PG-GUARDIAN(WS-PG-TOTAL).
           MOVE WS-ROW-BASIS TO WS-PG-BASIS(WS-PG-TOTAL).
           MOVE "N" TO WS-PG-KEEP-SW(WS-PG-TOTAL).
       ADD-CANDIDATE-EXIT.
           EXIT.
       FIND-CANDIDATE-PARA.
           MOVE "N" TO WS-PG-FOUND-SW.
           PERFORM CHECK-ONE-CANDIDATE-PARA
                VARYING WS-PG-IDX FROM 1 BY 1
                UNTIL WS-PG-IDX > WS-PG-TOTAL
                OR WS-PG-FOUND.
       CHECK-ONE-CANDIDATE-PARA.
           IF WS-PG-RNO(WS-PG-IDX) = WS-ROW-RNO
                MOVE "Y" TO WS-PG-FOUND-SW
                MOVE WS-PG-IDX TO WS-PG-FOUND-X.
      *    A ROLL RESTORED TO THE MASTER AND ACTIVE AGAIN IS NOT
      *    PURGED; AN INACTIVE MASTER ROW GIVES THE GUARDIAN WHEN
      *    NEITHER OLDER FILE DID.
       CHECK-STUDENT-PARA.
           MOVE WS-PG-RNO(WS-PG-IDX) TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     MOVE "N" TO STUDENT-STATUS
                NOT INVALID KEY
                     IF WS-PG-GUARDIAN(WS-PG-IDX) = ZERO
                          MOVE GUARDIAN-ID TO
                               WS-PG-GUARDIAN(WS-PG-IDX).
           IF STUDENT-ACTIVE
                MOVE "Y" TO WS-PG-KEEP-SW(WS-PG-IDX)
           ELSE
                ADD 1 TO WS-CAND-COUNT.
       PURGE-ARCHIVE-PARA.
           MOVE "N" TO WS-EOF-SW.
           IF ERASE-MODE
                OPEN I-O STUDENT-ARCHIVE
           ELSE
                OPEN INPUT STUDENT-ARCHIVE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
                GO TO PURGE-ARCHIVE-EXIT.
           MOVE "STUDARCH" TO WS-ROW-FILE.
           MOVE "ADDRESS, CONTACT NO" TO WS-ROW-FIELDS.
           PERFORM PURGE-ONE-ARCHIVE-PARA UNTIL WS-EOF.
           CLOSE STUDENT-ARCHIVE.
       PURGE-ARCHIVE-EXIT.
           EXIT.
       PURGE-ONE-ARCHIVE-PARA.
           READ STUDENT-ARCHIVE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF A-STUDENT-ADDRESS NOT = SPACES
                          OR A-CONTACT-NO NOT = SPACES
                          PERFORM ERASE-ARCHIVE-PARA
                               THRU ERASE-ARCHIVE-EXIT.
       ERASE-ARCHIVE-PARA.
           MOVE A-RNO TO WS-ROW-RNO.
           PERFORM FIND-CANDIDATE-PARA.
           IF NOT WS-PG-FOUND
                GO TO ERASE-ARCHIVE-EXIT.
           IF WS-PG-KEEP(WS-PG-FOUND-X)
                GO TO ERASE-ARCHIVE-EXIT.
           MOVE ZERO TO WS-ROW-GUARDIAN.
           PERFORM REPORT-ROW-PARA.
           ADD 1 TO WS-ARCHIVE-COUNT.
           IF ERASE-MODE
                MOVE SPACES TO A-STUDENT-ADDRESS
                MOVE SPACES TO A-CONTACT-NO
                REWRITE ARCHIVE-REC.
       ERASE-ARCHIVE-EXIT.
           EXIT.
       PURGE-ALUMNI-PARA.
           MOVE "N" TO WS-EOF-SW.
           IF ERASE-MODE
                OPEN I-O ALUMNI-FILE
           ELSE
                OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-FILE-STATUS NOT = "00"
                GO TO PURGE-ALUMNI-EXIT.
           MOVE "ALUMNI" TO WS-ROW-FILE.
           MOVE "FORWARD ADDRESS, CONTACT" TO WS-ROW-FIELDS.
           PERFORM PURGE-ONE-ALUMNI-PARA UNTIL WS-EOF.
           CLOSE ALUMNI-FILE.
       PURGE-ALUMNI-EXIT.
           EXIT.
       PURGE-ONE-ALUMNI-PARA.
           READ ALUMNI-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AM-FORWARD-ADDRESS NOT = SPACES
                          OR AM-CONTACT NOT = SPACES
                          PERFORM ERASE-ALUMNI-PARA
                               THRU ERASE-ALUMNI-EXIT.
       ERASE-ALUMNI-PARA.
           MOVE AM-RNO TO WS-ROW-RNO.
           PERFORM FIND-CANDIDATE-PARA.
           IF NOT WS-PG-FOUND
                GO TO ERASE-ALUMNI-EXIT.
           IF WS-PG-KEEP(WS-PG-FOUND-X)
                GO TO ERASE-ALUMNI-EXIT.
           MOVE ZERO TO WS-ROW-GUARDIAN.
           PERFORM REPORT-ROW-PARA.
           ADD 1 TO WS-ALUMNI-COUNT.
           IF ERASE-MODE
                MOVE SPACES TO AM-FORWARD-ADDRESS
                MOVE SPACES TO AM-CONTACT
                REWRITE ALUMNI-REC.
       ERASE-ALUMNI-EXIT.
           EXIT.
       PURGE-MEDICAL-PARA.
           MOVE "N" TO WS-EOF-SW.
           IF ERASE-MODE
                OPEN I-O MEDICAL-FILE
           ELSE
                OPEN INPUT MEDICAL-FILE.
           IF MEDICAL-FILE-STATUS NOT = "00"
                GO TO PURGE-MEDICAL-EXIT.
           MOVE "MEDICAL" TO WS-ROW-FILE.
           MOVE "WHOLE MEDICAL PROFILE" TO WS-ROW-FIELDS.
           PERFORM PURGE-ONE-MEDICAL-PARA UNTIL WS-EOF.
           CLOSE MEDICAL-FILE.
       PURGE-MEDICAL-EXIT.
           EXIT.
       PURGE-ONE-MEDICAL-PARA.
           READ MEDICAL-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF MD-BLOOD-GROUP NOT = SPACES
                          OR MD-ALLERGY-TEXT NOT = SPACES
                          OR MD-CONDITION-TEXT NOT = SPACES
                          OR MD-PHYSICIAN NOT = SPACES
                          OR MD-PHYS-CONTACT NOT = SPACES
                          OR MD-EMERG-NAME NOT = SPACES
                          OR MD-EMERG-CONTACT NOT = SPACES
                          PERFORM ERASE-MEDICAL-PARA
                               THRU ERASE-MEDICAL-EXIT.
       ERASE-MEDICAL-PARA.
           MOVE MD-RNO TO WS-ROW-RNO.
           PERFORM FIND-CANDIDATE-PARA.
           IF NOT WS-PG-FOUND
                GO TO ERASE-MEDICAL-EXIT.
           IF WS-PG-KEEP(WS-PG-FOUND-X)
                GO TO ERASE-MEDICAL-EXIT.
           MOVE ZERO TO WS-ROW-GUARDIAN.
           PERFORM REPORT-ROW-PARA.
           ADD 1 TO WS-MEDICAL-COUNT.
           IF ERASE-MODE
                MOVE SPACES TO MD-BLOOD-GROUP
                MOVE "N" TO MD-ALLERGY-SW
                MOVE SPACES TO MD-ALLERGY-TEXT
                MOVE SPACES TO MD-CONDITION-TEXT
                MOVE SPACES TO MD-PHYSICIAN
                MOVE SPACES TO MD-PHYS-CONTACT
                MOVE SPACES TO MD-EMERG-NAME
                MOVE SPACES TO MD-EMERG-CONTACT
                REWRITE MEDICAL-REC.
       ERASE-MEDICAL-EXIT.
           EXIT.
      *    GUARDIANS ARE VISITED THROUGH THE ROLLS DUE, ONCE EACH;
      *    ONE STILL NAMED BY AN ACTIVE STUDENT IS LISTED AS KEPT.
       PURGE-GUARDIAN-PARA.
           IF ERASE-MODE
                OPEN I-O GUARDIAN-MASTER
           ELSE
                OPEN INPUT GUARDIAN-MASTER.
           IF GUARDIAN-MASTER-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN GUARDIAN.DAT - STATUS ",
                     GUARDIAN-MASTER-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN GUARDIAN.DAT" TO WS-ERROR-MESSAGE
                GO TO PURGE-GUARDIAN-EXIT.
           MOVE "GUARDIAN" TO WS-ROW-FILE.
           PERFORM PURGE-ONE-GUARDIAN-PARA THRU PURGE-ONE-GUARDIAN-EXIT
                VARYING WS-PG-FOUND-X FROM 1 BY 1
                UNTIL WS-PG-FOUND-X > WS-PG-TOTAL.
           CLOSE GUARDIAN-MASTER.
       PURGE-GUARDIAN-EXIT.
           EXIT.
       PURGE-ONE-GUARDIAN-PARA.
           IF WS-PG-KEEP(WS-PG-FOUND-X)
                OR WS-PG-GUARDIAN(WS-PG-FOUND-X) = ZERO
                GO TO PURGE-ONE-GUARDIAN-EXIT.
           MOVE "N" TO WS-PG-FOUND-SW.
           PERFORM CHECK-EARLIER-GUARDIAN-PARA
                VARYING WS-PG-EARLIER-X FROM 1 BY 1
                UNTIL WS-PG-EARLIER-X NOT < WS-PG-FOUND-X
                OR WS-PG-FOUND.
           IF WS-PG-FOUND
                GO TO PURGE-ONE-GUARDIAN-EXIT.
           MOVE WS-PG-RNO(WS-PG-FOUND-X) TO WS-ROW-RNO.
           MOVE WS-PG-GUARDIAN(WS-PG-FOUND-X) TO WS-ROW-GUARDIAN.
           PERFORM FIND-ACTIVE-GUARDIAN-PARA.
           IF WS-AG-FOUND
                ADD 1 TO WS-KEPT-COUNT
                MOVE SPACES TO WS-ROW-FIELDS
                STRING "GUARDIAN " DELIMITED BY SIZE
                     WS-ROW-GUARDIAN DELIMITED BY SIZE
                     " KEPT - SIBLING ACTIVE" DELIMITED BY SIZE
                     INTO WS-ROW-FIELDS
                PERFORM WRITE-DETAIL-PARA
                GO TO PURGE-ONE-GUARDIAN-EXIT.
           MOVE WS-ROW-GUARDIAN TO GD-ID.
           READ GUARDIAN-MASTER KEY IS GD-ID
                INVALID KEY
                     GO TO PURGE-ONE-GUARDIAN-EXIT.
           IF GD-ADDRESS = SPACES AND GD-CONTACT = SPACES
                GO TO PURGE-ONE-GUARDIAN-EXIT.
           MOVE SPACES TO WS-ROW-FIELDS.
           STRING "GUARDIAN " DELIMITED BY SIZE
                WS-ROW-GUARDIAN DELIMITED BY SIZE
                " ADDRESS, CONTACT" DELIMITED BY SIZE
                INTO WS-ROW-FIELDS.
           PERFORM REPORT-ROW-PARA.
           ADD 1 TO WS-GUARDIAN-COUNT.
           IF ERASE-MODE
                MOVE SPACES TO GD-ADDRESS
                MOVE SPACES TO GD-CONTACT
                REWRITE GUARDIAN-MASTER-REC.
       PURGE-ONE-GUARDIAN-EXIT.
           EXIT.
       CHECK-EARLIER-GUARDIAN-PARA.
           IF NOT WS-PG-KEEP(WS-PG-EARLIER-X)
                AND WS-PG-GUARDIAN(WS-PG-EARLIER-X) =
                     WS-PG-GUARDIAN(WS-PG-FOUND-X)
                MOVE "Y" TO WS-PG-FOUND-SW.
      *    WS-PG-FOUND-X POINTS AT THE ROLL'S TABLE ENTRY FOR THE
      *    BASIS; IN THE ERASE PASS THE REGISTER ROW GOES WITH IT.
       REPORT-ROW-PARA.
           ADD 1 TO WS-ERASE-COUNT.
           MOVE WS-PG-BASIS(WS-PG-FOUND-X) TO WS-ROW-BASIS.
           PERFORM WRITE-DETAIL-PARA.
           IF ERASE-MODE
                ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD
                ACCEPT PG-RUN-TIME FROM TIME
                MOVE WS-LOGIN-ID TO PG-OPERATOR
                MOVE WS-ROW-FILE TO PG-FILE
                MOVE WS-ROW-RNO TO PG-RNO
                MOVE WS-ROW-GUARDIAN TO PG-GUARDIAN-ID
                MOVE WS-ROW-FIELDS TO PG-FIELDS
                MOVE WS-ROW-BASIS TO PG-BASIS
                WRITE PURGE-REGISTER-REC.
       WRITE-DETAIL-PARA.
           MOVE WS-ROW-FILE TO PD-FILE.
           MOVE WS-ROW-RNO TO PD-RNO.
           MOVE WS-ROW-FIELDS TO PD-FIELDS.
           MOVE WS-PG-BASIS(WS-PG-FOUND-X) TO PD-BASIS.
           DISPLAY PR-DETAIL-LINE.
           MOVE PR-DETAIL-LINE TO PURGE-LINE.
           WRITE PURGE-LINE.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO PURGE-LINE.
           WRITE PURGE-LINE.
       OPERATOR-LOGIN-PARA.
           PERFORM LOAD-OPERATORS-PARA THRU LOAD-OPERATORS-EXIT.
           PERFORM CHECK-LOGIN-PARA
                VARYING WS-LOGIN-TRIES FROM 1 BY 1
                UNTIL WS-LOGIN-OK OR WS-LOGIN-TRIES > 3.
       OPERATOR-LOGIN-EXIT.
           EXIT.
       LOAD-OPERATORS-PARA.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS NOT = "00"
                GO TO LOAD-OPERATORS-EXIT.
           PERFORM LOAD-ONE-OPERATOR-PARA UNTIL WS-OPERATOR-EOF.
           CLOSE OPERATOR-MASTER.
       LOAD-OPERATORS-EXIT.
           EXIT.
       LOAD-ONE-OPERATOR-PARA.
           READ OPERATOR-MASTER
                AT END MOVE "Y" TO WS-OPERATOR-EOF-SW
                NOT AT END
                     ADD 1 TO WS-OPERATOR-TOTAL
                     SET WS-OPERATOR-X TO WS-OPERATOR-TOTAL
                     MOVE OP-ID TO WS-OPERATOR-ID(WS-OPERATOR-X)
                     MOVE OP-PASSWORD TO
                          WS-OPERATOR-PASSWORD(WS-OPERATOR-X)
                     MOVE OP-ROLE TO
                          WS-OPERATOR-ROLE(WS-OPERATOR-X)
                     MOVE OP-STATUS TO
                          WS-OPERATOR-STATUS(WS-OPERATOR-X)
                     MOVE OP-FORCE-CHANGE TO
                          WS-OPERATOR-FORCE(WS-OPERATOR-X).
       CHECK-LOGIN-PARA.
           DISPLAY "SUPERVISOR LOGIN IS NEEDED FOR THE ERASE PASS.".
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
                DISPLAY "INVALID SUPERVISOR LOGIN".
       CHECK-ONE-OPERATOR-PARA.
           IF WS-LOGIN-ID = WS-OPERATOR-ID(WS-OPERATOR-X)
                AND WS-LOGIN-PASSWORD =
                     WS-OPERATOR-PASSWORD(WS-OPERATOR-X)
                AND WS-OPERATOR-ROLE(WS-OPERATOR-X) = "S"
                AND WS-OPERATOR-STATUS(WS-OPERATOR-X) = "A"
                MOVE "Y" TO WS-LOGIN-OK-SW.
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
           MOVE WS-CAND-COUNT TO RL-READ-COUNT.
           IF ERASE-MODE
                MOVE WS-ERASE-COUNT TO RL-UPDATE-COUNT
           ELSE
                MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "RETENTION-PURGE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE MODE-SW TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
