           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT WAITLIST-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DOCUMENT-CHECK-STATUS.
           SELECT STUDENT-CATEGORY ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-CATEGORY-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           88 AP-OFFERED VALUE "O".
           88 AP-ACCEPTED VALUE "C".
           88 AP-ENROLLED VALUE "E".
        02 AP-CATEGORY PIC X(2).
        02 AP-GENDER PIC X.
       FD STUDENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDENT.DAT"
           VALUE OF FILE-ID "AUDITLOG.DAT"
           DATA RECORD IS AUDIT-LOG-REC.
       COPY AUDITLOG.
       FD AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDCHAIN.DAT"
           DATA RECORD IS AUDIT-CHAIN-REC.
       COPY AUDCHAIN.
       FD WAITLIST-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "WAITLIST.DAT"
           VALUE OF FILE-ID "DOCCHK.DAT"
           DATA RECORD IS DOCUMENT-CHECK-REC.
       COPY DOCCHK.
       FD STUDENT-CATEGORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDCAT.DAT"
           DATA RECORD IS STUDENT-CATEGORY-REC.
       COPY STUDCAT.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 APPLICANT-FILE-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 WAITLIST-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-NEXT-RNO PIC 9(5) VALUE ZERO.
       77 WS-ENROLL-COUNT PIC 9(5) VALUE ZERO.
       77 DOCUMENT-CHECK-STATUS PIC XX.
       77 STUDENT-CATEGORY-STATUS PIC XX.
       77 WS-CAT-RANK PIC 9(4) COMP.
       77 WS-PREV-CATEGORY PIC X(2).
       77 WS-DOC-SUB PIC 9 COMP.
       01 WS-REQUIRED-DOCS.
        02 FILLER PIC X(10) VALUE "BIRTHCERT".
         03 WS-WAIT-NAME PIC A(20).
         03 WS-WAIT-MARKS PIC 9(4).
         03 WS-WAIT-STATUS PIC X.
         03 WS-WAIT-CATEGORY PIC X(2).
       01 WS-WAIT-TEMP.
        02 WS-TEMP-NO PIC 9(5).
        02 WS-TEMP-NAME PIC A(20).
        02 WS-TEMP-MARKS PIC 9(4).
        02 WS-TEMP-STATUS PIC X.
        02 WS-TEMP-CATEGORY PIC X(2).
       01 WL-HEAD-1 PIC X(50)
           VALUE "ADMISSIONS WAITING LIST (BY CATEGORY AND MARKS)".
       01 WL-DETAIL-LINE.
        02 FILLER PIC X(5) VALUE "RANK ".
        02 WL-RANK PIC ZZZ9.
        02 WL-MARKS PIC ZZZ9.
        02 FILLER PIC X(9) VALUE " STATUS: ".
        02 WL-STATUS PIC X.
        02 FILLER PIC X(6) VALUE " CAT: ".
        02 WL-CATEGORY PIC X(2).
       01 DASH-LINE PIC X(70) VALUE ALL "-".
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           MOVE WL-HEAD-1 TO WAITLIST-LINE.
           WRITE WAITLIST-LINE.
           PERFORM WRITE-DASH-PARA.
           MOVE SPACES TO WS-PREV-CATEGORY.
           MOVE ZERO TO WS-CAT-RANK.
           PERFORM PRINT-ONE-WAIT-PARA
                VARYING WS-WAIT-X FROM 1 BY 1
                UNTIL WS-WAIT-X > WS-WAIT-TOTAL.
       TAKE-ONE-PARA.
           IF AP-ENROLLED
                GO TO TAKE-ONE-EXIT.
           IF AP-CATEGORY = SPACES
                MOVE "GN" TO AP-CATEGORY.
           IF NOT AP-ACCEPTED
                PERFORM NOTE-WAIT-PARA
                GO TO TAKE-ONE-EXIT.
                RNO.
           PERFORM LOG-AUDIT-PARA.
           PERFORM OPEN-CHECKLIST-PARA.
           PERFORM WRITE-CATEGORY-PARA.
           ADD 1 TO WS-ENROLL-COUNT.
           ADD 1 TO WS-NEXT-RNO.
           MOVE "E" TO AP-STATUS.
           MOVE ZERO TO DK-RECEIVED-DATE.
           MOVE SPACES TO DK-VERIFIED-BY.
           WRITE DOCUMENT-CHECK-REC.
      *    THE ADMISSION CATEGORY IS KEPT BESIDE THE STUDENT
      *    RECORD FOR THE QUOTA RETURNS.
       WRITE-CATEGORY-PARA.
           OPEN EXTEND STUDENT-CATEGORY.
           IF STUDENT-CATEGORY-STATUS = "35"
                OPEN OUTPUT STUDENT-CATEGORY.
           MOVE RNO TO SC-RNO.
           MOVE AP-CATEGORY TO SC-CATEGORY.
           MOVE AP-GENDER TO SC-GENDER.
           WRITE STUDENT-CATEGORY-REC.
           CLOSE STUDENT-CATEGORY.
       NOTE-WAIT-PARA.
           IF WS-WAIT-TOTAL < 2000
                ADD 1 TO WS-WAIT-TOTAL
                MOVE AP-NAME TO WS-WAIT-NAME(WS-WAIT-IX)
                MOVE AP-MARKS TO WS-WAIT-MARKS(WS-WAIT-IX)
                MOVE AP-STATUS TO WS-WAIT-STATUS(WS-WAIT-IX)
                MOVE AP-CATEGORY TO WS-WAIT-CATEGORY(WS-WAIT-IX)
           ELSE
                MOVE "Y" TO WS-WAIT-TRUNC-SW.
       NOTE-COLLIDE-PARA.
           PERFORM RANK-COMPARE-PARA
                VARYING WS-WAIT-Y FROM 1 BY 1
                UNTIL WS-WAIT-Y > WS-WAIT-TOTAL - WS-WAIT-X.
      *    EACH CATEGORY IS RANKED ON ITS OWN LIST: CATEGORY
      *    FIRST, THEN MARKS HIGHEST FIRST WITHIN IT.
       RANK-COMPARE-PARA.
           IF WS-WAIT-CATEGORY(WS-WAIT-Y) >
                WS-WAIT-CATEGORY(WS-WAIT-Y + 1)
                OR (WS-WAIT-CATEGORY(WS-WAIT-Y) =
                     WS-WAIT-CATEGORY(WS-WAIT-Y + 1)
                AND WS-WAIT-MARKS(WS-WAIT-Y) <
                     WS-WAIT-MARKS(WS-WAIT-Y + 1))
                MOVE WS-WAIT-ENTRY(WS-WAIT-Y) TO WS-WAIT-TEMP
                MOVE WS-WAIT-ENTRY(WS-WAIT-Y + 1) TO
                     WS-WAIT-ENTRY(WS-WAIT-Y)
                MOVE WS-WAIT-TEMP TO WS-WAIT-ENTRY(WS-WAIT-Y + 1).
       PRINT-ONE-WAIT-PARA.
           IF WS-WAIT-CATEGORY(WS-WAIT-X) NOT = WS-PREV-CATEGORY
                MOVE WS-WAIT-CATEGORY(WS-WAIT-X) TO WS-PREV-CATEGORY
                MOVE ZERO TO WS-CAT-RANK.
           ADD 1 TO WS-CAT-RANK.
           MOVE WS-CAT-RANK TO WL-RANK.
           MOVE WS-WAIT-CATEGORY(WS-WAIT-X) TO WL-CATEGORY.
           MOVE WS-WAIT-NO(WS-WAIT-X) TO WL-NO.
           MOVE WS-WAIT-NAME(WS-WAIT-X) TO WL-NAME.
           MOVE WS-WAIT-MARKS(WS-WAIT-X) TO WL-MARKS.
           MOVE STUDENT-ADDRESS TO AL-AFTER-ADDRESS.
           MOVE CONTACT-NO TO AL-AFTER-CONTACT.
           MOVE ENROLL-DATE TO AL-AFTER-ENROLL-DATE.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       WRITE-DASH-PARA.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
