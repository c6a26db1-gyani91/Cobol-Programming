       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEY-SUMMARY.
      *    SUMMARISES THE STUDENT FEEDBACK SURVEY ON TEACHING FOR A
      *    YEAR AND TERM FROM SURVRESP.DAT. THE AVERAGE SCORE FOR
      *    EACH QUESTION IS PRINTED SCHOOL-WIDE, FOR EVERY SECTION,
      *    AND FOR EVERY TEACHER AND SUBJECT - SET AGAINST THE
      *    SCHOOL AVERAGE, AND IN EACH SECTION THEY TEACH AGAINST
      *    THAT SECTION'S AVERAGE ACROSS ALL ITS TEACHERS. A
      *    QUESTION LEFT BLANK IS LEFT OUT OF ITS AVERAGE. ANY
      *    GROUP ANSWERED BY FEWER STUDENTS THAN THE MINIMUM GIVEN
      *    IS SUPPRESSED, AND WHEN ONLY ONE GROUP UNDER A TOTAL
      *    WOULD BE SUPPRESSED THE NEXT SMALLEST IS SUPPRESSED WITH
      *    IT, SO THE HIDDEN ONE CANNOT BE WORKED OUT BY
      *    SUBTRACTION. A STUDENT ANSWERS ONE FORM PER SUBJECT, SO
      *    THE STUDENTS IN A SECTION ARE TAKEN AS THE MOST FORMS
      *    RETURNED FOR ANY ONE SUBJECT THERE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT SURVEY-RESPONSE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SURVEY-RESPONSE-STATUS.
           SELECT SURVEY-QUESTION ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SURVEY-QUESTION-STATUS.
           SELECT TEACHER-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-MASTER-STATUS.
           SELECT SURVEY-REPORT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SURVEY-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SURVEY-RESPONSE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SURVRESP.DAT"
           DATA RECORD IS SURVEY-RESPONSE-REC.
       COPY SURVRESP.
       FD SURVEY-QUESTION
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SURVQST.DAT"
           DATA RECORD IS SURVEY-QUESTION-REC.
       COPY SURVQST.
       FD TEACHER-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TEACHMST.DAT"
           DATA RECORD IS TEACHER-MASTER-REC.
       COPY TEACHMST.
       FD SURVEY-REPORT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SURVRPT.DAT"
           DATA RECORD IS SURVEY-LINE.
       01 SURVEY-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SURVEY-RESPONSE-STATUS PIC XX.
       77 SURVEY-QUESTION-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 SURVEY-REPORT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-FULL-SW PIC X VALUE "N".
           88 WS-TABLE-FULL VALUE "Y".
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        02 WS-TODAY-YYYY PIC 9(4).
        02 WS-TODAY-MMDD PIC 9(4).
       77 WS-YEAR PIC 9(4).
       77 WS-TERM-NO PIC 9(2).
       77 WS-MIN-RESP PIC 9(2).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FORM-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SCHOOL-RESP PIC 9(5) VALUE ZERO.
       77 WS-SUPPRESS-COUNT PIC 9(5) VALUE ZERO.
       77 WS-Q PIC 9(2) COMP.
       77 WS-SCORE PIC 9.
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-TCH-PICK PIC 9(3) COMP.
       77 WS-GRP-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-GRP-IDX PIC 9(3) COMP.
       77 WS-GRP-PICK PIC 9(3) COMP.
       77 WS-GS-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-GS-IDX PIC 9(4) COMP.
       77 WS-GS-PICK PIC 9(4) COMP.
       77 WS-SEC-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SEC-IDX PIC 9(3) COMP.
       77 WS-SEC-PICK PIC 9(3) COMP.
       77 WS-SORT-I PIC 9(4) COMP.
       77 WS-SORT-J PIC 9(4) COMP.
       77 WS-SUP-N PIC 9(4) COMP.
       77 WS-SHOWN-N PIC 9(4) COMP.
       77 WS-SMALL-PICK PIC 9(4) COMP.
       77 WS-SMALL-FORMS PIC 9(5).
       77 WS-SUM-ALL PIC 9(9).
       77 WS-CNT-ALL PIC 9(7).
       77 WS-THIS-AVG PIC 9V99.
       77 WS-OTHER-AVG PIC 9V99.
       77 WS-DIFF PIC S9V99.
       77 WS-AVG-EDIT PIC 9.99.
       77 WS-DIFF-EDIT PIC +9.99.
       01 WS-KEY-GS.
        02 WS-KEY-TCH PIC 9(4).
        02 WS-KEY-SUBJECT PIC X(5).
        02 WS-KEY-SECTION PIC X(4).
       01 WS-QST-TABLE.
        02 WS-QST-TEXT PIC X(50) OCCURS 20 TIMES.
       01 WS-TCH-TABLE.
        02 WS-TCH-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-TCH-TOTAL
                INDEXED BY WS-TCH-X.
         03 WS-TCH-ID PIC 9(4).
         03 WS-TCH-NAME PIC X(25).
      *    SCHOOL-WIDE SCORE TOTALS AND ANSWERS PER QUESTION.
       01 WS-SCH-SCORES.
        02 WS-SCH-Q OCCURS 20 TIMES.
         03 WS-SCH-SUM PIC 9(7).
         03 WS-SCH-CNT PIC 9(5).
      *    EACH TEACHER AND SUBJECT ACROSS ALL SECTIONS.
       01 WS-GRP-TABLE.
        02 WS-GRP-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-GRP-TOTAL
                INDEXED BY WS-GRP-X.
         03 WS-GRP-KEY.
          04 WS-GRP-TCH PIC 9(4).
          04 WS-GRP-SUBJECT PIC X(5).
         03 WS-GRP-FORMS PIC 9(5).
         03 WS-GRP-SHOW PIC X.
         03 WS-GRP-SCORES.
          04 WS-GRP-Q OCCURS 20 TIMES.
           05 WS-GRP-SUM PIC 9(7).
           05 WS-GRP-CNT PIC 9(5).
      *    EACH TEACHER AND SUBJECT IN EACH SECTION. SHOW IS Y WHEN
      *    PRINTED, N WHEN TOO FEW ANSWERED, C WHEN HELD BACK TO
      *    PROTECT ANOTHER GROUP.
       01 WS-GS-TABLE.
        02 WS-GS-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-GS-TOTAL
                INDEXED BY WS-GS-X.
         03 WS-GS-KEY.
          04 WS-GS-TCH PIC 9(4).
          04 WS-GS-SUBJECT PIC X(5).
          04 WS-GS-SECTION PIC X(4).
         03 WS-GS-FORMS PIC 9(5).
         03 WS-GS-SHOW PIC X.
         03 WS-GS-SCORES.
          04 WS-GS-Q OCCURS 20 TIMES.
           05 WS-GS-SUM PIC 9(7).
           05 WS-GS-CNT PIC 9(5).
      *    EACH SECTION ACROSS ALL ITS TEACHERS.
       01 WS-SEC-TABLE.
        02 WS-SEC-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-SEC-TOTAL
                INDEXED BY WS-SEC-X.
         03 WS-SEC-SECTION PIC X(4).
         03 WS-SEC-FORMS PIC 9(5).
         03 WS-SEC-RESP PIC 9(5).
         03 WS-SEC-SHOW PIC X.
         03 WS-SEC-SCORES.
          04 WS-SEC-Q OCCURS 20 TIMES.
           05 WS-SEC-SUM PIC 9(7).
           05 WS-SEC-CNT PIC 9(5).
       01 WS-GRP-TEMP PIC X(255).
       01 WS-GS-TEMP PIC X(259).
       01 WS-SEC-TEMP PIC X(255).
       01 SV-HEAD-1.
        02 FILLER PIC X(36) VALUE
           "STUDENT FEEDBACK ON TEACHING - YEAR ".
        02 HH-YEAR PIC 9(4).
        02 FILLER PIC X(6) VALUE " TERM ".
        02 HH-TERM PIC 9(2).
        02 FILLER PIC X(5) VALUE "  ON ".
        02 HH-DATE PIC 9(8).
       01 SV-HEAD-2.
        02 FILLER PIC X(24) VALUE
           "RESULTS FROM FEWER THAN ".
        02 HH-MIN PIC Z9.
        02 FILLER PIC X(27) VALUE
           " STUDENTS ARE NOT SHOWN".
       01 SV-SCHOOL-LINE.
        02 FILLER PIC X(14) VALUE "SCHOOL-WIDE - ".
        02 HS-FORMS PIC ZZZZ9.
        02 FILLER PIC X(19) VALUE " FORMS FROM ABOUT ".
        02 HS-RESP PIC ZZZZ9.
        02 FILLER PIC X(9) VALUE " STUDENTS".
       01 SV-SCHOOL-COLS PIC X(60) VALUE
           "  Q  QUESTION                               AVG ANSWERED".
       01 SV-SCHOOL-Q-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 QL-NO PIC 9(2).
        02 FILLER PIC X VALUE SPACE.
        02 QL-TEXT PIC X(36).
        02 FILLER PIC X(2) VALUE SPACES.
        02 QL-AVG PIC X(4).
        02 FILLER PIC X(4) VALUE SPACES.
        02 QL-CNT PIC ZZZZ9.
       01 SV-SECTION-COLS PIC X(60) VALUE
           "  SECT  STUDENTS  FORMS  MEAN   VS SCHOOL".
       01 SV-SECTION-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-SECTION PIC X(4).
        02 FILLER PIC X(5) VALUE SPACES.
        02 SL-RESP PIC ZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-FORMS PIC ZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-MEAN PIC X(4).
        02 FILLER PIC X(4) VALUE SPACES.
        02 SL-DIFF PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-NOTE PIC X(24).
       01 SV-TEACHER-LINE.
        02 FILLER PIC X(8) VALUE "TEACHER ".
        02 TL-ID PIC 9(4).
        02 FILLER PIC X VALUE SPACE.
        02 TL-NAME PIC X(25).
        02 FILLER PIC X(10) VALUE "  SUBJECT ".
        02 TL-SUBJECT PIC X(5).
        02 FILLER PIC X(8) VALUE "  FORMS ".
        02 TL-FORMS PIC ZZZZ9.
       01 SV-COMP-COLS.
        02 FILLER PIC X(43) VALUE "  Q  QUESTION".
        02 FILLER PIC X(5) VALUE "THIS ".
        02 CC-OTHER PIC X(7).
        02 FILLER PIC X(7) VALUE "   DIFF".
       01 SV-COMP-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-NO PIC 9(2).
        02 FILLER PIC X VALUE SPACE.
        02 CL-TEXT PIC X(36).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-THIS PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 CL-OTHER PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 CL-DIFF PIC X(5).
       01 SV-GS-TITLE.
        02 FILLER PIC X(13) VALUE "  IN SECTION ".
        02 GT-SECTION PIC X(4).
        02 FILLER PIC X(3) VALUE " - ".
        02 GT-FORMS PIC ZZZZ9.
        02 FILLER PIC X(6) VALUE " FORMS".
       01 SV-SUPPRESS-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SP-WHAT PIC X(18).
        02 FILLER PIC X(3) VALUE " - ".
        02 SP-REASON PIC X(45).
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       01 DASH-LINE PIC X(70) VALUE ALL "-".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY RETCODE.
       PROCEDURE DIVISION.
       PROMPT-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-QST-TABLE.
           MOVE ZERO TO WS-SCH-SCORES.
           DISPLAY "ENTER SURVEY YEAR (0 = THIS YEAR): ".
           ACCEPT WS-YEAR.
           IF WS-YEAR = ZERO
                MOVE WS-TODAY-YYYY TO WS-YEAR.
           DISPLAY "ENTER TERM NUMBER (1-8): ".
           ACCEPT WS-TERM-NO.
           IF WS-TERM-NO < 1 OR WS-TERM-NO > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID TERM NUMBER" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "ENTER THE FEWEST STUDENTS A RESULT MAY BE SHOWN ",
                "FOR (0 = 5): ".
           ACCEPT WS-MIN-RESP.
           IF WS-MIN-RESP = ZERO
                MOVE 5 TO WS-MIN-RESP.
       LOAD-PARA.
           PERFORM LOAD-QUESTIONS-PARA THRU LOAD-QUESTIONS-EXIT.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           OPEN INPUT SURVEY-RESPONSE.
           IF SURVEY-RESPONSE-STATUS NOT = "00"
                DISPLAY "NO SURVEY RESPONSES ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SURVRESP.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           MOVE "N" TO WS-EOF-SW.
           PERFORM ADD-ONE-PARA UNTIL WS-EOF.
           CLOSE SURVEY-RESPONSE.
           IF WS-TABLE-FULL
                DISPLAY "TOO MANY TEACHERS, SUBJECTS OR SECTIONS TO ",
                     "SUMMARISE - RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SURVEY SUMMARY TABLES FULL" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           IF WS-FORM-COUNT = ZERO
                DISPLAY "NO SURVEY RESPONSES FOR YEAR ", WS-YEAR,
                     " TERM ", WS-TERM-NO
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO SURVEY RESPONSES FOR THE TERM" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       SETTLE-PARA.
           PERFORM SORT-GRP-PASS-PARA
                VARYING WS-SORT-I FROM 1 BY 1
                UNTIL WS-SORT-I NOT < WS-GRP-TOTAL.
           PERFORM SORT-GS-PASS-PARA
                VARYING WS-SORT-I FROM 1 BY 1
                UNTIL WS-SORT-I NOT < WS-GS-TOTAL.
           PERFORM SORT-SEC-PASS-PARA
                VARYING WS-SORT-I FROM 1 BY 1
                UNTIL WS-SORT-I NOT < WS-SEC-TOTAL.
           PERFORM NOTE-ONE-GS-RESP-PARA
                VARYING WS-GS-IDX FROM 1 BY 1
                UNTIL WS-GS-IDX > WS-GS-TOTAL.
           PERFORM SETTLE-ONE-SEC-PARA
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL.
           PERFORM PROTECT-SECTIONS-PARA.
           PERFORM SETTLE-ONE-GRP-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-TOTAL.
       PRINT-PARA.
           OPEN EXTEND SURVEY-REPORT.
           IF SURVEY-REPORT-STATUS = "35"
                OPEN OUTPUT SURVEY-REPORT.
           MOVE PAGE-LINE TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-YEAR TO HH-YEAR.
           MOVE WS-TERM-NO TO HH-TERM.
           MOVE WS-TODAY TO HH-DATE.
           MOVE SV-HEAD-1 TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-MIN-RESP TO HH-MIN.
           MOVE SV-HEAD-2 TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE PAGE-LINE TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-SCHOOL-PARA THRU PRINT-SCHOOL-EXIT.
           IF WS-SCHOOL-RESP NOT < WS-MIN-RESP
                PERFORM PRINT-SECTIONS-PARA
                PERFORM PRINT-ONE-GRP-PARA THRU PRINT-ONE-GRP-EXIT
                     VARYING WS-GRP-IDX FROM 1 BY 1
                     UNTIL WS-GRP-IDX > WS-GRP-TOTAL.
           CLOSE SURVEY-REPORT.
           DISPLAY "FORMS SUMMARISED: ", WS-FORM-COUNT,
                "  TEACHER/SUBJECTS: ", WS-GRP-TOTAL,
                "  RESULTS SUPPRESSED: ", WS-SUPPRESS-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       ADD-ONE-PARA.
           READ SURVEY-RESPONSE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     IF SR-YEAR = WS-YEAR AND SR-TERM = WS-TERM-NO
                          PERFORM TAKE-RESPONSE-PARA THRU
                               TAKE-RESPONSE-EXIT.
      *    EVERY FORM COUNTS ONCE AT EACH LEVEL: TEACHER AND
      *    SUBJECT, TEACHER AND SUBJECT IN THE SECTION, THE SECTION
      *    AND THE SCHOOL.
       TAKE-RESPONSE-PARA.
           MOVE SR-TEACHER-ID TO WS-KEY-TCH.
           MOVE SR-SUBJECT-CODE TO WS-KEY-SUBJECT.
           MOVE SR-SECTION TO WS-KEY-SECTION.
           PERFORM FIND-GRP-PARA.
           PERFORM FIND-GS-PARA.
           PERFORM FIND-SEC-PARA.
           IF WS-GRP-PICK = ZERO OR WS-GS-PICK = ZERO
                OR WS-SEC-PICK = ZERO
                MOVE "Y" TO WS-FULL-SW
                MOVE "Y" TO WS-EOF-SW
                GO TO TAKE-RESPONSE-EXIT.
           ADD 1 TO WS-FORM-COUNT.
           ADD 1 TO WS-GRP-FORMS(WS-GRP-PICK).
           ADD 1 TO WS-GS-FORMS(WS-GS-PICK).
           ADD 1 TO WS-SEC-FORMS(WS-SEC-PICK).
           PERFORM ADD-ONE-SCORE-PARA
                VARYING WS-Q FROM 1 BY 1
                UNTIL WS-Q > 20.
       TAKE-RESPONSE-EXIT.
           EXIT.
       ADD-ONE-SCORE-PARA.
           MOVE SR-SCORE(WS-Q) TO WS-SCORE.
           IF WS-SCORE > ZERO AND WS-SCORE NOT > 5
                ADD WS-SCORE TO WS-GRP-SUM(WS-GRP-PICK, WS-Q)
                ADD 1 TO WS-GRP-CNT(WS-GRP-PICK, WS-Q)
                ADD WS-SCORE TO WS-GS-SUM(WS-GS-PICK, WS-Q)
                ADD 1 TO WS-GS-CNT(WS-GS-PICK, WS-Q)
                ADD WS-SCORE TO WS-SEC-SUM(WS-SEC-PICK, WS-Q)
                ADD 1 TO WS-SEC-CNT(WS-SEC-PICK, WS-Q)
                ADD WS-SCORE TO WS-SCH-SUM(WS-Q)
                ADD 1 TO WS-SCH-CNT(WS-Q).
       FIND-GRP-PARA.
           MOVE ZERO TO WS-GRP-PICK.
           PERFORM CHECK-ONE-GRP-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-TOTAL
                OR WS-GRP-PICK NOT = ZERO.
           IF WS-GRP-PICK = ZERO AND WS-GRP-TOTAL < 500
                ADD 1 TO WS-GRP-TOTAL
                MOVE WS-GRP-TOTAL TO WS-GRP-PICK
                MOVE WS-KEY-TCH TO WS-GRP-TCH(WS-GRP-PICK)
                MOVE WS-KEY-SUBJECT TO WS-GRP-SUBJECT(WS-GRP-PICK)
                MOVE ZERO TO WS-GRP-FORMS(WS-GRP-PICK)
                MOVE "Y" TO WS-GRP-SHOW(WS-GRP-PICK)
                MOVE ZERO TO WS-GRP-SCORES(WS-GRP-PICK).
       CHECK-ONE-GRP-PARA.
           IF WS-GRP-TCH(WS-GRP-IDX) = WS-KEY-TCH
                AND WS-GRP-SUBJECT(WS-GRP-IDX) = WS-KEY-SUBJECT
                MOVE WS-GRP-IDX TO WS-GRP-PICK.
       FIND-GS-PARA.
           MOVE ZERO TO WS-GS-PICK.
           PERFORM CHECK-ONE-GS-PARA
                VARYING WS-GS-IDX FROM 1 BY 1
                UNTIL WS-GS-IDX > WS-GS-TOTAL
                OR WS-GS-PICK NOT = ZERO.
           IF WS-GS-PICK = ZERO AND WS-GS-TOTAL < 2000
                ADD 1 TO WS-GS-TOTAL
                MOVE WS-GS-TOTAL TO WS-GS-PICK
                MOVE WS-KEY-GS TO WS-GS-KEY(WS-GS-PICK)
                MOVE ZERO TO WS-GS-FORMS(WS-GS-PICK)
                MOVE "Y" TO WS-GS-SHOW(WS-GS-PICK)
                MOVE ZERO TO WS-GS-SCORES(WS-GS-PICK).
       CHECK-ONE-GS-PARA.
           IF WS-GS-KEY(WS-GS-IDX) = WS-KEY-GS
                MOVE WS-GS-IDX TO WS-GS-PICK.
       FIND-SEC-PARA.
           MOVE ZERO TO WS-SEC-PICK.
           PERFORM CHECK-ONE-SEC-PARA
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL
                OR WS-SEC-PICK NOT = ZERO.
           IF WS-SEC-PICK = ZERO AND WS-SEC-TOTAL < 200
                ADD 1 TO WS-SEC-TOTAL
                MOVE WS-SEC-TOTAL TO WS-SEC-PICK
                MOVE WS-KEY-SECTION TO WS-SEC-SECTION(WS-SEC-PICK)
                MOVE ZERO TO WS-SEC-FORMS(WS-SEC-PICK)
                MOVE ZERO TO WS-SEC-RESP(WS-SEC-PICK)
                MOVE "Y" TO WS-SEC-SHOW(WS-SEC-PICK)
                MOVE ZERO TO WS-SEC-SCORES(WS-SEC-PICK).
       CHECK-ONE-SEC-PARA.
           IF WS-SEC-SECTION(WS-SEC-IDX) = WS-KEY-SECTION
                MOVE WS-SEC-IDX TO WS-SEC-PICK.
       SORT-GRP-PASS-PARA.
           PERFORM SORT-GRP-COMPARE-PARA
                VARYING WS-SORT-J FROM 1 BY 1
                UNTIL WS-SORT-J > WS-GRP-TOTAL - WS-SORT-I.
       SORT-GRP-COMPARE-PARA.
           IF WS-GRP-KEY(WS-SORT-J) > WS-GRP-KEY(WS-SORT-J + 1)
                MOVE WS-GRP-ENTRY(WS-SORT-J) TO WS-GRP-TEMP
                MOVE WS-GRP-ENTRY(WS-SORT-J + 1) TO
                     WS-GRP-ENTRY(WS-SORT-J)
                MOVE WS-GRP-TEMP TO WS-GRP-ENTRY(WS-SORT-J + 1).
       SORT-GS-PASS-PARA.
           PERFORM SORT-GS-COMPARE-PARA
                VARYING WS-SORT-J FROM 1 BY 1
                UNTIL WS-SORT-J > WS-GS-TOTAL - WS-SORT-I.
       SORT-GS-COMPARE-PARA.
           IF WS-GS-KEY(WS-SORT-J) > WS-GS-KEY(WS-SORT-J + 1)
                MOVE WS-GS-ENTRY(WS-SORT-J) TO WS-GS-TEMP
                MOVE WS-GS-ENTRY(WS-SORT-J + 1) TO
                     WS-GS-ENTRY(WS-SORT-J)
                MOVE WS-GS-TEMP TO WS-GS-ENTRY(WS-SORT-J + 1).
       SORT-SEC-PASS-PARA.
           PERFORM SORT-SEC-COMPARE-PARA
                VARYING WS-SORT-J FROM 1 BY 1
                UNTIL WS-SORT-J > WS-SEC-TOTAL - WS-SORT-I.
       SORT-SEC-COMPARE-PARA.
           IF WS-SEC-SECTION(WS-SORT-J) > WS-SEC-SECTION(WS-SORT-J + 1)
                MOVE WS-SEC-ENTRY(WS-SORT-J) TO WS-SEC-TEMP
                MOVE WS-SEC-ENTRY(WS-SORT-J + 1) TO
                     WS-SEC-ENTRY(WS-SORT-J)
                MOVE WS-SEC-TEMP TO WS-SEC-ENTRY(WS-SORT-J + 1).
      *    ONE FORM PER STUDENT PER SUBJECT, SO NO SUBJECT IN A
      *    SECTION CAN HAVE MORE FORMS THAN THE SECTION HAS
      *    RESPONDENTS; THE LARGEST IS TAKEN AS THE HEAD COUNT.
       NOTE-ONE-GS-RESP-PARA.
           MOVE WS-GS-SECTION(WS-GS-IDX) TO WS-KEY-SECTION.
           PERFORM FIND-SEC-PARA.
           IF WS-GS-FORMS(WS-GS-IDX) > WS-SEC-RESP(WS-SEC-PICK)
                MOVE WS-GS-FORMS(WS-GS-IDX) TO
                     WS-SEC-RESP(WS-SEC-PICK).
       SETTLE-ONE-SEC-PARA.
           ADD WS-SEC-RESP(WS-SEC-IDX) TO WS-SCHOOL-RESP.
           IF WS-SEC-RESP(WS-SEC-IDX) < WS-MIN-RESP
                MOVE "N" TO WS-SEC-SHOW(WS-SEC-IDX).
      *    ONE SECTION HELD BACK ON ITS OWN COULD BE WORKED OUT
      *    FROM THE SCHOOL FIGURE LESS THE OTHERS, SO THE SMALLEST
      *    SECTION SHOWN IS HELD BACK WITH IT.
       PROTECT-SECTIONS-PARA.
           MOVE ZERO TO WS-SUP-N.
           MOVE ZERO TO WS-SHOWN-N.
           MOVE ZERO TO WS-SMALL-PICK.
           PERFORM COUNT-ONE-SEC-PARA
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL.
           IF WS-SUP-N = 1 AND WS-SMALL-PICK NOT = ZERO
                MOVE "C" TO WS-SEC-SHOW(WS-SMALL-PICK).
       COUNT-ONE-SEC-PARA.
           IF WS-SEC-SHOW(WS-SEC-IDX) = "N"
                ADD 1 TO WS-SUP-N
           ELSE
                ADD 1 TO WS-SHOWN-N
                IF WS-SMALL-PICK = ZERO
                     OR WS-SEC-RESP(WS-SEC-IDX) < WS-SMALL-FORMS
                     MOVE WS-SEC-IDX TO WS-SMALL-PICK
                     MOVE WS-SEC-RESP(WS-SEC-IDX) TO WS-SMALL-FORMS.
      *    A TEACHER AND SUBJECT ANSWERED BY TOO FEW IS HELD BACK
      *    WHOLE. OTHERWISE ITS SECTIONS ARE JUDGED ONE BY ONE, AND
      *    ONE HELD BACK ON ITS OWN TAKES THE SMALLEST SHOWN WITH
      *    IT, AS FOR THE SECTIONS ABOVE.
       SETTLE-ONE-GRP-PARA.
           IF WS-GRP-FORMS(WS-GRP-IDX) < WS-MIN-RESP
                MOVE "N" TO WS-GRP-SHOW(WS-GRP-IDX).
           MOVE ZERO TO WS-SUP-N.
           MOVE ZERO TO WS-SHOWN-N.
           MOVE ZERO TO WS-SMALL-PICK.
           PERFORM SETTLE-ONE-GS-PARA
                VARYING WS-GS-IDX FROM 1 BY 1
                UNTIL WS-GS-IDX > WS-GS-TOTAL.
           IF WS-SUP-N = 1 AND WS-SMALL-PICK NOT = ZERO
                MOVE "C" TO WS-GS-SHOW(WS-SMALL-PICK).
       SETTLE-ONE-GS-PARA.
           IF WS-GS-TCH(WS-GS-IDX) = WS-GRP-TCH(WS-GRP-IDX)
                AND WS-GS-SUBJECT(WS-GS-IDX) =
                     WS-GRP-SUBJECT(WS-GRP-IDX)
                PERFORM JUDGE-ONE-GS-PARA.
       JUDGE-ONE-GS-PARA.
           IF WS-GS-FORMS(WS-GS-IDX) < WS-MIN-RESP
                OR WS-GRP-SHOW(WS-GRP-IDX) = "N"
                MOVE "N" TO WS-GS-SHOW(WS-GS-IDX)
                ADD 1 TO WS-SUP-N
           ELSE
                ADD 1 TO WS-SHOWN-N
                IF WS-SMALL-PICK = ZERO
                     OR WS-GS-FORMS(WS-GS-IDX) < WS-SMALL-FORMS
                     MOVE WS-GS-IDX TO WS-SMALL-PICK
                     MOVE WS-GS-FORMS(WS-GS-IDX) TO WS-SMALL-FORMS.
       PRINT-SCHOOL-PARA.
           MOVE WS-FORM-COUNT TO HS-FORMS.
           MOVE WS-SCHOOL-RESP TO HS-RESP.
           MOVE SV-SCHOOL-LINE TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           IF WS-SCHOOL-RESP < WS-MIN-RESP
                MOVE "WHOLE SCHOOL" TO SP-WHAT
                MOVE "NOT SHOWN - TOO FEW STUDENTS ANSWERED" TO
                     SP-REASON
                MOVE SV-SUPPRESS-LINE TO SURVEY-LINE
                PERFORM WRITE-LINE-PARA
                ADD 1 TO WS-SUPPRESS-COUNT
                GO TO PRINT-SCHOOL-EXIT.
           MOVE SV-SCHOOL-COLS TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-ONE-SCHOOL-Q-PARA
                VARYING WS-Q FROM 1 BY 1
                UNTIL WS-Q > 20.
       PRINT-SCHOOL-EXIT.
           EXIT.
       PRINT-ONE-SCHOOL-Q-PARA.
           IF WS-SCH-CNT(WS-Q) > ZERO
                MOVE WS-Q TO QL-NO
                MOVE WS-QST-TEXT(WS-Q) TO QL-TEXT
                COMPUTE WS-THIS-AVG ROUNDED =
                     WS-SCH-SUM(WS-Q) / WS-SCH-CNT(WS-Q)
                MOVE WS-THIS-AVG TO WS-AVG-EDIT
                MOVE WS-AVG-EDIT TO QL-AVG
                MOVE WS-SCH-CNT(WS-Q) TO QL-CNT
                MOVE SV-SCHOOL-Q-LINE TO SURVEY-LINE
                PERFORM WRITE-LINE-PARA.
       PRINT-SECTIONS-PARA.
           MOVE BLANK-LINE TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE "BY SECTION - MEAN OF ALL SCORES GIVEN" TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE SV-SECTION-COLS TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-ONE-SEC-PARA
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL.
       PRINT-ONE-SEC-PARA.
           MOVE SPACES TO SV-SECTION-LINE.
           MOVE WS-SEC-SECTION(WS-SEC-IDX) TO SL-SECTION.
           IF WS-SEC-SHOW(WS-SEC-IDX) NOT = "Y"
                ADD 1 TO WS-SUPPRESS-COUNT
                MOVE "NOT SHOWN - TOO FEW" TO SL-NOTE
           ELSE
                MOVE WS-SEC-RESP(WS-SEC-IDX) TO SL-RESP
                MOVE WS-SEC-FORMS(WS-SEC-IDX) TO SL-FORMS
                PERFORM SECTION-MEAN-PARA
                MOVE WS-AVG-EDIT TO SL-MEAN
                MOVE WS-DIFF-EDIT TO SL-DIFF.
           MOVE SV-SECTION-LINE TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
      *    THE SECTION'S MEAN OVER EVERY SCORE GIVEN, AGAINST THE
      *    SCHOOL'S.
       SECTION-MEAN-PARA.
           MOVE ZERO TO WS-SUM-ALL.
           MOVE ZERO TO WS-CNT-ALL.
           PERFORM ADD-ONE-SEC-Q-PARA
                VARYING WS-Q FROM 1 BY 1
                UNTIL WS-Q > 20.
           MOVE ZERO TO WS-THIS-AVG.
           IF WS-CNT-ALL > ZERO
                COMPUTE WS-THIS-AVG ROUNDED = WS-SUM-ALL / WS-CNT-ALL.
           MOVE ZERO TO WS-SUM-ALL.
           MOVE ZERO TO WS-CNT-ALL.
           PERFORM ADD-ONE-SCH-Q-PARA
                VARYING WS-Q FROM 1 BY 1
                UNTIL WS-Q > 20.
           MOVE ZERO TO WS-OTHER-AVG.
           IF WS-CNT-ALL > ZERO
                COMPUTE WS-OTHER-AVG ROUNDED = WS-SUM-ALL / WS-CNT-ALL.
           MOVE WS-THIS-AVG TO WS-AVG-EDIT.
           COMPUTE WS-DIFF = WS-THIS-AVG - WS-OTHER-AVG.
           MOVE WS-DIFF TO WS-DIFF-EDIT.
       ADD-ONE-SEC-Q-PARA.
           ADD WS-SEC-SUM(WS-SEC-IDX, WS-Q) TO WS-SUM-ALL.
           ADD WS-SEC-CNT(WS-SEC-IDX, WS-Q) TO WS-CNT-ALL.
       ADD-ONE-SCH-Q-PARA.
           ADD WS-SCH-SUM(WS-Q) TO WS-SUM-ALL.
           ADD WS-SCH-CNT(WS-Q) TO WS-CNT-ALL.
       PRINT-ONE-GRP-PARA.
           MOVE BLANK-LINE TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-GRP-TCH(WS-GRP-IDX) TO TL-ID.
           PERFORM FIND-TEACHER-PARA.
           MOVE WS-GRP-SUBJECT(WS-GRP-IDX) TO TL-SUBJECT.
           MOVE WS-GRP-FORMS(WS-GRP-IDX) TO TL-FORMS.
           MOVE SV-TEACHER-LINE TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           IF WS-GRP-SHOW(WS-GRP-IDX) NOT = "Y"
                MOVE "ALL SECTIONS" TO SP-WHAT
                MOVE "NOT SHOWN - TOO FEW STUDENTS ANSWERED" TO
                     SP-REASON
                MOVE SV-SUPPRESS-LINE TO SURVEY-LINE
                PERFORM WRITE-LINE-PARA
                ADD 1 TO WS-SUPPRESS-COUNT
                GO TO PRINT-ONE-GRP-EXIT.
           MOVE "SCHOOL " TO CC-OTHER.
           MOVE SV-COMP-COLS TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-GRP-Q-PARA
                VARYING WS-Q FROM 1 BY 1
                UNTIL WS-Q > 20.
           PERFORM PRINT-ONE-GS-PARA THRU PRINT-ONE-GS-EXIT
                VARYING WS-GS-IDX FROM 1 BY 1
                UNTIL WS-GS-IDX > WS-GS-TOTAL.
       PRINT-ONE-GRP-EXIT.
           EXIT.
       FIND-TEACHER-PARA.
           MOVE ZERO TO WS-TCH-PICK.
           PERFORM CHECK-ONE-TEACHER-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL
                OR WS-TCH-PICK NOT = ZERO.
           IF WS-TCH-PICK = ZERO
                MOVE "NOT ON TEACHMST.DAT" TO TL-NAME
           ELSE
                MOVE WS-TCH-NAME(WS-TCH-PICK) TO TL-NAME.
       CHECK-ONE-TEACHER-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = WS-GRP-TCH(WS-GRP-IDX)
                MOVE WS-TCH-IDX TO WS-TCH-PICK.
       PRINT-GRP-Q-PARA.
           IF WS-SCH-CNT(WS-Q) > ZERO
                PERFORM GRP-Q-FIGURES-PARA
                MOVE SV-COMP-LINE TO SURVEY-LINE
                PERFORM WRITE-LINE-PARA.
       GRP-Q-FIGURES-PARA.
           MOVE WS-Q TO CL-NO.
           MOVE WS-QST-TEXT(WS-Q) TO CL-TEXT.
           COMPUTE WS-OTHER-AVG ROUNDED =
                WS-SCH-SUM(WS-Q) / WS-SCH-CNT(WS-Q).
           MOVE WS-OTHER-AVG TO WS-AVG-EDIT.
           MOVE WS-AVG-EDIT TO CL-OTHER.
           IF WS-GRP-CNT(WS-GRP-IDX, WS-Q) = ZERO
                MOVE "  - " TO CL-THIS
                MOVE SPACES TO CL-DIFF
           ELSE
                COMPUTE WS-THIS-AVG ROUNDED =
                     WS-GRP-SUM(WS-GRP-IDX, WS-Q) /
                     WS-GRP-CNT(WS-GRP-IDX, WS-Q)
                MOVE WS-THIS-AVG TO WS-AVG-EDIT
                MOVE WS-AVG-EDIT TO CL-THIS
                COMPUTE WS-DIFF = WS-THIS-AVG - WS-OTHER-AVG
                MOVE WS-DIFF TO WS-DIFF-EDIT
                MOVE WS-DIFF-EDIT TO CL-DIFF.
      *    EACH SECTION THE TEACHER TAKES THE SUBJECT IN, AGAINST
      *    THE SECTION'S AVERAGE OVER ALL ITS TEACHERS.
       PRINT-ONE-GS-PARA.
           IF WS-GS-TCH(WS-GS-IDX) NOT = WS-GRP-TCH(WS-GRP-IDX)
                OR WS-GS-SUBJECT(WS-GS-IDX) NOT =
                     WS-GRP-SUBJECT(WS-GRP-IDX)
                GO TO PRINT-ONE-GS-EXIT.
           IF WS-GS-SHOW(WS-GS-IDX) NOT = "Y"
                MOVE SPACES TO SP-WHAT
                STRING "IN SECTION " DELIMITED BY SIZE
                     WS-GS-SECTION(WS-GS-IDX) DELIMITED BY SIZE
                     INTO SP-WHAT
                MOVE "NOT SHOWN - TOO FEW STUDENTS ANSWERED" TO
                     SP-REASON
                MOVE SV-SUPPRESS-LINE TO SURVEY-LINE
                PERFORM WRITE-LINE-PARA
                ADD 1 TO WS-SUPPRESS-COUNT
                GO TO PRINT-ONE-GS-EXIT.
           MOVE WS-GS-SECTION(WS-GS-IDX) TO GT-SECTION.
           MOVE WS-GS-FORMS(WS-GS-IDX) TO GT-FORMS.
           MOVE SV-GS-TITLE TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-GS-SECTION(WS-GS-IDX) TO WS-KEY-SECTION.
           PERFORM FIND-SEC-PARA.
           MOVE "SECTION" TO CC-OTHER.
           MOVE SV-COMP-COLS TO SURVEY-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-GS-Q-PARA
                VARYING WS-Q FROM 1 BY 1
                UNTIL WS-Q > 20.
       PRINT-ONE-GS-EXIT.
           EXIT.
       PRINT-GS-Q-PARA.
           IF WS-SEC-CNT(WS-SEC-PICK, WS-Q) > ZERO
                PERFORM GS-Q-FIGURES-PARA
                MOVE SV-COMP-LINE TO SURVEY-LINE
                PERFORM WRITE-LINE-PARA.
       GS-Q-FIGURES-PARA.
           MOVE WS-Q TO CL-NO.
           MOVE WS-QST-TEXT(WS-Q) TO CL-TEXT.
           COMPUTE WS-OTHER-AVG ROUNDED =
                WS-SEC-SUM(WS-SEC-PICK, WS-Q) /
                WS-SEC-CNT(WS-SEC-PICK, WS-Q).
           MOVE WS-OTHER-AVG TO WS-AVG-EDIT.
           MOVE WS-AVG-EDIT TO CL-OTHER.
           IF WS-GS-CNT(WS-GS-IDX, WS-Q) = ZERO
                MOVE "  - " TO CL-THIS
                MOVE SPACES TO CL-DIFF
           ELSE
                COMPUTE WS-THIS-AVG ROUNDED =
                     WS-GS-SUM(WS-GS-IDX, WS-Q) /
                     WS-GS-CNT(WS-GS-IDX, WS-Q)
                MOVE WS-THIS-AVG TO WS-AVG-EDIT
                MOVE WS-AVG-EDIT TO CL-THIS
                COMPUTE WS-DIFF = WS-THIS-AVG - WS-OTHER-AVG
                MOVE WS-DIFF TO WS-DIFF-EDIT
                MOVE WS-DIFF-EDIT TO CL-DIFF.
       LOAD-QUESTIONS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SURVEY-QUESTION.
           IF SURVEY-QUESTION-STATUS NOT = "00"
                GO TO LOAD-QUESTIONS-EXIT.
           PERFORM LOAD-ONE-QUESTION-PARA UNTIL WS-EOF.
           CLOSE SURVEY-QUESTION.
       LOAD-QUESTIONS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-QUESTION-PARA.
           READ SURVEY-QUESTION
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SQ-QUESTION-NO > ZERO
                          AND SQ-QUESTION-NO NOT > 20
                          MOVE SQ-TEXT TO
                               WS-QST-TEXT(SQ-QUESTION-NO).
      *    TEACHERS WHO HAVE SINCE LEFT ARE KEPT, AS AN EARLIER
      *    TERM MAY BE SUMMARISED.
       LOAD-TEACHERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-MASTER.
           IF TEACHER-MASTER-STATUS NOT = "00"
                GO TO LOAD-TEACHERS-EXIT.
           PERFORM LOAD-ONE-TEACHER-PARA UNTIL WS-EOF.
           CLOSE TEACHER-MASTER.
       LOAD-TEACHERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-TEACHER-PARA.
           READ TEACHER-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-TCH-TOTAL < 500
                          ADD 1 TO WS-TCH-TOTAL
                          SET WS-TCH-X TO WS-TCH-TOTAL
                          MOVE TCH-ID TO WS-TCH-ID(WS-TCH-X)
                          MOVE TCH-NAME TO WS-TCH-NAME(WS-TCH-X).
       WRITE-LINE-PARA.
           WRITE SURVEY-LINE.
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
           MOVE WS-FORM-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-SUPPRESS-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SURVEY-SUMMARY" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
