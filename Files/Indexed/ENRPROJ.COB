       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-PROJECTION.
      *    NEXT YEAR'S HEADCOUNT PER YEAR GROUP: STUDENTS PROMOTED
      *    UP FROM THE GROUP BELOW PLUS THOSE DETAINED IN THE
      *    GROUP, LESS THE GROUP'S HISTORICAL ATTRITION, PLUS THE
      *    ADMISSIONS EXPECTED FROM OFFERS FOR THE INTAKE YEAR.
      *    THE RESULT IS SET AGAINST THE SECTION CAPACITY ON
      *    SECTMAST.DAT TO SHOW WHERE A SECTION MUST BE ADDED OR
      *    CAN BE CLOSED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT STUDENT-ARCHIVE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-ARCHIVE-STATUS.
           SELECT SECTION-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT SECTION-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-MASTER-STATUS.
           SELECT OFFER-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OFFER-FILE-STATUS.
           SELECT APPLICANT-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS APPLICANT-FILE-STATUS.
           SELECT PROJECTION-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PROJECTION-PRINT-STATUS.
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
       FD SECTION-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTASGN.DAT"
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
       FD SECTION-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTMAST.DAT"
           DATA RECORD IS SECTION-MASTER-REC.
       COPY SECTMAST.
       FD OFFER-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OFFERS.DAT"
           DATA RECORD IS OFFER-REC.
       COPY OFFERS.
       FD APPLICANT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "APPLICNT.DAT"
           DATA RECORD IS APPLICANT-REC.
       01 APPLICANT-REC.
        02 AP-NO PIC 9(5).
        02 AP-DATE PIC 9(8).
        02 AP-NAME PIC A(20).
        02 AP-MARKS PIC 9(4).
        02 AP-DOB PIC 9(8).
        02 AP-ADDRESS PIC X(40).
        02 AP-CONTACT PIC X(15).
        02 AP-STATUS PIC X.
           88 AP-APPLIED VALUE "A".
           88 AP-OFFERED VALUE "O".
           88 AP-ACCEPTED VALUE "C".
           88 AP-ENROLLED VALUE "E".
        02 AP-CATEGORY PIC X(2).
        02 AP-GENDER PIC X.
       FD PROJECTION-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ENRPROJ.DAT"
           DATA RECORD IS PROJECTION-LINE.
       01 PROJECTION-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 STUDENT-ARCHIVE-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 SECTION-MASTER-STATUS PIC XX.
       77 OFFER-FILE-STATUS PIC XX.
       77 APPLICANT-FILE-STATUS PIC XX.
       77 PROJECTION-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-PROJ-YEAR PIC 9(4).
       77 WS-PICK-RNO PIC 9(5).
       77 WS-PICK-DATE PIC 9(8).
       77 WS-YG-IDX PIC 9(2) COMP.
       77 WS-YG-PICK PIC 9(2).
       77 WS-YG-BELOW PIC 9(2) COMP.
       77 WS-ASGN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ASGN-IDX PIC 9(4) COMP.
       77 WS-ASGN-PICK PIC X(4).
       77 WS-BEST-FROM PIC 9(8).
       77 WS-SEC-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SEC-IDX PIC 9(3) COMP.
       77 WS-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LEAVER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNPLACED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OFFER-UNPLACED PIC 9(5) VALUE ZERO.
       77 WS-PIPELINE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OFR-ACCEPTED PIC 9(5) VALUE ZERO.
       77 WS-OFR-LAPSED PIC 9(5) VALUE ZERO.
       77 WS-TAKE-UP-PCT PIC 9(3) VALUE 100.
       77 WS-LOSS PIC 9(5).
       77 WS-EXPECTED PIC 9(5).
       77 WS-SHORT PIC 9(5).
       77 WS-AVG-CAPACITY PIC 9(5).
       77 WS-EXTRA-SECTIONS PIC 9(2).
       77 WS-ADD-COUNT PIC 9(2) VALUE ZERO.
       77 WS-CUT-COUNT PIC 9(2) VALUE ZERO.
       77 WS-TOT-NOW PIC 9(5) VALUE ZERO.
       77 WS-TOT-PROJ PIC 9(5) VALUE ZERO.
       77 WS-TOT-CAP PIC 9(5) VALUE ZERO.
       01 WS-YG-TABLE.
        02 WS-YG-ENTRY OCCURS 12 TIMES.
         03 WS-YG-NOW PIC 9(5).
         03 WS-YG-UP PIC 9(5).
         03 WS-YG-DETAINED PIC 9(5).
         03 WS-YG-LEFT PIC 9(5).
         03 WS-YG-ATTR-PCT PIC 9(3).
         03 WS-YG-CONTINUE PIC 9(5).
         03 WS-YG-ACCEPTED PIC 9(5).
         03 WS-YG-OPEN PIC 9(5).
         03 WS-YG-ADMIT PIC 9(5).
         03 WS-YG-PROJECTED PIC 9(5).
         03 WS-YG-SECTIONS PIC 9(2).
         03 WS-YG-CAPACITY PIC 9(5).
       01 WS-ASGN-TABLE.
        02 WS-ASGN-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-ASGN-TOTAL
                INDEXED BY WS-ASGN-X.
         03 WS-ASGN-RNO PIC 9(5).
         03 WS-ASGN-SECTION PIC X(4).
         03 WS-ASGN-FROM PIC 9(8).
         03 WS-ASGN-TO PIC 9(8).
       01 WS-SEC-TABLE.
        02 WS-SEC-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-SEC-TOTAL
                INDEXED BY WS-SEC-X.
         03 WS-SEC-CODE PIC X(4).
         03 WS-SEC-YEAR PIC 9(2).
       01 PJ-HEAD-1.
        02 FILLER PIC X(38) VALUE
           "ENROLLMENT PROJECTION FOR INTAKE YEAR ".
        02 PH-YEAR PIC 9(4).
        02 FILLER PIC X(10) VALUE "   AS AT ".
        02 PH-DATE PIC 9(8).
       01 PJ-HEAD-2.
        02 FILLER PIC X(32) VALUE
           "YG   NOW    UP  DET  LFT%  CONT ".
        02 FILLER PIC X(28) VALUE
           " ADM  PROJ SC   CAP  ACTION".
       01 PJ-DETAIL-LINE.
        02 PD-GROUP PIC Z9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 PD-NOW PIC ZZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 PD-UP PIC ZZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 PD-DETAINED PIC ZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-ATTR PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-CONTINUE PIC ZZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 PD-ADMIT PIC ZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 PD-PROJECTED PIC ZZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 PD-SECTIONS PIC Z9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 PD-CAPACITY PIC ZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-ACTION PIC X(20).
       01 PJ-ADD-TEXT.
        02 FILLER PIC X(4) VALUE "ADD ".
        02 PA-COUNT PIC 9.
        02 FILLER PIC X(8) VALUE " SECTION".
       01 PJ-TOTAL-LINE.
        02 FILLER PIC X(14) VALUE "ON ROLL NOW: ".
        02 PT-NOW PIC ZZZZ9.
        02 FILLER PIC X(14) VALUE "  PROJECTED: ".
        02 PT-PROJECTED PIC ZZZZ9.
        02 FILLER PIC X(13) VALUE "  CAPACITY: ".
        02 PT-CAPACITY PIC ZZZZ9.
       01 PJ-NOTE-1.
        02 FILLER PIC X(32) VALUE
           "OPEN OFFERS COUNTED AT TAKE-UP ".
        02 PN-TAKE-UP PIC ZZ9.
        02 FILLER PIC X(28) VALUE
           "% (ACCEPTED/ACCEPTED+LAPSED)".
       01 PJ-NOTE-2.
        02 FILLER PIC X(37) VALUE
           "OFFERS WITH NO YEAR GROUP IN SEAT:   ".
        02 PN-OFFER-UNPLACED PIC ZZZZ9.
       01 PJ-NOTE-3.
        02 FILLER PIC X(37) VALUE
           "APPLICANTS STILL IN THE PIPELINE:    ".
        02 PN-PIPELINE PIC ZZZZ9.
       01 PJ-NOTE-4.
        02 FILLER PIC X(37) VALUE
           "ACTIVE STUDENTS WITH NO SECTION:     ".
        02 PN-UNPLACED PIC ZZZZ9.
       01 DASH-LINE PIC X(75) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       ASK-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER THE INTAKE YEAR TO PROJECT (YYYY, 0 FOR ",
                "NEXT YEAR): ".
           ACCEPT WS-PROJ-YEAR.
           IF WS-PROJ-YEAR = ZERO
                MOVE WS-TODAY(1:4) TO WS-PROJ-YEAR
                ADD 1 TO WS-PROJ-YEAR.
           PERFORM CLEAR-ONE-YG-PARA
                VARYING WS-YG-IDX FROM 1 BY 1
                UNTIL WS-YG-IDX > 12.
       LOAD-PARA.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-SECTIONS-PARA THRU LOAD-SECTIONS-EXIT.
       SCAN-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
           MOVE "N" TO WS-EOF-SW.
       HISTORY-PARA.
           PERFORM COUNT-LEAVERS-PARA THRU COUNT-LEAVERS-EXIT.
           PERFORM COUNT-OFFERS-PARA THRU COUNT-OFFERS-EXIT.
           PERFORM COUNT-PIPELINE-PARA THRU COUNT-PIPELINE-EXIT.
       PROJECT-PARA.
           IF WS-OFR-ACCEPTED + WS-OFR-LAPSED > ZERO
                COMPUTE WS-TAKE-UP-PCT ROUNDED = WS-OFR-ACCEPTED * 100
                     / (WS-OFR-ACCEPTED + WS-OFR-LAPSED).
           PERFORM ATTRITION-ONE-PARA
                VARYING WS-YG-IDX FROM 1 BY 1
                UNTIL WS-YG-IDX > 12.
           PERFORM PROJECT-ONE-PARA
                VARYING WS-YG-IDX FROM 1 BY 1
                UNTIL WS-YG-IDX > 12.
       PRINT-PARA.
           OPEN EXTEND PROJECTION-PRINT.
           IF PROJECTION-PRINT-STATUS = "35"
                OPEN OUTPUT PROJECTION-PRINT.
           MOVE WS-PROJ-YEAR TO PH-YEAR.
           MOVE WS-TODAY TO PH-DATE.
           MOVE PJ-HEAD-1 TO PROJECTION-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE PJ-HEAD-2 TO PROJECTION-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           PERFORM PRINT-ONE-YG-PARA THRU PRINT-ONE-YG-EXIT
                VARYING WS-YG-IDX FROM 1 BY 1
                UNTIL WS-YG-IDX > 12.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-TOT-NOW TO PT-NOW.
           MOVE WS-TOT-PROJ TO PT-PROJECTED.
           MOVE WS-TOT-CAP TO PT-CAPACITY.
           MOVE PJ-TOTAL-LINE TO PROJECTION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-TAKE-UP-PCT TO PN-TAKE-UP.
           MOVE PJ-NOTE-1 TO PROJECTION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-OFFER-UNPLACED TO PN-OFFER-UNPLACED.
           MOVE PJ-NOTE-2 TO PROJECTION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-PIPELINE-COUNT TO PN-PIPELINE.
           MOVE PJ-NOTE-3 TO PROJECTION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-UNPLACED-COUNT TO PN-UNPLACED.
           MOVE PJ-NOTE-4 TO PROJECTION-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           CLOSE PROJECTION-PRINT.
           DISPLAY "YEAR GROUPS NEEDING A SECTION: ", WS-ADD-COUNT,
                "  ABLE TO LOSE ONE: ", WS-CUT-COUNT.
           IF WS-ADD-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "YEAR GROUPS PROJECTED OVER CAPACITY" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       CLEAR-ONE-YG-PARA.
           MOVE ZERO TO WS-YG-NOW(WS-YG-IDX).
           MOVE ZERO TO WS-YG-UP(WS-YG-IDX).
           MOVE ZERO TO WS-YG-DETAINED(WS-YG-IDX).
           MOVE ZERO TO WS-YG-LEFT(WS-YG-IDX).
           MOVE ZERO TO WS-YG-ATTR-PCT(WS-YG-IDX).
           MOVE ZERO TO WS-YG-CONTINUE(WS-YG-IDX).
           MOVE ZERO TO WS-YG-ACCEPTED(WS-YG-IDX).
           MOVE ZERO TO WS-YG-OPEN(WS-YG-IDX).
           MOVE ZERO TO WS-YG-ADMIT(WS-YG-IDX).
           MOVE ZERO TO WS-YG-PROJECTED(WS-YG-IDX).
           MOVE ZERO TO WS-YG-SECTIONS(WS-YG-IDX).
           MOVE ZERO TO WS-YG-CAPACITY(WS-YG-IDX).
      *    A STUDENT NOT YET DECIDED FOR PROMOTION IS EXPECTED TO
      *    GO UP; ONLY A DETENTION KEEPS THEM IN THE GROUP. THOSE
      *    PROMOTED OUT OF YEAR GROUP 12 LEAVE THE SCHOOL.
       SCAN-ONE-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF STUDENT-ACTIVE
                          PERFORM COUNT-ONE-PARA.
       COUNT-ONE-PARA.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE RNO TO WS-PICK-RNO.
           MOVE WS-TODAY TO WS-PICK-DATE.
           PERFORM FIND-ASSIGN-PARA.
           PERFORM FIND-YEAR-GROUP-PARA.
           IF WS-YG-PICK < 1 OR WS-YG-PICK > 12
                ADD 1 TO WS-UNPLACED-COUNT
           ELSE
                ADD 1 TO WS-YG-NOW(WS-YG-PICK)
                IF STUDENT-DETAINED
                     ADD 1 TO WS-YG-DETAINED(WS-YG-PICK)
                ELSE
                     IF WS-YG-PICK < 12
                          ADD 1 TO WS-YG-UP(WS-YG-PICK + 1).
      *    THE SECTION SPELL IN FORCE ON THE DATE GIVEN; FOR A
      *    LEAVER (DATE 99999999) THE LAST SPELL ON FILE.
       FIND-ASSIGN-PARA.
           MOVE SPACES TO WS-ASGN-PICK.
           MOVE ZERO TO WS-BEST-FROM.
           PERFORM CHECK-ONE-ASSIGN-PARA
                VARYING WS-ASGN-IDX FROM 1 BY 1
                UNTIL WS-ASGN-IDX > WS-ASGN-TOTAL.
       CHECK-ONE-ASSIGN-PARA.
           IF WS-ASGN-RNO(WS-ASGN-IDX) = WS-PICK-RNO
                AND WS-ASGN-FROM(WS-ASGN-IDX) <= WS-PICK-DATE
                AND (WS-ASGN-TO(WS-ASGN-IDX) >= WS-PICK-DATE
                OR WS-PICK-DATE = 99999999)
                AND WS-ASGN-FROM(WS-ASGN-IDX) >= WS-BEST-FROM
                MOVE WS-ASGN-FROM(WS-ASGN-IDX) TO WS-BEST-FROM
                MOVE WS-ASGN-SECTION(WS-ASGN-IDX) TO WS-ASGN-PICK.
       FIND-YEAR-GROUP-PARA.
           MOVE ZERO TO WS-YG-PICK.
           PERFORM CHECK-ONE-YG-PARA
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL.
       CHECK-ONE-YG-PARA.
           IF WS-SEC-CODE(WS-SEC-IDX) = WS-ASGN-PICK
                MOVE WS-SEC-YEAR(WS-SEC-IDX) TO WS-YG-PICK.
      *    EVERY ARCHIVED STUDENT IS A PAST LEAVER, COUNTED IN THE
      *    YEAR GROUP OF THEIR LAST SECTION.
       COUNT-LEAVERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-ARCHIVE.
           IF STUDENT-ARCHIVE-STATUS NOT = "00"
                DISPLAY "NO STUDENT ARCHIVE - ATTRITION TAKEN AS ZERO"
                GO TO COUNT-LEAVERS-EXIT.
           PERFORM COUNT-ONE-LEAVER-PARA UNTIL WS-EOF.
           CLOSE STUDENT-ARCHIVE.
       COUNT-LEAVERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       COUNT-ONE-LEAVER-PARA.
           READ STUDENT-ARCHIVE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-LEAVER-PARA.
       NOTE-LEAVER-PARA.
           ADD 1 TO WS-LEAVER-COUNT.
           MOVE A-RNO TO WS-PICK-RNO.
           MOVE 99999999 TO WS-PICK-DATE.
           PERFORM FIND-ASSIGN-PARA.
           PERFORM FIND-YEAR-GROUP-PARA.
           IF WS-YG-PICK >= 1 AND WS-YG-PICK <= 12
                ADD 1 TO WS-YG-LEFT(WS-YG-PICK).
      *    OFFERS FOR THE INTAKE YEAR: ACCEPTED ONES COUNT IN FULL,
      *    OPEN ONES AT THE HISTORICAL TAKE-UP RATE. THE SEAT FIELD
      *    CARRIES THE YEAR GROUP NUMBER ("07", "7" OR "G07").
       COUNT-OFFERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OFFER-FILE.
           IF OFFER-FILE-STATUS NOT = "00"
                DISPLAY "NO OFFERS ON FILE - NO ADMISSIONS EXPECTED"
                GO TO COUNT-OFFERS-EXIT.
           PERFORM COUNT-ONE-OFFER-PARA UNTIL WS-EOF.
           CLOSE OFFER-FILE.
       COUNT-OFFERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       COUNT-ONE-OFFER-PARA.
           READ OFFER-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-OFFER-PARA THRU NOTE-OFFER-EXIT.
       NOTE-OFFER-PARA.
           IF OFR-ACCEPTED
                ADD 1 TO WS-OFR-ACCEPTED.
           IF OFR-LAPSED
                ADD 1 TO WS-OFR-LAPSED.
           IF OFR-INTAKE-YEAR NOT = WS-PROJ-YEAR OR OFR-LAPSED
                GO TO NOTE-OFFER-EXIT.
           PERFORM SEAT-GROUP-PARA.
           IF WS-YG-PICK < 1 OR WS-YG-PICK > 12
                ADD 1 TO WS-OFFER-UNPLACED
                GO TO NOTE-OFFER-EXIT.
           IF OFR-ACCEPTED
                ADD 1 TO WS-YG-ACCEPTED(WS-YG-PICK)
           ELSE
                ADD 1 TO WS-YG-OPEN(WS-YG-PICK).
       NOTE-OFFER-EXIT.
           EXIT.
       SEAT-GROUP-PARA.
           MOVE ZERO TO WS-YG-PICK.
           IF OFR-SEAT(1:2) NUMERIC
                MOVE OFR-SEAT(1:2) TO WS-YG-PICK
           ELSE
                IF OFR-SEAT(1:1) NUMERIC AND OFR-SEAT(2:1) = SPACE
                     MOVE OFR-SEAT(1:1) TO WS-YG-PICK
                ELSE
                     IF OFR-SEAT(2:2) NUMERIC
                          MOVE OFR-SEAT(2:2) TO WS-YG-PICK.
      *    APPLICANTS NOT YET OFFERED HAVE NO YEAR GROUP, SO THEY
      *    ARE SHOWN AS A TOTAL ONLY.
       COUNT-PIPELINE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-FILE-STATUS NOT = "00"
                GO TO COUNT-PIPELINE-EXIT.
           PERFORM COUNT-ONE-APP-PARA UNTIL WS-EOF.
           CLOSE APPLICANT-FILE.
       COUNT-PIPELINE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       COUNT-ONE-APP-PARA.
           READ APPLICANT-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AP-APPLIED
                          ADD 1 TO WS-PIPELINE-COUNT.
      *    ATTRITION IS THE SHARE OF ALL STUDENTS SEEN IN THE GROUP
      *    (STILL ON ROLL PLUS ARCHIVED) WHO LEFT FROM IT.
       ATTRITION-ONE-PARA.
           IF WS-YG-NOW(WS-YG-IDX) + WS-YG-LEFT(WS-YG-IDX) > ZERO
                COMPUTE WS-YG-ATTR-PCT(WS-YG-IDX) ROUNDED =
                     WS-YG-LEFT(WS-YG-IDX) * 100 /
                     (WS-YG-NOW(WS-YG-IDX) + WS-YG-LEFT(WS-YG-IDX)).
      *    PROMOTED STUDENTS CARRY THE ATTRITION OF THE GROUP THEY
      *    COME FROM; DETAINED STUDENTS THAT OF THEIR OWN GROUP.
       PROJECT-ONE-PARA.
           MOVE ZERO TO WS-LOSS.
           IF WS-YG-IDX > 1
                COMPUTE WS-YG-BELOW = WS-YG-IDX - 1
                COMPUTE WS-LOSS ROUNDED = WS-YG-UP(WS-YG-IDX) *
                     WS-YG-ATTR-PCT(WS-YG-BELOW) / 100.
           COMPUTE WS-YG-CONTINUE(WS-YG-IDX) = WS-YG-UP(WS-YG-IDX) -
                WS-LOSS.
           COMPUTE WS-LOSS ROUNDED = WS-YG-DETAINED(WS-YG-IDX) *
                WS-YG-ATTR-PCT(WS-YG-IDX) / 100.
           COMPUTE WS-YG-CONTINUE(WS-YG-IDX) =
                WS-YG-CONTINUE(WS-YG-IDX) +
                WS-YG-DETAINED(WS-YG-IDX) - WS-LOSS.
           COMPUTE WS-EXPECTED ROUNDED = WS-YG-OPEN(WS-YG-IDX) *
                WS-TAKE-UP-PCT / 100.
           COMPUTE WS-YG-ADMIT(WS-YG-IDX) =
                WS-YG-ACCEPTED(WS-YG-IDX) + WS-EXPECTED.
           COMPUTE WS-YG-PROJECTED(WS-YG-IDX) =
                WS-YG-CONTINUE(WS-YG-IDX) + WS-YG-ADMIT(WS-YG-IDX).
      *    A GROUP OVER ITS CAPACITY NEEDS AS MANY EXTRA SECTIONS
      *    OF THE AVERAGE SIZE AS COVER THE SHORTFALL; A GROUP OF
      *    TWO OR MORE SECTIONS THAT WOULD STILL FIT AFTER LOSING
      *    ONE OF AVERAGE SIZE CAN CLOSE ONE.
       PRINT-ONE-YG-PARA.
           IF WS-YG-NOW(WS-YG-IDX) = ZERO
                AND WS-YG-PROJECTED(WS-YG-IDX) = ZERO
                AND WS-YG-SECTIONS(WS-YG-IDX) = ZERO
                GO TO PRINT-ONE-YG-EXIT.
           MOVE SPACES TO PD-ACTION.
           MOVE ZERO TO WS-AVG-CAPACITY.
           IF WS-YG-SECTIONS(WS-YG-IDX) > ZERO
                DIVIDE WS-YG-CAPACITY(WS-YG-IDX) BY
                     WS-YG-SECTIONS(WS-YG-IDX) GIVING WS-AVG-CAPACITY.
           IF WS-YG-PROJECTED(WS-YG-IDX) > WS-YG-CAPACITY(WS-YG-IDX)
                PERFORM FLAG-ADD-PARA
           ELSE
                IF WS-YG-SECTIONS(WS-YG-IDX) > 1
                     AND WS-YG-PROJECTED(WS-YG-IDX) <=
                     WS-YG-CAPACITY(WS-YG-IDX) - WS-AVG-CAPACITY
                     MOVE "CAN LOSE 1 SECTION" TO PD-ACTION
                     ADD 1 TO WS-CUT-COUNT.
           MOVE WS-YG-IDX TO PD-GROUP.
           MOVE WS-YG-NOW(WS-YG-IDX) TO PD-NOW.
           MOVE WS-YG-UP(WS-YG-IDX) TO PD-UP.
           MOVE WS-YG-DETAINED(WS-YG-IDX) TO PD-DETAINED.
           MOVE WS-YG-ATTR-PCT(WS-YG-IDX) TO PD-ATTR.
           MOVE WS-YG-CONTINUE(WS-YG-IDX) TO PD-CONTINUE.
           MOVE WS-YG-ADMIT(WS-YG-IDX) TO PD-ADMIT.
           MOVE WS-YG-PROJECTED(WS-YG-IDX) TO PD-PROJECTED.
           MOVE WS-YG-SECTIONS(WS-YG-IDX) TO PD-SECTIONS.
           MOVE WS-YG-CAPACITY(WS-YG-IDX) TO PD-CAPACITY.
           MOVE PJ-DETAIL-LINE TO PROJECTION-LINE.
           PERFORM WRITE-LINE-PARA.
           ADD WS-YG-NOW(WS-YG-IDX) TO WS-TOT-NOW.
           ADD WS-YG-PROJECTED(WS-YG-IDX) TO WS-TOT-PROJ.
           ADD WS-YG-CAPACITY(WS-YG-IDX) TO WS-TOT-CAP.
       PRINT-ONE-YG-EXIT.
           EXIT.
       FLAG-ADD-PARA.
           ADD 1 TO WS-ADD-COUNT.
           IF WS-AVG-CAPACITY = ZERO
                MOVE "NO SECTION ON FILE" TO PD-ACTION
           ELSE
                COMPUTE WS-SHORT = WS-YG-PROJECTED(WS-YG-IDX) -
                     WS-YG-CAPACITY(WS-YG-IDX) + WS-AVG-CAPACITY - 1
                DIVIDE WS-SHORT BY WS-AVG-CAPACITY
                     GIVING WS-EXTRA-SECTIONS
                MOVE WS-EXTRA-SECTIONS TO PA-COUNT
                MOVE PJ-ADD-TEXT TO PD-ACTION.
       LOAD-ASSIGNS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SECTION-ASSIGN.
           IF SECTION-ASSIGN-STATUS NOT = "00"
                GO TO LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-ONE-ASSIGN-PARA UNTIL WS-EOF.
           CLOSE SECTION-ASSIGN.
       LOAD-ASSIGNS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ASSIGN-PARA.
           READ SECTION-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-ASGN-TOTAL < 5000
                          ADD 1 TO WS-ASGN-TOTAL
                          SET WS-ASGN-X TO WS-ASGN-TOTAL
                          MOVE SA-RNO TO WS-ASGN-RNO(WS-ASGN-X)
                          MOVE SA-SECTION TO
                               WS-ASGN-SECTION(WS-ASGN-X)
                          MOVE SA-EFF-FROM TO
                               WS-ASGN-FROM(WS-ASGN-X)
                          MOVE SA-EFF-TO TO WS-ASGN-TO(WS-ASGN-X).
      *    THE SECTION TABLE ALSO TOTALS EACH YEAR GROUP'S
      *    SECTIONS AND SEATS.
       LOAD-SECTIONS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SECTION-MASTER.
           IF SECTION-MASTER-STATUS NOT = "00"
                DISPLAY "NO SECTION MASTER - CAPACITY TAKEN AS ZERO"
                GO TO LOAD-SECTIONS-EXIT.
           PERFORM LOAD-ONE-SECTION-PARA UNTIL WS-EOF.
           CLOSE SECTION-MASTER.
       LOAD-SECTIONS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SECTION-PARA.
           READ SECTION-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-SECTION-PARA.
       NOTE-SECTION-PARA.
           IF WS-SEC-TOTAL < 50
                ADD 1 TO WS-SEC-TOTAL
                SET WS-SEC-X TO WS-SEC-TOTAL
                MOVE SEC-CODE TO WS-SEC-CODE(WS-SEC-X)
                MOVE SEC-YEAR-GROUP TO WS-SEC-YEAR(WS-SEC-X).
           IF SEC-YEAR-GROUP >= 1 AND SEC-YEAR-GROUP <= 12
                ADD 1 TO WS-YG-SECTIONS(SEC-YEAR-GROUP)
                ADD SEC-CAPACITY TO WS-YG-CAPACITY(SEC-YEAR-GROUP).
       WRITE-LINE-PARA.
           DISPLAY PROJECTION-LINE.
           WRITE PROJECTION-LINE.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO PROJECTION-LINE.
           PERFORM WRITE-LINE-PARA.
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
           MOVE WS-ACTIVE-COUNT TO RL-READ-COUNT.
           MOVE WS-TOT-PROJ TO RL-UPDATE-COUNT.
           MOVE WS-ADD-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "ENROLL-PROJECT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
