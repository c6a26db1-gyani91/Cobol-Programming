       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORPHAN-SWEEP.
      *    NIGHTLY SWEEP OF THE ANCILLARY FILES KEYED BY ROLL NUMBER.
      *    EVERY ROW OF HOSTALOC, TRNASGN, BOOKLOAN, MEDICAL,
      *    ELECENRL, SECTASGN, FEEINST, CONCESS, INCIDENT, ATTEND,
      *    BOARDREG AND DOCCHK IS LOOKED UP ON STUDENT.DAT AND, FAILING
      *    THAT, ON STUDARCH.DAT. A ROW WHOSE ROLL IS ON NEITHER IS AN
      *    ORPHAN. A ROW THAT STILL HOLDS A SERVICE - AN OCCUPIED ROOM,
      *    A ROUTE, AN OPEN LOAN, AN ELECTIVE SEAT, AN OPEN SECTION
      *    SPELL, A PENDING INSTALLMENT OR A CURRENT CONCESSION - FOR
      *    AN INACTIVE OR ARCHIVED STUDENT IS LISTED AS STALE. NOTHING
      *    IS CHANGED; THE REPORT ENDS WITH COUNTS PER FILE.
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
           SELECT HOSTEL-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOSTEL-ALLOC-STATUS.
           SELECT TRANSPORT-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANSPORT-ASSIGN-STATUS.
           SELECT BOOK-LOAN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOOK-LOAN-STATUS.
           SELECT MEDICAL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEDICAL-FILE-STATUS.
           SELECT ELECTIVE-ENROLL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ELECTIVE-ENROLL-STATUS.
           SELECT SECTION-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT FEE-INSTALLMENT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-INSTALLMENT-STATUS.
           SELECT CONCESSION-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONCESSION-MASTER-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INCIDENT-FILE-STATUS.
           SELECT ATTENDANCE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-KEY
           FILE STATUS IS ATTENDANCE-STATUS.
           SELECT BOARD-REG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOARD-REG-STATUS.
           SELECT DOCUMENT-CHECK ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DOCUMENT-CHECK-STATUS.
           SELECT SWEEP-REPORT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SWEEP-REPORT-STATUS.
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
       FD HOSTEL-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOSTALOC.DAT"
           DATA RECORD IS HOSTEL-ALLOC-REC.
       COPY HOSTALOC.
       FD TRANSPORT-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TRNASGN.DAT"
           DATA RECORD IS TRANSPORT-ASSIGN-REC.
       COPY TRNASGN.
       FD BOOK-LOAN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOOKLOAN.DAT"
           DATA RECORD IS BOOK-LOAN-REC.
       COPY BOOKLOAN.
       FD MEDICAL-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "MEDICAL.DAT"
           DATA RECORD IS MEDICAL-REC.
       COPY MEDICAL.
       FD ELECTIVE-ENROLL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ELECENRL.DAT"
           DATA RECORD IS ELECTIVE-ENROLL-REC.
       COPY ELECENRL.
       FD SECTION-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTASGN.DAT"
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
       FD FEE-INSTALLMENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEEINST.DAT"
           DATA RECORD IS FEE-INSTALLMENT-REC.
       COPY FEEINST.
       FD CONCESSION-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CONCESS.DAT"
           DATA RECORD IS CONCESSION-REC.
       COPY CONCESS.
       FD INCIDENT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "INCIDENT.DAT"
           DATA RECORD IS INCIDENT-REC.
       COPY INCIDENT.
       FD ATTENDANCE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ATTEND.DAT"
           DATA RECORD IS ATTENDANCE-REC.
       COPY ATTEND.
       FD BOARD-REG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOARDREG.DAT"
           DATA RECORD IS BOARD-REG-REC.
       COPY BOARDREG.
       FD DOCUMENT-CHECK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "DOCCHK.DAT"
           DATA RECORD IS DOCUMENT-CHECK-REC.
       COPY DOCCHK.
       FD SWEEP-REPORT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ORPHRPT.DAT"
           DATA RECORD IS SWEEP-LINE.
       01 SWEEP-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 ARCHIVE-FILE-STATUS PIC XX.
       77 HOSTEL-ALLOC-STATUS PIC XX.
       77 TRANSPORT-ASSIGN-STATUS PIC XX.
       77 BOOK-LOAN-STATUS PIC XX.
       77 MEDICAL-FILE-STATUS PIC XX.
       77 ELECTIVE-ENROLL-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 FEE-INSTALLMENT-STATUS PIC XX.
       77 CONCESSION-MASTER-STATUS PIC XX.
       77 INCIDENT-FILE-STATUS PIC XX.
       77 ATTENDANCE-STATUS PIC XX.
       77 BOARD-REG-STATUS PIC XX.
       77 DOCUMENT-CHECK-STATUS PIC XX.
       77 SWEEP-REPORT-STATUS PIC XX.
       77 WS-TODAY PIC 9(8).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-FOUND-SW PIC X.
           88 WS-FOUND VALUE "Y".
       77 WS-SERVICE-SW PIC X.
           88 WS-SERVICE-OPEN VALUE "Y".
       77 WS-ROLL-STATE PIC X.
           88 WS-ROLL-ACTIVE VALUE "A".
           88 WS-ROLL-INACTIVE VALUE "I".
           88 WS-ROLL-ARCHIVED VALUE "R".
           88 WS-ROLL-UNKNOWN VALUE "N".
       77 WS-ROW-RNO PIC 9(5).
       77 WS-LAST-RNO PIC 9(5) VALUE ZERO.
       77 WS-ROW-DETAIL PIC X(27).
       77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       77 WS-FLAG-COUNT PIC 9(7) VALUE ZERO.
       77 WS-FILE-IDX PIC 9(2) COMP.
       77 WS-ARCH-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ARCH-IDX PIC 9(4) COMP.
       01 WS-ARCH-TABLE.
        02 WS-ARCH-RNO PIC 9(5) OCCURS 9999 TIMES.
       01 WS-FILE-NAME-VALUES.
        02 FILLER PIC X(8) VALUE "HOSTALOC".
        02 FILLER PIC X(8) VALUE "TRNASGN".
        02 FILLER PIC X(8) VALUE "BOOKLOAN".
        02 FILLER PIC X(8) VALUE "MEDICAL".
        02 FILLER PIC X(8) VALUE "ELECENRL".
        02 FILLER PIC X(8) VALUE "SECTASGN".
        02 FILLER PIC X(8) VALUE "FEEINST".
        02 FILLER PIC X(8) VALUE "CONCESS".
        02 FILLER PIC X(8) VALUE "INCIDENT".
        02 FILLER PIC X(8) VALUE "ATTEND".
        02 FILLER PIC X(8) VALUE "BOARDREG".
        02 FILLER PIC X(8) VALUE "DOCCHK".
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
        02 WS-FILE-NAME PIC X(8) OCCURS 12 TIMES.
       01 WS-FILE-COUNTS.
        02 WS-FILE-ENTRY OCCURS 12 TIMES.
         03 WS-FILE-ON-FILE-SW PIC X.
            88 WS-FILE-ON-FILE VALUE "Y".
         03 WS-FILE-ROWS PIC 9(7).
         03 WS-FILE-ORPHANS PIC 9(7).
         03 WS-FILE-INACTIVE PIC 9(7).
         03 WS-FILE-ARCHIVED PIC 9(7).
       01 WS-GRAND-COUNTS.
        02 WS-GRAND-ROWS PIC 9(7) VALUE ZERO.
        02 WS-GRAND-ORPHANS PIC 9(7) VALUE ZERO.
        02 WS-GRAND-INACTIVE PIC 9(7) VALUE ZERO.
        02 WS-GRAND-ARCHIVED PIC 9(7) VALUE ZERO.
       01 OS-HEAD-1.
        02 FILLER PIC X(39) VALUE
           "ORPHAN AND STALE-SERVICE SWEEP - AS OF ".
        02 OH-DATE PIC 9(8).
       01 OS-HEAD-2.
        02 FILLER PIC X(12) VALUE "  FILE".
        02 FILLER PIC X(7) VALUE "ROLL".
        02 FILLER PIC X(33) VALUE "PROBLEM".
        02 FILLER PIC X(6) VALUE "DETAIL".
       01 OS-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-FILE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-PROBLEM PIC X(31).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OD-DETAIL PIC X(27).
       01 OS-COUNT-HEAD.
        02 FILLER PIC X(12) VALUE "  FILE".
        02 FILLER PIC X(8) VALUE "    ROWS".
        02 FILLER PIC X(10) VALUE "   ORPHANS".
        02 FILLER PIC X(10) VALUE "  INACTIVE".
        02 FILLER PIC X(10) VALUE "  ARCHIVED".
       01 OS-COUNT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OC-FILE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OC-ROWS PIC ZZZZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OC-ORPHANS PIC ZZZZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OC-INACTIVE PIC ZZZZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OC-ARCHIVED PIC ZZZZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OC-NOTE PIC X(11).
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ARCHIVE-PARA THRU LOAD-ARCHIVE-EXIT.
           IF WS-RC-ERROR
                CLOSE STUDENT
                GO TO END-PARA.
           PERFORM CLEAR-ONE-COUNT-PARA
                VARYING WS-FILE-IDX FROM 1 BY 1
                UNTIL WS-FILE-IDX > 12.
           OPEN EXTEND SWEEP-REPORT.
           IF SWEEP-REPORT-STATUS = "35"
                OPEN OUTPUT SWEEP-REPORT.
           MOVE WS-TODAY TO OH-DATE.
           DISPLAY OS-HEAD-1.
           MOVE OS-HEAD-1 TO SWEEP-LINE.
           WRITE SWEEP-LINE.
           DISPLAY OS-HEAD-2.
           MOVE OS-HEAD-2 TO SWEEP-LINE.
           WRITE SWEEP-LINE.
           PERFORM WRITE-DASH-PARA.
       SWEEP-PARA.
           PERFORM SWEEP-HOSTEL-PARA THRU SWEEP-HOSTEL-EXIT.
           PERFORM SWEEP-TRANSPORT-PARA THRU SWEEP-TRANSPORT-EXIT.
           PERFORM SWEEP-LOAN-PARA THRU SWEEP-LOAN-EXIT.
           PERFORM SWEEP-MEDICAL-PARA THRU SWEEP-MEDICAL-EXIT.
           PERFORM SWEEP-ELECTIVE-PARA THRU SWEEP-ELECTIVE-EXIT.
           PERFORM SWEEP-SECTION-PARA THRU SWEEP-SECTION-EXIT.
           PERFORM SWEEP-INSTALMENT-PARA THRU SWEEP-INSTALMENT-EXIT.
           PERFORM SWEEP-CONCESSION-PARA THRU SWEEP-CONCESSION-EXIT.
           PERFORM SWEEP-INCIDENT-PARA THRU SWEEP-INCIDENT-EXIT.
           PERFORM SWEEP-ATTEND-PARA THRU SWEEP-ATTEND-EXIT.
           PERFORM SWEEP-BOARD-PARA THRU SWEEP-BOARD-EXIT.
           PERFORM SWEEP-DOCUMENT-PARA THRU SWEEP-DOCUMENT-EXIT.
           CLOSE STUDENT.
       TOTALS-PARA.
           PERFORM WRITE-DASH-PARA.
           DISPLAY OS-COUNT-HEAD.
           MOVE OS-COUNT-HEAD TO SWEEP-LINE.
           WRITE SWEEP-LINE.
           PERFORM WRITE-ONE-COUNT-PARA
                VARYING WS-FILE-IDX FROM 1 BY 1
                UNTIL WS-FILE-IDX > 12.
           MOVE "TOTAL" TO OC-FILE.
           MOVE WS-GRAND-ROWS TO OC-ROWS.
           MOVE WS-GRAND-ORPHANS TO OC-ORPHANS.
           MOVE WS-GRAND-INACTIVE TO OC-INACTIVE.
           MOVE WS-GRAND-ARCHIVED TO OC-ARCHIVED.
           MOVE SPACES TO OC-NOTE.
           PERFORM WRITE-COUNT-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           CLOSE SWEEP-REPORT.
           IF WS-FLAG-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "ORPHAN OR STALE ROWS FOUND - SEE ORPHRPT.DAT" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       CLEAR-ONE-COUNT-PARA.
           MOVE "N" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE ZERO TO WS-FILE-ROWS(WS-FILE-IDX).
           MOVE ZERO TO WS-FILE-ORPHANS(WS-FILE-IDX).
           MOVE ZERO TO WS-FILE-INACTIVE(WS-FILE-IDX).
           MOVE ZERO TO WS-FILE-ARCHIVED(WS-FILE-IDX).
       LOAD-ARCHIVE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-ARCHIVE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
                GO TO LOAD-ARCHIVE-EXIT.
           PERFORM LOAD-ONE-ARCHIVE-PARA UNTIL WS-EOF.
           CLOSE STUDENT-ARCHIVE.
       LOAD-ARCHIVE-EXIT.
           EXIT.
       LOAD-ONE-ARCHIVE-PARA.
           READ STUDENT-ARCHIVE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-ONE-ARCHIVE-PARA.
       STORE-ONE-ARCHIVE-PARA.
           IF WS-ARCH-TOTAL = 9999
                DISPLAY "MORE THAN 9999 ARCHIVED STUDENTS - ",
                     "SWEEP NOT PRODUCED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY ARCHIVE RECORDS TO SWEEP" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-ARCH-TOTAL
                MOVE A-RNO TO WS-ARCH-RNO(WS-ARCH-TOTAL).
      *    ONE PARAGRAPH PAIR PER FILE: THE SWEEP PARAGRAPH OPENS AND
      *    READS THE FILE, THE NOTE PARAGRAPH SAYS WHAT THE ROW HOLDS
      *    AND WHETHER THAT IS A SERVICE STILL RUNNING, AND
      *    CHECK-ROW-PARA DOES THE LOOK-UP AND THE REPORTING.
       SWEEP-HOSTEL-PARA.
           MOVE 1 TO WS-FILE-IDX.
           OPEN INPUT HOSTEL-ALLOC.
           IF HOSTEL-ALLOC-STATUS NOT = "00"
                GO TO SWEEP-HOSTEL-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-HOSTEL-PARA UNTIL WS-EOF.
           CLOSE HOSTEL-ALLOC.
       SWEEP-HOSTEL-EXIT.
           EXIT.
       READ-HOSTEL-PARA.
           READ HOSTEL-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-HOSTEL-PARA.
       NOTE-HOSTEL-PARA.
           MOVE HA-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           IF HA-OCCUPIED
                MOVE "Y" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "ROOM " DELIMITED BY SIZE
                HA-HOSTEL DELIMITED BY SPACE
                "/" DELIMITED BY SIZE
                HA-ROOM DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-TRANSPORT-PARA.
           MOVE 2 TO WS-FILE-IDX.
           OPEN INPUT TRANSPORT-ASSIGN.
           IF TRANSPORT-ASSIGN-STATUS NOT = "00"
                GO TO SWEEP-TRANSPORT-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-TRANSPORT-PARA UNTIL WS-EOF.
           CLOSE TRANSPORT-ASSIGN.
       SWEEP-TRANSPORT-EXIT.
           EXIT.
       READ-TRANSPORT-PARA.
           READ TRANSPORT-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-TRANSPORT-PARA.
       NOTE-TRANSPORT-PARA.
           MOVE TR-RNO TO WS-ROW-RNO.
           MOVE "Y" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "ROUTE " DELIMITED BY SIZE
                TR-ROUTE DELIMITED BY SPACE
                " STOP " DELIMITED BY SIZE
                TR-STOP-SEQ DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-LOAN-PARA.
           MOVE 3 TO WS-FILE-IDX.
           OPEN INPUT BOOK-LOAN.
           IF BOOK-LOAN-STATUS NOT = "00"
                GO TO SWEEP-LOAN-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-LOAN-PARA UNTIL WS-EOF.
           CLOSE BOOK-LOAN.
       SWEEP-LOAN-EXIT.
           EXIT.
       READ-LOAN-PARA.
           READ BOOK-LOAN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-LOAN-PARA.
       NOTE-LOAN-PARA.
           MOVE BL-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           IF BL-OPEN
                MOVE "Y" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "BOOK " DELIMITED BY SIZE
                BL-BOOK-ID DELIMITED BY SIZE
                " DUE " DELIMITED BY SIZE
                BL-DUE-DATE DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-MEDICAL-PARA.
           MOVE 4 TO WS-FILE-IDX.
           OPEN INPUT MEDICAL-FILE.
           IF MEDICAL-FILE-STATUS NOT = "00"
                GO TO SWEEP-MEDICAL-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-MEDICAL-PARA UNTIL WS-EOF.
           CLOSE MEDICAL-FILE.
       SWEEP-MEDICAL-EXIT.
           EXIT.
       READ-MEDICAL-PARA.
           READ MEDICAL-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-MEDICAL-PARA.
       NOTE-MEDICAL-PARA.
           MOVE MD-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           MOVE "MEDICAL PROFILE" TO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-ELECTIVE-PARA.
           MOVE 5 TO WS-FILE-IDX.
           OPEN INPUT ELECTIVE-ENROLL.
           IF ELECTIVE-ENROLL-STATUS NOT = "00"
                GO TO SWEEP-ELECTIVE-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-ELECTIVE-PARA UNTIL WS-EOF.
           CLOSE ELECTIVE-ENROLL.
       SWEEP-ELECTIVE-EXIT.
           EXIT.
       READ-ELECTIVE-PARA.
           READ ELECTIVE-ENROLL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-ELECTIVE-PARA.
       NOTE-ELECTIVE-PARA.
           MOVE EE-RNO TO WS-ROW-RNO.
           MOVE "Y" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "ELECTIVE " DELIMITED BY SIZE
                EE-SUBJECT-CODE DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-SECTION-PARA.
           MOVE 6 TO WS-FILE-IDX.
           OPEN INPUT SECTION-ASSIGN.
           IF SECTION-ASSIGN-STATUS NOT = "00"
                GO TO SWEEP-SECTION-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-SECTION-PARA UNTIL WS-EOF.
           CLOSE SECTION-ASSIGN.
       SWEEP-SECTION-EXIT.
           EXIT.
       READ-SECTION-PARA.
           READ SECTION-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-SECTION-PARA.
       NOTE-SECTION-PARA.
           MOVE SA-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           IF SA-EFF-TO = 99999999
                MOVE "Y" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "SECTION " DELIMITED BY SIZE
                SA-SECTION DELIMITED BY SPACE
                " FROM " DELIMITED BY SIZE
                SA-EFF-FROM DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-INSTALMENT-PARA.
           MOVE 7 TO WS-FILE-IDX.
           OPEN INPUT FEE-INSTALLMENT.
           IF FEE-INSTALLMENT-STATUS NOT = "00"
                GO TO SWEEP-INSTALMENT-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-INSTALMENT-PARA UNTIL WS-EOF.
           CLOSE FEE-INSTALLMENT.
       SWEEP-INSTALMENT-EXIT.
           EXIT.
       READ-INSTALMENT-PARA.
           READ FEE-INSTALLMENT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-INSTALMENT-PARA.
       NOTE-INSTALMENT-PARA.
           MOVE FI-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           IF FI-PENDING
                MOVE "Y" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "INST " DELIMITED BY SIZE
                FI-CODE DELIMITED BY SPACE
                "/" DELIMITED BY SIZE
                FI-SEQ DELIMITED BY SIZE
                " DUE " DELIMITED BY SIZE
                FI-DUE-DATE DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-CONCESSION-PARA.
           MOVE 8 TO WS-FILE-IDX.
           OPEN INPUT CONCESSION-MASTER.
           IF CONCESSION-MASTER-STATUS NOT = "00"
                GO TO SWEEP-CONCESSION-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-CONCESSION-PARA UNTIL WS-EOF.
           CLOSE CONCESSION-MASTER.
       SWEEP-CONCESSION-EXIT.
           EXIT.
       READ-CONCESSION-PARA.
           READ CONCESSION-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-CONCESSION-PARA.
       NOTE-CONCESSION-PARA.
           MOVE CN-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           IF CN-TO-DATE NOT < WS-TODAY
                MOVE "Y" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "CONCESSION " DELIMITED BY SIZE
                CN-CODE DELIMITED BY SPACE
                " TO " DELIMITED BY SIZE
                CN-TO-DATE DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-INCIDENT-PARA.
           MOVE 9 TO WS-FILE-IDX.
           OPEN INPUT INCIDENT-FILE.
           IF INCIDENT-FILE-STATUS NOT = "00"
                GO TO SWEEP-INCIDENT-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-INCIDENT-PARA UNTIL WS-EOF.
           CLOSE INCIDENT-FILE.
       SWEEP-INCIDENT-EXIT.
           EXIT.
       READ-INCIDENT-PARA.
           READ INCIDENT-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-INCIDENT-PARA.
       NOTE-INCIDENT-PARA.
           MOVE IN-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "INCIDENT " DELIMITED BY SIZE
                IN-DATE DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-ATTEND-PARA.
           MOVE 10 TO WS-FILE-IDX.
           OPEN INPUT ATTENDANCE.
           IF ATTENDANCE-STATUS NOT = "00"
                GO TO SWEEP-ATTEND-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-ATTEND-PARA UNTIL WS-EOF.
           CLOSE ATTENDANCE.
       SWEEP-ATTEND-EXIT.
           EXIT.
       READ-ATTEND-PARA.
           READ ATTENDANCE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-ATTEND-PARA.
       NOTE-ATTEND-PARA.
           MOVE AT-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "ATTENDANCE MONTH " DELIMITED BY SIZE
                AT-MONTH DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-BOARD-PARA.
           MOVE 11 TO WS-FILE-IDX.
           OPEN INPUT BOARD-REG.
           IF BOARD-REG-STATUS NOT = "00"
                GO TO SWEEP-BOARD-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-BOARD-PARA UNTIL WS-EOF.
           CLOSE BOARD-REG.
       SWEEP-BOARD-EXIT.
           EXIT.
       READ-BOARD-PARA.
           READ BOARD-REG
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-BOARD-PARA.
       NOTE-BOARD-PARA.
           MOVE BR-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "BOARD NO " DELIMITED BY SIZE
                BR-BOARD-NO DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       SWEEP-DOCUMENT-PARA.
           MOVE 12 TO WS-FILE-IDX.
           OPEN INPUT DOCUMENT-CHECK.
           IF DOCUMENT-CHECK-STATUS NOT = "00"
                GO TO SWEEP-DOCUMENT-EXIT.
           MOVE "Y" TO WS-FILE-ON-FILE-SW(WS-FILE-IDX).
           MOVE "N" TO WS-EOF-SW.
           PERFORM READ-DOCUMENT-PARA UNTIL WS-EOF.
           CLOSE DOCUMENT-CHECK.
       SWEEP-DOCUMENT-EXIT.
           EXIT.
       READ-DOCUMENT-PARA.
           READ DOCUMENT-CHECK
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-DOCUMENT-PARA.
       NOTE-DOCUMENT-PARA.
           MOVE DK-RNO TO WS-ROW-RNO.
           MOVE "N" TO WS-SERVICE-SW.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING "DOCUMENT " DELIMITED BY SIZE
                DK-DOC-TYPE DELIMITED BY SIZE
                INTO WS-ROW-DETAIL.
           PERFORM CHECK-ROW-PARA THRU CHECK-ROW-EXIT.
       CHECK-ROW-PARA.
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-FILE-ROWS(WS-FILE-IDX).
           ADD 1 TO WS-GRAND-ROWS.
           IF WS-ROW-RNO NOT = WS-LAST-RNO OR WS-LAST-RNO = ZERO
                PERFORM FIND-ROLL-PARA THRU FIND-ROLL-EXIT.
           IF WS-ROLL-UNKNOWN
                ADD 1 TO WS-FILE-ORPHANS(WS-FILE-IDX)
                ADD 1 TO WS-GRAND-ORPHANS
                MOVE "NO STUDENT OR ARCHIVE RECORD" TO OD-PROBLEM
                GO TO CHECK-ROW-REPORT.
           IF NOT WS-SERVICE-OPEN OR WS-ROLL-ACTIVE
                GO TO CHECK-ROW-EXIT.
           IF WS-ROLL-INACTIVE
                ADD 1 TO WS-FILE-INACTIVE(WS-FILE-IDX)
                ADD 1 TO WS-GRAND-INACTIVE
                MOVE "OPEN SERVICE - INACTIVE STUDENT" TO OD-PROBLEM
           ELSE
                ADD 1 TO WS-FILE-ARCHIVED(WS-FILE-IDX)
                ADD 1 TO WS-GRAND-ARCHIVED
                MOVE "OPEN SERVICE - ARCHIVED STUDENT" TO OD-PROBLEM.
       CHECK-ROW-REPORT.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO OD-FILE.
           MOVE WS-ROW-RNO TO OD-RNO.
           MOVE WS-ROW-DETAIL TO OD-DETAIL.
           DISPLAY OS-DETAIL-LINE.
           MOVE OS-DETAIL-LINE TO SWEEP-LINE.
           WRITE SWEEP-LINE.
       CHECK-ROW-EXIT.
           EXIT.
      *    ROWS COME IN ROLL ORDER IN MOST OF THESE FILES, SO THE
      *    STATE OF THE LAST ROLL LOOKED UP IS KEPT AND REUSED.
       FIND-ROLL-PARA.
           MOVE WS-ROW-RNO TO WS-LAST-RNO.
           MOVE WS-ROW-RNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     GO TO FIND-ROLL-ARCHIVE.
           IF STUDENT-ACTIVE
                MOVE "A" TO WS-ROLL-STATE
           ELSE
                MOVE "I" TO WS-ROLL-STATE.
           GO TO FIND-ROLL-EXIT.
       FIND-ROLL-ARCHIVE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM CHECK-ONE-ARCH-PARA
                VARYING WS-ARCH-IDX FROM 1 BY 1
                UNTIL WS-ARCH-IDX > WS-ARCH-TOTAL
                OR WS-FOUND.
           IF WS-FOUND
                MOVE "R" TO WS-ROLL-STATE
           ELSE
                MOVE "N" TO WS-ROLL-STATE.
       FIND-ROLL-EXIT.
           EXIT.
       CHECK-ONE-ARCH-PARA.
           IF WS-ARCH-RNO(WS-ARCH-IDX) = WS-ROW-RNO
                MOVE "Y" TO WS-FOUND-SW.
       WRITE-ONE-COUNT-PARA.
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO OC-FILE.
           MOVE WS-FILE-ROWS(WS-FILE-IDX) TO OC-ROWS.
           MOVE WS-FILE-ORPHANS(WS-FILE-IDX) TO OC-ORPHANS.
           MOVE WS-FILE-INACTIVE(WS-FILE-IDX) TO OC-INACTIVE.
           MOVE WS-FILE-ARCHIVED(WS-FILE-IDX) TO OC-ARCHIVED.
           IF WS-FILE-ON-FILE(WS-FILE-IDX)
                MOVE SPACES TO OC-NOTE
           ELSE
                MOVE "NOT ON FILE" TO OC-NOTE.
           PERFORM WRITE-COUNT-LINE-PARA.
       WRITE-COUNT-LINE-PARA.
           DISPLAY OS-COUNT-LINE.
           MOVE OS-COUNT-LINE TO SWEEP-LINE.
           WRITE SWEEP-LINE.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO SWEEP-LINE.
           WRITE SWEEP-LINE.
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
           MOVE WS-FLAG-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "ORPHAN-SWEEP" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
