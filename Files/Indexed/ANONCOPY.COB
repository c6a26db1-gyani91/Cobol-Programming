       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-COPY.
      *    BUILDS THE CLERKS' TRAINING SET: STUDENT.DAT, GUARDIAN.DAT,
      *    MEDICAL.DAT, FEELEDG.DAT, STUDMARK.DAT, STUDARCH.DAT,
      *    ALUMNI.DAT, TEACHMST.DAT AND DRIVER.DAT ARE COPIED UNDER
      *    THE TRAINING PREFIX THE OPERATOR GIVES (A DIRECTORY SUCH
      *    AS TRAIN/), WITH NAMES, ADDRESSES, CONTACT NUMBERS, THE
      *    DAY OF BIRTH, LICENCE NUMBERS AND MEDICAL TEXT REPLACED
      *    BY MADE-UP VALUES. CGPA.DAT, FEEALLOC.DAT, FEEINST.DAT,
      *    CONCESS.DAT, HOSTALOC.DAT, SUBJMAST.DAT, SECTMAST.DAT,
      *    SECTASGN.DAT, ATTEND.DAT AND TEACHALO.DAT HOLD NO
      *    PERSONAL FIELDS AND ARE COPIED AS THEY ARE. THE MADE-UP
      *    VALUES ARE WORKED OUT FROM THE ROLL NUMBER (OR THE
      *    GUARDIAN, TEACHER OR DRIVER ID) ALONE, SO A STUDENT
      *    CARRIES THE SAME FALSE NAME AND ADDRESS IN EVERY FILE OF
      *    THE SET. ROLL NUMBERS, KEYS, DATES OTHER THAN THE
      *    DAY OF BIRTH, MARKS AND AMOUNTS ARE COPIED AS THEY ARE, SO
      *    EVERY REPORT RUN AGAINST THE SET STILL BALANCES. EACH FILE
      *    PASSES THROUGH ANONWORK.TMP SO THE SAME LAYOUT CAN BE READ
      *    FROM THE LIVE NAME AND WRITTEN UNDER THE TRAINING NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO DYNAMIC WS-GUARDIAN-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GD-ID
           FILE STATUS IS GUARDIAN-MASTER-STATUS.
           SELECT MEDICAL-FILE ASSIGN TO DYNAMIC WS-MEDICAL-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEDICAL-FILE-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DYNAMIC WS-LEDGER-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT STUDENT-MARKS ASSIGN TO DYNAMIC WS-MARKS-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-MARKS-STATUS.
           SELECT STUDENT-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT ALUMNI-FILE ASSIGN TO DYNAMIC WS-ALUMNI-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALUMNI-FILE-STATUS.
           SELECT CGPA-FILE ASSIGN TO DYNAMIC WS-CGPA-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CG-RNO
           FILE STATUS IS CGPA-FILE-STATUS.
           SELECT FEE-ALLOC ASSIGN TO DYNAMIC WS-ALLOC-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-ALLOC-STATUS.
           SELECT FEE-INSTALLMENT ASSIGN TO DYNAMIC WS-INST-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-INSTALLMENT-STATUS.
           SELECT CONCESSION-MASTER ASSIGN TO DYNAMIC WS-CONCESS-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONCESSION-MASTER-STATUS.
           SELECT HOSTEL-ALLOC ASSIGN TO DYNAMIC WS-HOSTEL-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOSTEL-ALLOC-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO DYNAMIC WS-SUBJECT-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT SECTION-MASTER ASSIGN TO DYNAMIC WS-SECTION-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-MASTER-STATUS.
           SELECT SECTION-ASSIGN ASSIGN TO DYNAMIC WS-SECTASGN-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT ATTENDANCE ASSIGN TO DYNAMIC WS-ATTEND-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-KEY
           FILE STATUS IS ATTENDANCE-STATUS.
           SELECT TEACHER-MASTER ASSIGN TO DYNAMIC WS-TEACHER-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-MASTER-STATUS.
           SELECT TEACHER-ALLOC ASSIGN TO DYNAMIC WS-TEACHALO-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ALLOC-STATUS.
           SELECT DRIVER-MASTER ASSIGN TO DYNAMIC WS-DRIVER-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DRIVER-MASTER-STATUS.
           SELECT WORK-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORK-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STUDENT-REC.
       COPY STUDENT.
       FD GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GUARDIAN-MASTER-REC.
       COPY GUARDMST.
       FD MEDICAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEDICAL-REC.
       COPY MEDICAL.
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FEE-LEDGER-REC.
       COPY FEELEDG.
       FD STUDENT-MARKS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STUDENT-MARKS-REC.
       COPY STUDMARK.
       FD STUDENT-ARCHIVE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ARCHIVE-REC.
       COPY STUDARCH.
       FD ALUMNI-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ALUMNI-REC.
       COPY ALUMNI.
       FD CGPA-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CGPA-REC.
       COPY CGPA.
       FD FEE-ALLOC
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FEE-ALLOC-REC.
       COPY FEEALLOC.
       FD FEE-INSTALLMENT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FEE-INSTALLMENT-REC.
       COPY FEEINST.
       FD CONCESSION-MASTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONCESSION-REC.
       COPY CONCESS.
       FD HOSTEL-ALLOC
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HOSTEL-ALLOC-REC.
       COPY HOSTALOC.
       FD SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJECT-MASTER-REC.
       COPY SUBJMAST.
       FD SECTION-MASTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECTION-MASTER-REC.
       COPY SECTMAST.
       FD SECTION-ASSIGN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
       FD ATTENDANCE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ATTENDANCE-REC.
       COPY ATTEND.
       FD TEACHER-MASTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TEACHER-MASTER-REC.
       COPY TEACHMST.
       FD TEACHER-ALLOC
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TEACHER-ALLOC-REC.
       COPY TEACHALO.
       FD DRIVER-MASTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DRIVER-MASTER-REC.
       COPY DRIVER.
       FD WORK-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ANONWORK.TMP"
           DATA RECORD IS WORK-REC.
       01 WORK-REC PIC X(993).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 MEDICAL-FILE-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 STUDENT-MARKS-STATUS PIC XX.
       77 ARCHIVE-FILE-STATUS PIC XX.
       77 ALUMNI-FILE-STATUS PIC XX.
       77 CGPA-FILE-STATUS PIC XX.
       77 FEE-ALLOC-STATUS PIC XX.
       77 FEE-INSTALLMENT-STATUS PIC XX.
       77 CONCESSION-MASTER-STATUS PIC XX.
       77 HOSTEL-ALLOC-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 SECTION-MASTER-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 ATTENDANCE-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 DRIVER-MASTER-STATUS PIC XX.
       77 WORK-FILE-STATUS PIC XX.
       77 WS-TRAIN-PREFIX PIC X(20).
       77 WS-STUDENT-NAME PIC X(40).
       77 WS-GUARDIAN-NAME PIC X(40).
       77 WS-MEDICAL-NAME PIC X(40).
       77 WS-LEDGER-NAME PIC X(40).
       77 WS-MARKS-NAME PIC X(40).
       77 WS-ARCHIVE-NAME PIC X(40).
       77 WS-ALUMNI-NAME PIC X(40).
       77 WS-CGPA-NAME PIC X(40).
       77 WS-ALLOC-NAME PIC X(40).
       77 WS-INST-NAME PIC X(40).
       77 WS-CONCESS-NAME PIC X(40).
       77 WS-HOSTEL-NAME PIC X(40).
       77 WS-SUBJECT-NAME PIC X(40).
       77 WS-SECTION-NAME PIC X(40).
       77 WS-SECTASGN-NAME PIC X(40).
       77 WS-ATTEND-NAME PIC X(40).
       77 WS-TEACHER-NAME PIC X(40).
       77 WS-TEACHALO-NAME PIC X(40).
       77 WS-DRIVER-NAME PIC X(40).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-FILE-COUNT PIC 9(7).
       77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       77 WS-WRITE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-SKIP-COUNT PIC 9(2) VALUE ZERO.
      *    MADE-UP VALUES FOR ONE PERSON. WS-FAKE-KEY IS THE ROLL
      *    NUMBER, OR THE GUARDIAN ID, PLUS WS-FAKE-KIND TIMES 100000
      *    SO A STUDENT, A GUARDIAN, AN EMERGENCY CONTACT, A TEACHER
      *    AND A DRIVER WITH THE SAME NUMBER STILL COME OUT AS
      *    DIFFERENT PEOPLE.
       77 WS-FAKE-KIND PIC 9.
       77 WS-FAKE-KEY PIC 9(6).
       77 WS-FAKE-QUOT PIC 9(6).
       77 WS-FAKE-REST PIC 9(6).
       77 WS-FAKE-FIRST-X PIC 9(2).
       77 WS-FAKE-LAST-X PIC 9(2).
       77 WS-FAKE-HOUSE PIC 9(3).
       77 WS-FAKE-DAY PIC 9(2).
       77 WS-FAKE-NAME PIC X(20).
       77 WS-FAKE-ADDRESS PIC X(40).
       77 WS-FAKE-CONTACT PIC X(15).
       01 WS-FIRST-NAME-VALUES.
        02 FILLER PIC X(8) VALUE "ARJUN".
        02 FILLER PIC X(8) VALUE "MEERA".
        02 FILLER PIC X(8) VALUE "KIRAN".
        02 FILLER PIC X(8) VALUE "ANITA".
        02 FILLER PIC X(8) VALUE "RAHUL".
        02 FILLER PIC X(8) VALUE "SUNITA".
        02 FILLER PIC X(8) VALUE "VIKRAM".
        02 FILLER PIC X(8) VALUE "PRIYA".
        02 FILLER PIC X(8) VALUE "MOHAN".
        02 FILLER PIC X(8) VALUE "LATA".
        02 FILLER PIC X(8) VALUE "SANJAY".
        02 FILLER PIC X(8) VALUE "DEEPA".
        02 FILLER PIC X(8) VALUE "RAVI".
        02 FILLER PIC X(8) VALUE "NEHA".
        02 FILLER PIC X(8) VALUE "ASHOK".
        02 FILLER PIC X(8) VALUE "GEETA".
        02 FILLER PIC X(8) VALUE "NITIN".
        02 FILLER PIC X(8) VALUE "USHA".
        02 FILLER PIC X(8) VALUE "AJAY".
        02 FILLER PIC X(8) VALUE "REKHA".
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
        02 WS-FIRST-NAME PIC X(8) OCCURS 20 TIMES.
       01 WS-LAST-NAME-VALUES.
        02 FILLER PIC X(8) VALUE "SHARMA".
        02 FILLER PIC X(8) VALUE "IYER".
        02 FILLER PIC X(8) VALUE "MENON".
        02 FILLER PIC X(8) VALUE "PATEL".
        02 FILLER PIC X(8) VALUE "RAO".
        02 FILLER PIC X(8) VALUE "GUPTA".
        02 FILLER PIC X(8) VALUE "NAIR".
        02 FILLER PIC X(8) VALUE "JOSHI".
        02 FILLER PIC X(8) VALUE "DAS".
        02 FILLER PIC X(8) VALUE "KULKARNI".
        02 FILLER PIC X(8) VALUE "REDDY".
        02 FILLER PIC X(8) VALUE "SINGH".
        02 FILLER PIC X(8) VALUE "BOSE".
        02 FILLER PIC X(8) VALUE "PILLAI".
        02 FILLER PIC X(8) VALUE "MEHTA".
        02 FILLER PIC X(8) VALUE "VERMA".
        02 FILLER PIC X(8) VALUE "SHETTY".
        02 FILLER PIC X(8) VALUE "KAPOOR".
        02 FILLER PIC X(8) VALUE "DESAI".
        02 FILLER PIC X(8) VALUE "CHOPRA".
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
        02 WS-LAST-NAME PIC X(8) OCCURS 20 TIMES.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER THE TRAINING SET PREFIX (E.G. TRAIN/): ".
           ACCEPT WS-TRAIN-PREFIX.
           IF WS-TRAIN-PREFIX = SPACES
                DISPLAY "A PREFIX IS REQUIRED - THE LIVE FILES ARE ",
                     "NEVER OVERWRITTEN"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO TRAINING PREFIX GIVEN" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       COPY-PARA.
           PERFORM COPY-STUDENT-PARA THRU COPY-STUDENT-EXIT.
           PERFORM COPY-GUARDIAN-PARA THRU COPY-GUARDIAN-EXIT.
           PERFORM COPY-MEDICAL-PARA THRU COPY-MEDICAL-EXIT.
           PERFORM COPY-LEDGER-PARA THRU COPY-LEDGER-EXIT.
           PERFORM COPY-MARKS-PARA THRU COPY-MARKS-EXIT.
           PERFORM COPY-ARCHIVE-PARA THRU COPY-ARCHIVE-EXIT.
           PERFORM COPY-ALUMNI-PARA THRU COPY-ALUMNI-EXIT.
           PERFORM COPY-CGPA-PARA THRU COPY-CGPA-EXIT.
           PERFORM COPY-ALLOC-PARA THRU COPY-ALLOC-EXIT.
           PERFORM COPY-INST-PARA THRU COPY-INST-EXIT.
           PERFORM COPY-CONCESS-PARA THRU COPY-CONCESS-EXIT.
           PERFORM COPY-HOSTEL-PARA THRU COPY-HOSTEL-EXIT.
           PERFORM COPY-SUBJECT-PARA THRU COPY-SUBJECT-EXIT.
           PERFORM COPY-SECTION-PARA THRU COPY-SECTION-EXIT.
           PERFORM COPY-SECTASGN-PARA THRU COPY-SECTASGN-EXIT.
           PERFORM COPY-ATTEND-PARA THRU COPY-ATTEND-EXIT.
           PERFORM COPY-TEACHER-PARA THRU COPY-TEACHER-EXIT.
           PERFORM COPY-TEACHALO-PARA THRU COPY-TEACHALO-EXIT.
           PERFORM COPY-DRIVER-PARA THRU COPY-DRIVER-EXIT.
           DISPLAY "RECORDS READ: ", WS-READ-COUNT,
                "  WRITTEN TO THE TRAINING SET: ", WS-WRITE-COUNT.
           IF WS-SKIP-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "SOME FILES NOT COPIED - SEE THE CONSOLE" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    EACH FILE IN TWO LEGS: LIVE NAME TO ANONWORK.TMP WITH THE
      *    PERSONAL FIELDS REPLACED, THEN ANONWORK.TMP TO THE SAME
      *    LAYOUT UNDER THE TRAINING NAME.
       COPY-STUDENT-PARA.
           MOVE "STUDENT.DAT" TO WS-STUDENT-NAME.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "STUDENT.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-STUDENT-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-STUDENT-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-STUDENT-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "STUDENT.DAT" DELIMITED BY SIZE
                INTO WS-STUDENT-NAME.
           OPEN OUTPUT STUDENT.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-STUDENT-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
           CLOSE WORK-FILE.
           DISPLAY "STUDENT.DAT   COPIED: ", WS-FILE-COUNT.
       COPY-STUDENT-EXIT.
           EXIT.
       MASK-ONE-STUDENT-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE 0 TO WS-FAKE-KIND
                     MOVE RNO TO WS-FAKE-KEY
                     PERFORM MAKE-FAKE-PARA
                     MOVE WS-FAKE-NAME TO NAME
                     MOVE WS-FAKE-ADDRESS TO STUDENT-ADDRESS
                     MOVE WS-FAKE-CONTACT TO CONTACT-NO
                     MOVE WS-FAKE-DAY TO DOB-DD
                     MOVE STUDENT-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-STUDENT-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO STUDENT-REC
                     WRITE STUDENT-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-GUARDIAN-PARA.
           MOVE "GUARDIAN.DAT" TO WS-GUARDIAN-NAME.
           OPEN INPUT GUARDIAN-MASTER.
           IF GUARDIAN-MASTER-STATUS NOT = "00"
                DISPLAY "GUARDIAN.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-GUARDIAN-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-GUARDIAN-PARA UNTIL WS-EOF.
           CLOSE GUARDIAN-MASTER.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-GUARDIAN-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "GUARDIAN.DAT" DELIMITED BY SIZE
                INTO WS-GUARDIAN-NAME.
           OPEN OUTPUT GUARDIAN-MASTER.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-GUARDIAN-PARA UNTIL WS-EOF.
           CLOSE GUARDIAN-MASTER.
           CLOSE WORK-FILE.
           DISPLAY "GUARDIAN.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-GUARDIAN-EXIT.
           EXIT.
       MASK-ONE-GUARDIAN-PARA.
           READ GUARDIAN-MASTER NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE 1 TO WS-FAKE-KIND
                     MOVE GD-ID TO WS-FAKE-KEY
                     PERFORM MAKE-FAKE-PARA
                     MOVE WS-FAKE-NAME TO GD-NAME
                     MOVE WS-FAKE-ADDRESS TO GD-ADDRESS
                     MOVE WS-FAKE-CONTACT TO GD-CONTACT
                     MOVE GUARDIAN-MASTER-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-GUARDIAN-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO GUARDIAN-MASTER-REC
                     WRITE GUARDIAN-MASTER-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-MEDICAL-PARA.
           MOVE "MEDICAL.DAT" TO WS-MEDICAL-NAME.
           OPEN INPUT MEDICAL-FILE.
           IF MEDICAL-FILE-STATUS NOT = "00"
                DISPLAY "MEDICAL.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-MEDICAL-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-MEDICAL-PARA UNTIL WS-EOF.
           CLOSE MEDICAL-FILE.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-MEDICAL-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "MEDICAL.DAT" DELIMITED BY SIZE
                INTO WS-MEDICAL-NAME.
           OPEN OUTPUT MEDICAL-FILE.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-MEDICAL-PARA UNTIL WS-EOF.
           CLOSE MEDICAL-FILE.
           CLOSE WORK-FILE.
           DISPLAY "MEDICAL.DAT   COPIED: ", WS-FILE-COUNT.
       COPY-MEDICAL-EXIT.
           EXIT.
      *    THE BLOOD GROUP AND ALLERGY SWITCH STAY SO THE FIELD-TRIP
      *    LISTS STILL SHOW SOMETHING; THE WORDING AND THE PEOPLE GO.
       MASK-ONE-MEDICAL-PARA.
           READ MEDICAL-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM MASK-MEDICAL-PARA
                     MOVE MEDICAL-REC TO WORK-REC
                     WRITE WORK-REC.
       MASK-MEDICAL-PARA.
           IF MD-ALLERGY-TEXT NOT = SPACES
                MOVE "TRAINING ALLERGY NOTE" TO MD-ALLERGY-TEXT.
           IF MD-CONDITION-TEXT NOT = SPACES
                MOVE "TRAINING CONDITION NOTE" TO MD-CONDITION-TEXT.
           MOVE 3 TO WS-FAKE-KIND.
           MOVE MD-RNO TO WS-FAKE-KEY.
           PERFORM MAKE-FAKE-PARA.
           IF MD-PHYSICIAN NOT = SPACES
                MOVE SPACES TO MD-PHYSICIAN
                STRING "DR " DELIMITED BY SIZE
                     WS-LAST-NAME(WS-FAKE-LAST-X) DELIMITED BY SPACE
                     INTO MD-PHYSICIAN.
           IF MD-PHYS-CONTACT NOT = SPACES
                MOVE WS-FAKE-CONTACT TO MD-PHYS-CONTACT.
           MOVE 2 TO WS-FAKE-KIND.
           MOVE MD-RNO TO WS-FAKE-KEY.
           PERFORM MAKE-FAKE-PARA.
           IF MD-EMERG-NAME NOT = SPACES
                MOVE WS-FAKE-NAME TO MD-EMERG-NAME.
           IF MD-EMERG-CONTACT NOT = SPACES
                MOVE WS-FAKE-CONTACT TO MD-EMERG-CONTACT.
       LOAD-ONE-MEDICAL-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO MEDICAL-REC
                     WRITE MEDICAL-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
      *    THE LEDGER HOLDS NO PERSONAL FIELDS AND IS COPIED AS IT IS
      *    SO THE TRAINING BALANCES AGREE WITH THE RECEIPTS.
       COPY-LEDGER-PARA.
           MOVE "FEELEDG.DAT" TO WS-LEDGER-NAME.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
                DISPLAY "FEELEDG.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-LEDGER-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-LEDGER-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-LEDGER-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "FEELEDG.DAT" DELIMITED BY SIZE
                INTO WS-LEDGER-NAME.
           OPEN OUTPUT FEE-LEDGER.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-LEDGER-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
           CLOSE WORK-FILE.
           DISPLAY "FEELEDG.DAT   COPIED: ", WS-FILE-COUNT.
       COPY-LEDGER-EXIT.
           EXIT.
       MASK-ONE-LEDGER-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE FEE-LEDGER-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-LEDGER-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO FEE-LEDGER-REC
                     WRITE FEE-LEDGER-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-MARKS-PARA.
           MOVE "STUDMARK.DAT" TO WS-MARKS-NAME.
           OPEN INPUT STUDENT-MARKS.
           IF STUDENT-MARKS-STATUS NOT = "00"
                DISPLAY "STUDMARK.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-MARKS-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-MARKS-PARA UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-MARKS-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "STUDMARK.DAT" DELIMITED BY SIZE
                INTO WS-MARKS-NAME.
           OPEN OUTPUT STUDENT-MARKS.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-MARKS-PARA UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
           CLOSE WORK-FILE.
           DISPLAY "STUDMARK.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-MARKS-EXIT.
           EXIT.
      *    THE SHORT NAME ON THE MARKS RECORD IS THE FRONT OF THE
      *    STUDENT'S MADE-UP NAME, SO REPORT CARDS MATCH THE MASTER.
       MASK-ONE-MARKS-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM MASK-MARKS-PARA
                     MOVE STUDENT-MARKS-REC TO WORK-REC
                     WRITE WORK-REC.
       MASK-MARKS-PARA.
           IF SM-ROLL-NO IS NUMERIC
                MOVE 0 TO WS-FAKE-KIND
                MOVE SM-ROLL-NO TO WS-FAKE-KEY
                PERFORM MAKE-FAKE-PARA
                MOVE WS-FAKE-NAME TO SM-NAME
           ELSE
                MOVE "TRAINEE" TO SM-NAME.
       LOAD-ONE-MARKS-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC(71:3) TO SM-SUBJECT-COUNT
                     MOVE WORK-REC TO STUDENT-MARKS-REC
                     WRITE STUDENT-MARKS-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-ARCHIVE-PARA.
           MOVE "STUDARCH.DAT" TO WS-ARCHIVE-NAME.
           OPEN INPUT STUDENT-ARCHIVE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
                DISPLAY "STUDARCH.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-ARCHIVE-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-ARCHIVE-PARA UNTIL WS-EOF.
           CLOSE STUDENT-ARCHIVE.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "STUDARCH.DAT" DELIMITED BY SIZE
                INTO WS-ARCHIVE-NAME.
           OPEN OUTPUT STUDENT-ARCHIVE.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-ARCHIVE-PARA UNTIL WS-EOF.
           CLOSE STUDENT-ARCHIVE.
           CLOSE WORK-FILE.
           DISPLAY "STUDARCH.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-ARCHIVE-EXIT.
           EXIT.
      *    A FIELD ALREADY BLANKED BY RETENTION-PURGE STAYS BLANK.
       MASK-ONE-ARCHIVE-PARA.
           READ STUDENT-ARCHIVE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM MASK-ARCHIVE-PARA
                     MOVE ARCHIVE-REC TO WORK-REC
                     WRITE WORK-REC.
       MASK-ARCHIVE-PARA.
           MOVE 0 TO WS-FAKE-KIND.
           MOVE A-RNO TO WS-FAKE-KEY.
           PERFORM MAKE-FAKE-PARA.
           MOVE WS-FAKE-NAME TO A-NAME.
           MOVE WS-FAKE-DAY TO A-DOB-DD.
           IF A-STUDENT-ADDRESS NOT = SPACES
                MOVE WS-FAKE-ADDRESS TO A-STUDENT-ADDRESS.
           IF A-CONTACT-NO NOT = SPACES
                MOVE WS-FAKE-CONTACT TO A-CONTACT-NO.
       LOAD-ONE-ARCHIVE-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO ARCHIVE-REC
                     WRITE ARCHIVE-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-ALUMNI-PARA.
           MOVE "ALUMNI.DAT" TO WS-ALUMNI-NAME.
           OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-FILE-STATUS NOT = "00"
                DISPLAY "ALUMNI.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-ALUMNI-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-ALUMNI-PARA UNTIL WS-EOF.
           CLOSE ALUMNI-FILE.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-ALUMNI-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "ALUMNI.DAT" DELIMITED BY SIZE
                INTO WS-ALUMNI-NAME.
           OPEN OUTPUT ALUMNI-FILE.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-ALUMNI-PARA UNTIL WS-EOF.
           CLOSE ALUMNI-FILE.
           CLOSE WORK-FILE.
           DISPLAY "ALUMNI.DAT    COPIED: ", WS-FILE-COUNT.
       COPY-ALUMNI-EXIT.
           EXIT.
       MASK-ONE-ALUMNI-PARA.
           READ ALUMNI-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM MASK-ALUMNI-PARA
                     MOVE ALUMNI-REC TO WORK-REC
                     WRITE WORK-REC.
       MASK-ALUMNI-PARA.
           MOVE 0 TO WS-FAKE-KIND.
           MOVE AM-RNO TO WS-FAKE-KEY.
           PERFORM MAKE-FAKE-PARA.
           MOVE WS-FAKE-NAME TO AM-NAME.
           IF AM-FORWARD-ADDRESS NOT = SPACES
                MOVE WS-FAKE-ADDRESS TO AM-FORWARD-ADDRESS.
           IF AM-CONTACT NOT = SPACES
                MOVE WS-FAKE-CONTACT TO AM-CONTACT.
       LOAD-ONE-ALUMNI-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO ALUMNI-REC
                     WRITE ALUMNI-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-CGPA-PARA.
           MOVE "CGPA.DAT" TO WS-CGPA-NAME.
           OPEN INPUT CGPA-FILE.
           IF CGPA-FILE-STATUS NOT = "00"
                DISPLAY "CGPA.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-CGPA-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-CGPA-PARA UNTIL WS-EOF.
           CLOSE CGPA-FILE.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-CGPA-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "CGPA.DAT" DELIMITED BY SIZE
                INTO WS-CGPA-NAME.
           OPEN OUTPUT CGPA-FILE.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-CGPA-PARA UNTIL WS-EOF.
           CLOSE CGPA-FILE.
           CLOSE WORK-FILE.
           DISPLAY "CGPA.DAT      COPIED: ", WS-FILE-COUNT.
       COPY-CGPA-EXIT.
           EXIT.
       MASK-ONE-CGPA-PARA.
           READ CGPA-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE CGPA-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-CGPA-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO CGPA-REC
                     WRITE CGPA-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-ALLOC-PARA.
           MOVE "FEEALLOC.DAT" TO WS-ALLOC-NAME.
           OPEN INPUT FEE-ALLOC.
           IF FEE-ALLOC-STATUS NOT = "00"
                DISPLAY "FEEALLOC.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-ALLOC-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-ALLOC-PARA UNTIL WS-EOF.
           CLOSE FEE-ALLOC.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-ALLOC-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "FEEALLOC.DAT" DELIMITED BY SIZE
                INTO WS-ALLOC-NAME.
           OPEN OUTPUT FEE-ALLOC.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-ALLOC-PARA UNTIL WS-EOF.
           CLOSE FEE-ALLOC.
           CLOSE WORK-FILE.
           DISPLAY "FEEALLOC.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-ALLOC-EXIT.
           EXIT.
       MASK-ONE-ALLOC-PARA.
           READ FEE-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE FEE-ALLOC-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-ALLOC-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO FEE-ALLOC-REC
                     WRITE FEE-ALLOC-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-INST-PARA.
           MOVE "FEEINST.DAT" TO WS-INST-NAME.
           OPEN INPUT FEE-INSTALLMENT.
           IF FEE-INSTALLMENT-STATUS NOT = "00"
                DISPLAY "FEEINST.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-INST-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-INST-PARA UNTIL WS-EOF.
           CLOSE FEE-INSTALLMENT.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-INST-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "FEEINST.DAT" DELIMITED BY SIZE
                INTO WS-INST-NAME.
           OPEN OUTPUT FEE-INSTALLMENT.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-INST-PARA UNTIL WS-EOF.
           CLOSE FEE-INSTALLMENT.
           CLOSE WORK-FILE.
           DISPLAY "FEEINST.DAT   COPIED: ", WS-FILE-COUNT.
       COPY-INST-EXIT.
           EXIT.
       MASK-ONE-INST-PARA.
           READ FEE-INSTALLMENT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE FEE-INSTALLMENT-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-INST-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO FEE-INSTALLMENT-REC
                     WRITE FEE-INSTALLMENT-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-CONCESS-PARA.
           MOVE "CONCESS.DAT" TO WS-CONCESS-NAME.
           OPEN INPUT CONCESSION-MASTER.
           IF CONCESSION-MASTER-STATUS NOT = "00"
                DISPLAY "CONCESS.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-CONCESS-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-CONCESS-PARA UNTIL WS-EOF.
           CLOSE CONCESSION-MASTER.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-CONCESS-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "CONCESS.DAT" DELIMITED BY SIZE
                INTO WS-CONCESS-NAME.
           OPEN OUTPUT CONCESSION-MASTER.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-CONCESS-PARA UNTIL WS-EOF.
           CLOSE CONCESSION-MASTER.
           CLOSE WORK-FILE.
           DISPLAY "CONCESS.DAT   COPIED: ", WS-FILE-COUNT.
       COPY-CONCESS-EXIT.
           EXIT.
       MASK-ONE-CONCESS-PARA.
           READ CONCESSION-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE CONCESSION-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-CONCESS-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO CONCESSION-REC
                     WRITE CONCESSION-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-HOSTEL-PARA.
           MOVE "HOSTALOC.DAT" TO WS-HOSTEL-NAME.
           OPEN INPUT HOSTEL-ALLOC.
           IF HOSTEL-ALLOC-STATUS NOT = "00"
                DISPLAY "HOSTALOC.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-HOSTEL-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-HOSTEL-PARA UNTIL WS-EOF.
           CLOSE HOSTEL-ALLOC.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-HOSTEL-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "HOSTALOC.DAT" DELIMITED BY SIZE
                INTO WS-HOSTEL-NAME.
           OPEN OUTPUT HOSTEL-ALLOC.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-HOSTEL-PARA UNTIL WS-EOF.
           CLOSE HOSTEL-ALLOC.
           CLOSE WORK-FILE.
           DISPLAY "HOSTALOC.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-HOSTEL-EXIT.
           EXIT.
       MASK-ONE-HOSTEL-PARA.
           READ HOSTEL-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE HOSTEL-ALLOC-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-HOSTEL-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO HOSTEL-ALLOC-REC
                     WRITE HOSTEL-ALLOC-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-SUBJECT-PARA.
           MOVE "SUBJMAST.DAT" TO WS-SUBJECT-NAME.
           OPEN INPUT SUBJECT-MASTER.
           IF SUBJECT-MASTER-STATUS NOT = "00"
                DISPLAY "SUBJMAST.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-SUBJECT-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-SUBJECT-PARA UNTIL WS-EOF.
           CLOSE SUBJECT-MASTER.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-SUBJECT-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "SUBJMAST.DAT" DELIMITED BY SIZE
                INTO WS-SUBJECT-NAME.
           OPEN OUTPUT SUBJECT-MASTER.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-SUBJECT-PARA UNTIL WS-EOF.
           CLOSE SUBJECT-MASTER.
           CLOSE WORK-FILE.
           DISPLAY "SUBJMAST.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-SUBJECT-EXIT.
           EXIT.
       MASK-ONE-SUBJECT-PARA.
           READ SUBJECT-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE SUBJECT-MASTER-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-SUBJECT-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO SUBJECT-MASTER-REC
                     WRITE SUBJECT-MASTER-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-SECTION-PARA.
           MOVE "SECTMAST.DAT" TO WS-SECTION-NAME.
           OPEN INPUT SECTION-MASTER.
           IF SECTION-MASTER-STATUS NOT = "00"
                DISPLAY "SECTMAST.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-SECTION-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-SECTION-PARA UNTIL WS-EOF.
           CLOSE SECTION-MASTER.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-SECTION-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "SECTMAST.DAT" DELIMITED BY SIZE
                INTO WS-SECTION-NAME.
           OPEN OUTPUT SECTION-MASTER.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-SECTION-PARA UNTIL WS-EOF.
           CLOSE SECTION-MASTER.
           CLOSE WORK-FILE.
           DISPLAY "SECTMAST.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-SECTION-EXIT.
           EXIT.
       MASK-ONE-SECTION-PARA.
           READ SECTION-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE SECTION-MASTER-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-SECTION-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO SECTION-MASTER-REC
                     WRITE SECTION-MASTER-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-SECTASGN-PARA.
           MOVE "SECTASGN.DAT" TO WS-SECTASGN-NAME.
           OPEN INPUT SECTION-ASSIGN.
           IF SECTION-ASSIGN-STATUS NOT = "00"
                DISPLAY "SECTASGN.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-SECTASGN-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-SECTASGN-PARA UNTIL WS-EOF.
           CLOSE SECTION-ASSIGN.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-SECTASGN-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "SECTASGN.DAT" DELIMITED BY SIZE
                INTO WS-SECTASGN-NAME.
           OPEN OUTPUT SECTION-ASSIGN.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-SECTASGN-PARA UNTIL WS-EOF.
           CLOSE SECTION-ASSIGN.
           CLOSE WORK-FILE.
           DISPLAY "SECTASGN.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-SECTASGN-EXIT.
           EXIT.
       MASK-ONE-SECTASGN-PARA.
           READ SECTION-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE SECTION-ASSIGN-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-SECTASGN-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO SECTION-ASSIGN-REC
                     WRITE SECTION-ASSIGN-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-ATTEND-PARA.
           MOVE "ATTEND.DAT" TO WS-ATTEND-NAME.
           OPEN INPUT ATTENDANCE.
           IF ATTENDANCE-STATUS NOT = "00"
                DISPLAY "ATTEND.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-ATTEND-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-ATTEND-PARA UNTIL WS-EOF.
           CLOSE ATTENDANCE.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-ATTEND-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "ATTEND.DAT" DELIMITED BY SIZE
                INTO WS-ATTEND-NAME.
           OPEN OUTPUT ATTENDANCE.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-ATTEND-PARA UNTIL WS-EOF.
           CLOSE ATTENDANCE.
           CLOSE WORK-FILE.
           DISPLAY "ATTEND.DAT    COPIED: ", WS-FILE-COUNT.
       COPY-ATTEND-EXIT.
           EXIT.
       MASK-ONE-ATTEND-PARA.
           READ ATTENDANCE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE ATTENDANCE-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-ATTEND-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO ATTENDANCE-REC
                     WRITE ATTENDANCE-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-TEACHER-PARA.
           MOVE "TEACHMST.DAT" TO WS-TEACHER-NAME.
           OPEN INPUT TEACHER-MASTER.
           IF TEACHER-MASTER-STATUS NOT = "00"
                DISPLAY "TEACHMST.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-TEACHER-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-TEACHER-PARA UNTIL WS-EOF.
           CLOSE TEACHER-MASTER.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-TEACHER-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "TEACHMST.DAT" DELIMITED BY SIZE
                INTO WS-TEACHER-NAME.
           OPEN OUTPUT TEACHER-MASTER.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-TEACHER-PARA UNTIL WS-EOF.
           CLOSE TEACHER-MASTER.
           CLOSE WORK-FILE.
           DISPLAY "TEACHMST.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-TEACHER-EXIT.
           EXIT.
      *    TEACHERS AND DRIVERS KEEP THEIR IDS, SO THE ALLOCATIONS
      *    AND ROUTES STILL LINE UP, BUT TAKE A MADE-UP NAME AND
      *    NUMBER OF THEIR OWN KIND.
       MASK-ONE-TEACHER-PARA.
           READ TEACHER-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM MASK-TEACHER-PARA
                     MOVE TEACHER-MASTER-REC TO WORK-REC
                     WRITE WORK-REC.
       MASK-TEACHER-PARA.
           MOVE 4 TO WS-FAKE-KIND.
           MOVE TCH-ID TO WS-FAKE-KEY.
           PERFORM MAKE-FAKE-PARA.
           MOVE WS-FAKE-NAME TO TCH-NAME.
           IF TCH-CONTACT NOT = SPACES
                MOVE WS-FAKE-CONTACT TO TCH-CONTACT.
       LOAD-ONE-TEACHER-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO TEACHER-MASTER-REC
                     WRITE TEACHER-MASTER-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-TEACHALO-PARA.
           MOVE "TEACHALO.DAT" TO WS-TEACHALO-NAME.
           OPEN INPUT TEACHER-ALLOC.
           IF TEACHER-ALLOC-STATUS NOT = "00"
                DISPLAY "TEACHALO.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-TEACHALO-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-TEACHALO-PARA UNTIL WS-EOF.
           CLOSE TEACHER-ALLOC.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-TEACHALO-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "TEACHALO.DAT" DELIMITED BY SIZE
                INTO WS-TEACHALO-NAME.
           OPEN OUTPUT TEACHER-ALLOC.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-TEACHALO-PARA UNTIL WS-EOF.
           CLOSE TEACHER-ALLOC.
           CLOSE WORK-FILE.
           DISPLAY "TEACHALO.DAT  COPIED: ", WS-FILE-COUNT.
       COPY-TEACHALO-EXIT.
           EXIT.
       MASK-ONE-TEACHALO-PARA.
           READ TEACHER-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE TEACHER-ALLOC-REC TO WORK-REC
                     WRITE WORK-REC.
       LOAD-ONE-TEACHALO-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO TEACHER-ALLOC-REC
                     WRITE TEACHER-ALLOC-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
       COPY-DRIVER-PARA.
           MOVE "DRIVER.DAT" TO WS-DRIVER-NAME.
           OPEN INPUT DRIVER-MASTER.
           IF DRIVER-MASTER-STATUS NOT = "00"
                DISPLAY "DRIVER.DAT NOT ON FILE - NOT COPIED"
                ADD 1 TO WS-SKIP-COUNT
                GO TO COPY-DRIVER-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM MASK-ONE-DRIVER-PARA UNTIL WS-EOF.
           CLOSE DRIVER-MASTER.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-DRIVER-NAME.
           STRING WS-TRAIN-PREFIX DELIMITED BY SPACE
                "DRIVER.DAT" DELIMITED BY SIZE
                INTO WS-DRIVER-NAME.
           OPEN OUTPUT DRIVER-MASTER.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-DRIVER-PARA UNTIL WS-EOF.
           CLOSE DRIVER-MASTER.
           CLOSE WORK-FILE.
           DISPLAY "DRIVER.DAT    COPIED: ", WS-FILE-COUNT.
       COPY-DRIVER-EXIT.
           EXIT.
       MASK-ONE-DRIVER-PARA.
           READ DRIVER-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM MASK-DRIVER-PARA
                     MOVE DRIVER-MASTER-REC TO WORK-REC
                     WRITE WORK-REC.
       MASK-DRIVER-PARA.
           MOVE 5 TO WS-FAKE-KIND.
           MOVE DV-ID TO WS-FAKE-KEY.
           PERFORM MAKE-FAKE-PARA.
           MOVE WS-FAKE-NAME TO DV-NAME.
           IF DV-CONTACT NOT = SPACES
                MOVE WS-FAKE-CONTACT TO DV-CONTACT.
           IF DV-LICENCE-NO NOT = SPACES
                MOVE SPACES TO DV-LICENCE-NO
                STRING "TRN" DELIMITED BY SIZE
                     WS-FAKE-KEY DELIMITED BY SIZE
                     INTO DV-LICENCE-NO.
       LOAD-ONE-DRIVER-PARA.
           READ WORK-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE WORK-REC TO DRIVER-MASTER-REC
                     WRITE DRIVER-MASTER-REC
                     ADD 1 TO WS-FILE-COUNT
                     ADD 1 TO WS-WRITE-COUNT.
      *    FIRST NAME FROM THE KEY MOD 20, SURNAME FROM THE KEY / 20
      *    MOD 20, A HOUSE NUMBER AND STREET FROM THE SAME, AND A 555
      *    NUMBER THAT NO TELEPHONE WILL ANSWER.
      *    THE DAY OF BIRTH IS FOLDED INTO 1-28 SO EVERY MONTH HOLDS
      *    IT; YEAR AND MONTH ARE LEFT FOR THE AGE AND CLASS REPORTS.
       MAKE-FAKE-PARA.
           MULTIPLY 100000 BY WS-FAKE-KIND GIVING WS-FAKE-QUOT.
           ADD WS-FAKE-QUOT TO WS-FAKE-KEY.
           DIVIDE WS-FAKE-KEY BY 20 GIVING WS-FAKE-QUOT
                REMAINDER WS-FAKE-REST.
           ADD 1 WS-FAKE-REST GIVING WS-FAKE-FIRST-X.
           DIVIDE WS-FAKE-QUOT BY 20 GIVING WS-FAKE-QUOT
                REMAINDER WS-FAKE-REST.
           ADD 1 WS-FAKE-REST GIVING WS-FAKE-LAST-X.
           DIVIDE WS-FAKE-KEY BY 28 GIVING WS-FAKE-QUOT
                REMAINDER WS-FAKE-REST.
           ADD 1 WS-FAKE-REST GIVING WS-FAKE-DAY.
           DIVIDE WS-FAKE-KEY BY 500 GIVING WS-FAKE-QUOT
                REMAINDER WS-FAKE-REST.
           ADD 1 WS-FAKE-REST GIVING WS-FAKE-HOUSE.
           MOVE SPACES TO WS-FAKE-NAME.
           STRING WS-FIRST-NAME(WS-FAKE-FIRST-X) DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                WS-LAST-NAME(WS-FAKE-LAST-X) DELIMITED BY SPACE
                INTO WS-FAKE-NAME.
           MOVE SPACES TO WS-FAKE-ADDRESS.
           STRING WS-FAKE-HOUSE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-LAST-NAME(WS-FAKE-FIRST-X) DELIMITED BY SPACE
                " ROAD, TRAINING TOWN" DELIMITED BY SIZE
                INTO WS-FAKE-ADDRESS.
           MOVE SPACES TO WS-FAKE-CONTACT.
           STRING "555" DELIMITED BY SIZE
                WS-FAKE-KEY DELIMITED BY SIZE
                INTO WS-FAKE-CONTACT.
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
           MOVE WS-WRITE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-SKIP-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "TRAINING-COPY" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
