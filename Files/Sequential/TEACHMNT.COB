           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-MASTER-STATUS.
           SELECT TEACHER-ABSENCE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ABSENCE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "SECTMAST.DAT"
           DATA RECORD IS SECTION-MASTER-REC.
       COPY SECTMAST.
       FD TEACHER-ABSENCE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TCHABSNT.DAT"
           DATA RECORD IS TEACHER-ABSENCE-REC.
       COPY TCHABS.
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 SECTION-MASTER-STATUS PIC XX.
       77 TEACHER-ABSENCE-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-ENTRY-SECTION PIC X(4).
       77 WS-ENTRY-TERM PIC 9(2).
       77 WS-ENTRY-PERIODS PIC 9(2).
       77 WS-ENTRY-FROM PIC 9(8).
       77 WS-ENTRY-TO PIC 9(8).
       77 WS-ENTRY-REASON PIC X(20).
       77 WS-ABS-CLASH-SW PIC X.
           88 WS-ABS-CLASH VALUE "Y".
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-TCH-FOUND-SW PIC X.
                DEPENDING ON WS-SEC-TOTAL
                INDEXED BY WS-SEC-X.
         03 WS-SEC-CODE PIC X(4).
       COPY WORKDAY.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOAD-SECTIONS-PARA THRU LOAD-SECTIONS-EXIT.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           PERFORM LOAD-ALLOCS-PARA THRU LOAD-ALLOCS-EXIT.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
       MENU-PARA.
           DISPLAY "TEACHER MAINTENANCE".
           DISPLAY " 1. LIST TEACHERS".
           DISPLAY " 2. ADD A TEACHER".
           DISPLAY " 3. ALLOCATE A SUBJECT AND SECTION".
           DISPLAY " 4. LIST A TEACHER'S ALLOCATIONS".
           DISPLAY " 5. RECORD A TEACHER ABSENCE".
           DISPLAY " 6. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 6
                DISPLAY "INVALID CHOICE - ENTER 1 TO 6"
                GO TO MENU-PARA.
           GO TO LIST-PARA ADD-PARA ALLOC-PARA LISTALO-PARA
                ABSENCE-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           IF WS-TCH-TOTAL = ZERO
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL.
           GO TO MENU-PARA.
      *    AN ABSENCE IS WRITTEN STRAIGHT TO TCHABSNT.DAT SO THE
      *    MORNING SUBSTITUTION RUN SEES IT EVEN IF THIS SESSION IS
      *    NEVER SAVED. BOTH DATES MUST BE SCHOOL DAYS.
       ABSENCE-PARA.
           DISPLAY "ENTER TEACHER ID: ".
           ACCEPT WS-ENTRY-ID.
           PERFORM FIND-TEACHER-PARA.
           IF NOT WS-TCH-FOUND
                DISPLAY "TEACHER NOT ON THE TEACHER MASTER"
                GO TO MENU-PARA.
           IF WS-TCH-STATUS(WS-TCH-FOUND-X) NOT = "A"
                DISPLAY "TEACHER IS NOT ACTIVE"
                GO TO MENU-PARA.
           DISPLAY "ENTER FIRST DAY ABSENT (YYYYMMDD): ".
           ACCEPT WS-ENTRY-FROM.
           MOVE WS-ENTRY-FROM TO WS-WD-DATE.
           PERFORM CHECK-ABSENCE-DATE-PARA THRU CHECK-ABSENCE-DATE-EXIT.
           IF NOT WS-WD-VALID
                GO TO MENU-PARA.
           DISPLAY "ENTER LAST DAY ABSENT (YYYYMMDD, 0 = SAME DAY): ".
           ACCEPT WS-ENTRY-TO.
           IF WS-ENTRY-TO = ZERO
                MOVE WS-ENTRY-FROM TO WS-ENTRY-TO.
           IF WS-ENTRY-TO < WS-ENTRY-FROM
                DISPLAY "LAST DAY IS BEFORE THE FIRST DAY"
                GO TO MENU-PARA.
           MOVE WS-ENTRY-TO TO WS-WD-DATE.
           PERFORM CHECK-ABSENCE-DATE-PARA THRU CHECK-ABSENCE-DATE-EXIT.
           IF NOT WS-WD-VALID
                GO TO MENU-PARA.
           PERFORM CHECK-ABSENCE-CLASH-PARA
                THRU CHECK-ABSENCE-CLASH-EXIT.
           IF WS-ABS-CLASH
                DISPLAY "AN ABSENCE IS ALREADY RECORDED IN THOSE DATES"
                GO TO MENU-PARA.
           DISPLAY "ENTER REASON: ".
           ACCEPT WS-ENTRY-REASON.
           OPEN EXTEND TEACHER-ABSENCE.
           IF TEACHER-ABSENCE-STATUS = "35"
                OPEN OUTPUT TEACHER-ABSENCE.
           MOVE WS-ENTRY-ID TO TAB-TEACHER-ID.
           MOVE WS-ENTRY-FROM TO TAB-FROM-DATE.
           MOVE WS-ENTRY-TO TO TAB-TO-DATE.
           MOVE WS-ENTRY-REASON TO TAB-REASON.
           WRITE TEACHER-ABSENCE-REC.
           CLOSE TEACHER-ABSENCE.
           DISPLAY "ABSENCE RECORDED FOR TEACHER ", WS-ENTRY-ID,
                " FROM ", WS-ENTRY-FROM, " TO ", WS-ENTRY-TO.
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT TEACHER-MASTER.
           PERFORM SAVE-ONE-TEACHER-PARA
           MOVE WS-ALO-TERM(WS-ALO-IDX) TO TA-TERM.
           MOVE WS-ALO-PERIODS(WS-ALO-IDX) TO TA-PERIODS.
           WRITE TEACHER-ALLOC-REC.
       CHECK-ABSENCE-DATE-PARA.
           PERFORM WORKDAY-VALID-PARA THRU WORKDAY-VALID-EXIT.
           IF NOT WS-WD-VALID
                DISPLAY "INVALID DATE"
                GO TO CHECK-ABSENCE-DATE-EXIT.
           PERFORM WORKDAY-CHECK-PARA.
           IF WS-WD-CLOSED
                DISPLAY "SCHOOL IS CLOSED ON ", WS-WD-DATE
                MOVE "N" TO WS-WD-VALID-SW.
       CHECK-ABSENCE-DATE-EXIT.
           EXIT.
       CHECK-ABSENCE-CLASH-PARA.
           MOVE "N" TO WS-ABS-CLASH-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-ABSENCE.
           IF TEACHER-ABSENCE-STATUS NOT = "00"
                GO TO CHECK-ABSENCE-CLASH-EXIT.
           PERFORM CHECK-ONE-ABSENCE-PARA
                UNTIL WS-EOF OR WS-ABS-CLASH.
           CLOSE TEACHER-ABSENCE.
       CHECK-ABSENCE-CLASH-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-ABSENCE-PARA.
           READ TEACHER-ABSENCE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TAB-TEACHER-ID = WS-ENTRY-ID
                          AND TAB-FROM-DATE NOT > WS-ENTRY-TO
                          AND TAB-TO-DATE NOT < WS-ENTRY-FROM
                          MOVE "Y" TO WS-ABS-CLASH-SW.
       LOAD-TEACHERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-MASTER.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
