           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-INSTALLMENT-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "FEEINST.DAT"
           DATA RECORD IS FEE-INSTALLMENT-REC.
       COPY FEEINST.
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 FEE-STRUCTURE-STATUS PIC XX.
       77 FEE-INSTALLMENT-STATUS PIC XX.
           88 WS-EOF VALUE "Y".
       77 WS-ENTRY-CODE PIC X(4).
       77 WS-ENTRY-DUE PIC 9(8).
       77 WS-TODAY PIC 9(8).
       77 WS-ENTRY-AMOUNT PIC 9(5)V99.
       77 WS-FEE-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-FEE-IDX PIC 9(2) COMP.
        02 FILLER PIC X(2) VALUE SPACES.
        02 IL-STATUS PIC X(7).
       COPY AMTFMT.
       COPY WORKDAY.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
           PERFORM LOAD-STRUCTURE-PARA THRU LOAD-STRUCTURE-EXIT.
           IF WS-FEE-TOTAL = ZERO
                DISPLAY "NO FEE STRUCTURE ON FILE - CANNOT BUILD ",
           IF NOT WS-FEE-FOUND
                DISPLAY "FEE CODE NOT ON THE FEE STRUCTURE"
                GO TO MENU-PARA.
           DISPLAY "ENTER DUE DATE (YYYYMMDD) OR DAYS FROM TODAY: ".
           ACCEPT WS-ENTRY-DUE.
           IF WS-ENTRY-DUE NOT NUMERIC OR WS-ENTRY-DUE = ZERO
                DISPLAY "DUE DATE MUST BE A NUMERIC YYYYMMDD DATE"
                GO TO MENU-PARA.
           MOVE WS-ENTRY-DUE TO WS-WD-ENTRY.
           MOVE WS-TODAY TO WS-WD-BASE.
           MOVE "C" TO WS-WD-MODE.
           PERFORM WORKDAY-ENTRY-PARA THRU WORKDAY-ENTRY-EXIT.
           IF NOT WS-WD-VALID
                DISPLAY "THERE IS NO SUCH DATE AS ", WS-ENTRY-DUE
                GO TO MENU-PARA.
           IF WS-WD-MOVED
                DISPLAY "THE OFFICE IS CLOSED THAT DAY - DUE DATE ",
                     "MOVED TO ", WS-WD-DATE.
           MOVE WS-WD-DATE TO WS-ENTRY-DUE.
           DISPLAY "ENTER INSTALLMENT AMOUNT: ".
           ACCEPT WS-ENTRY-AMOUNT.
           IF WS-ENTRY-AMOUNT = ZERO
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
