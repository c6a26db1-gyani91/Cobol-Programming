       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CAPTURE.
      *    FILES EVERY CATALOGUED PRINT FILE INTO RPTREPO.DAT BEFORE
      *    THE NEXT RUN OF ITS PROGRAM OVERWRITES IT. RUNLOG.DAT IS
      *    READ FROM THE TOP; FOR EACH RPTCAT.DAT ROW THE LATEST RUN
      *    OF ITS PROGRAM THAT ENDED BELOW RC 08 IS THE ONE THE PRINT
      *    FILE NOW HOLDS. IF THAT RUN IS NOT YET FILED, EVERY LINE
      *    OF THE PRINT FILE IS COPIED UNDER THE RUN'S START ENTRY,
      *    THEN THE HEADER ROW (LINE ZERO) CARRYING THE END ENTRY IS
      *    WRITTEN LAST, SO A RUN WITH NO HEADER IS FILED AGAIN IN
      *    FULL NEXT TIME. CALLED BY BATCH-SCHEDULER AFTER EVERY STEP
      *    AND BY THE MAIN MENU AFTER EVERY PRINTING OPTION; IT MAY
      *    ALSO BE RUN ON ITS OWN. NO PROMPTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT REPORT-CATALOGUE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-CATALOGUE-STATUS.
           SELECT REPORT-REPOSITORY ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-KEY
           FILE STATUS IS REPORT-REPOSITORY-STATUS.
           SELECT PRINT-IN-040 ASSIGN TO DYNAMIC WS-PRINT-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRINT-IN-STATUS.
           SELECT PRINT-IN-060 ASSIGN TO DYNAMIC WS-PRINT-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRINT-IN-STATUS.
           SELECT PRINT-IN-070 ASSIGN TO DYNAMIC WS-PRINT-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRINT-IN-STATUS.
           SELECT PRINT-IN-079 ASSIGN TO DYNAMIC WS-PRINT-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRINT-IN-STATUS.
           SELECT PRINT-IN-092 ASSIGN TO DYNAMIC WS-PRINT-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRINT-IN-STATUS.
           SELECT PRINT-IN-098 ASSIGN TO DYNAMIC WS-PRINT-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRINT-IN-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REPORT-CATALOGUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RPTCAT.DAT"
           DATA RECORD IS REPORT-CATALOGUE-REC.
       COPY RPTCAT.
       FD REPORT-REPOSITORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RPTREPO.DAT"
           DATA RECORD IS REPORT-REPOSITORY-REC.
       COPY RPTREPO.
      *    ONE LAYOUT FOR EACH PRINT-LINE WIDTH IN USE; THE NAME OF
      *    THE PRINT FILE COMES FROM THE CATALOGUE ROW.
       FD PRINT-IN-040
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-IN-040-REC.
       01 PRINT-IN-040-REC PIC X(40).
       FD PRINT-IN-060
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-IN-060-REC.
       01 PRINT-IN-060-REC PIC X(60).
       FD PRINT-IN-070
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-IN-070-REC.
       01 PRINT-IN-070-REC PIC X(70).
       FD PRINT-IN-079
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-IN-079-REC.
       01 PRINT-IN-079-REC PIC X(79).
       FD PRINT-IN-092
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-IN-092-REC.
       01 PRINT-IN-092-REC PIC X(92).
       FD PRINT-IN-098
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-IN-098-REC.
       01 PRINT-IN-098-REC PIC X(98).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 REPORT-CATALOGUE-STATUS PIC XX.
       77 REPORT-REPOSITORY-STATUS PIC XX.
       77 PRINT-IN-STATUS PIC XX.
       77 WS-PRINT-NAME PIC X(40).
       77 WS-PRINT-LINE PIC X(132).
       77 WS-WIDTH-X PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-ON-FILE-SW PIC X.
           88 WS-ON-FILE VALUE "Y".
       77 WS-LINE-NO PIC 9(5).
       77 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FILED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LINE-TOTAL PIC 9(7) VALUE ZERO.
       77 WS-CT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-CT-IDX PIC 9(3) COMP.
      *    ONE ENTRY PER CATALOGUE ROW. THE START FIELDS HOLD THE
      *    LAST "S" ENTRY SEEN FOR THE PROGRAM; AN "E" ENTRY BELOW
      *    RC 08 MOVES THEM TO THE RUN FIELDS AND MARKS THE ROW
      *    PENDING, SO AFTER THE SCAN EACH PENDING ROW DESCRIBES THE
      *    LATEST GOOD RUN.
       01 WS-CT-TABLE.
        02 WS-CT-ENTRY OCCURS 200 TIMES.
         03 WS-CT-PROGRAM PIC X(15).
         03 WS-CT-REPORT PIC X(12).
         03 WS-CT-WIDTH PIC 9(3).
         03 WS-CT-START-DATE PIC 9(8).
         03 WS-CT-START-TIME PIC 9(8).
         03 WS-CT-RUN-DATE PIC 9(8).
         03 WS-CT-RUN-TIME PIC 9(8).
         03 WS-CT-END-DATE PIC 9(8).
         03 WS-CT-END-TIME PIC 9(8).
         03 WS-CT-MODE PIC X.
         03 WS-CT-RC PIC 9(2).
         03 WS-CT-MESSAGE PIC X(60).
         03 WS-CT-PENDING-SW PIC X.
            88 WS-CT-PENDING VALUE "Y".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM LOAD-CATALOGUE-PARA THRU LOAD-CATALOGUE-EXIT.
           IF WS-CT-TOTAL = ZERO
                DISPLAY "NO REPORTS CATALOGUED - NOTHING FILED"
                GO TO END-PARA.
           PERFORM SCAN-RUN-LOG-PARA THRU SCAN-RUN-LOG-EXIT.
           OPEN I-O REPORT-REPOSITORY.
           IF REPORT-REPOSITORY-STATUS = "35"
                OPEN OUTPUT REPORT-REPOSITORY
                CLOSE REPORT-REPOSITORY
                OPEN I-O REPORT-REPOSITORY.
           IF REPORT-REPOSITORY-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN RPTREPO.DAT - STATUS ",
                     REPORT-REPOSITORY-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN RPTREPO.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       CAPTURE-PARA.
           PERFORM FILE-ONE-REPORT-PARA THRU FILE-ONE-REPORT-EXIT
                VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-TOTAL.
           CLOSE REPORT-REPOSITORY.
           DISPLAY "REPORTS FILED: ", WS-FILED-COUNT,
                "  LINES FILED: ", WS-LINE-TOTAL.
           IF WS-MISSING-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "CATALOGUED PRINT FILE MISSING - SEE THE CONSOLE"
                     TO WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LOAD-CATALOGUE-PARA.
           OPEN INPUT REPORT-CATALOGUE.
           IF REPORT-CATALOGUE-STATUS NOT = "00"
                GO TO LOAD-CATALOGUE-EXIT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ONE-ROW-PARA UNTIL WS-EOF.
           CLOSE REPORT-CATALOGUE.
       LOAD-CATALOGUE-EXIT.
           EXIT.
       LOAD-ONE-ROW-PARA.
           READ REPORT-CATALOGUE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF CT-WIDTH-SUPPORTED AND WS-CT-TOTAL < 200
                          PERFORM ADD-ROW-PARA.
       ADD-ROW-PARA.
           ADD 1 TO WS-CT-TOTAL.
           MOVE CT-PROGRAM TO WS-CT-PROGRAM(WS-CT-TOTAL).
           MOVE CT-REPORT TO WS-CT-REPORT(WS-CT-TOTAL).
           MOVE CT-LINE-WIDTH TO WS-CT-WIDTH(WS-CT-TOTAL).
           MOVE ZERO TO WS-CT-START-DATE(WS-CT-TOTAL).
           MOVE ZERO TO WS-CT-START-TIME(WS-CT-TOTAL).
           MOVE "N" TO WS-CT-PENDING-SW(WS-CT-TOTAL).
       SCAN-RUN-LOG-PARA.
           OPEN INPUT RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
                GO TO SCAN-RUN-LOG-EXIT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM SCAN-ONE-ENTRY-PARA UNTIL WS-EOF.
           CLOSE RUN-LOG.
       SCAN-RUN-LOG-EXIT.
           EXIT.
       SCAN-ONE-ENTRY-PARA.
           READ RUN-LOG
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     PERFORM NOTE-ONE-ROW-PARA
                          VARYING WS-CT-IDX FROM 1 BY 1
                          UNTIL WS-CT-IDX > WS-CT-TOTAL.
       NOTE-ONE-ROW-PARA.
           IF WS-CT-PROGRAM(WS-CT-IDX) = RL-PROGRAM
                AND RL-START-ENTRY
                MOVE RL-DATE TO WS-CT-START-DATE(WS-CT-IDX)
                MOVE RL-TIME TO WS-CT-START-TIME(WS-CT-IDX).
           IF WS-CT-PROGRAM(WS-CT-IDX) = RL-PROGRAM
                AND RL-END-ENTRY
                PERFORM NOTE-RUN-END-PARA.
      *    A RUN THAT ENDED AT RC 08 OR WORSE IS TAKEN NOT TO HAVE
      *    PRINTED, SO THE FILE STILL HOLDS THE RUN BEFORE IT. AN
      *    "E" ENTRY WITH NO "S" ENTRY BEFORE IT IS FILED UNDER ITS
      *    OWN DATE AND TIME.
       NOTE-RUN-END-PARA.
           IF WS-CT-START-DATE(WS-CT-IDX) = ZERO
                MOVE RL-DATE TO WS-CT-START-DATE(WS-CT-IDX)
                MOVE RL-TIME TO WS-CT-START-TIME(WS-CT-IDX).
           IF RL-RETURN-CODE < 08
                MOVE WS-CT-START-DATE(WS-CT-IDX) TO
                     WS-CT-RUN-DATE(WS-CT-IDX)
                MOVE WS-CT-START-TIME(WS-CT-IDX) TO
                     WS-CT-RUN-TIME(WS-CT-IDX)
                MOVE RL-DATE TO WS-CT-END-DATE(WS-CT-IDX)
                MOVE RL-TIME TO WS-CT-END-TIME(WS-CT-IDX)
                MOVE RL-MODE TO WS-CT-MODE(WS-CT-IDX)
                MOVE RL-RETURN-CODE TO WS-CT-RC(WS-CT-IDX)
                MOVE RL-MESSAGE TO WS-CT-MESSAGE(WS-CT-IDX)
                MOVE "Y" TO WS-CT-PENDING-SW(WS-CT-IDX).
           MOVE ZERO TO WS-CT-START-DATE(WS-CT-IDX).
           MOVE ZERO TO WS-CT-START-TIME(WS-CT-IDX).
       FILE-ONE-REPORT-PARA.
           IF NOT WS-CT-PENDING(WS-CT-IDX)
                GO TO FILE-ONE-REPORT-EXIT.
           ADD 1 TO WS-PENDING-COUNT.
           PERFORM SET-KEY-PARA.
           MOVE ZERO TO RR-LINE-NO.
           READ REPORT-REPOSITORY
                INVALID KEY MOVE "N" TO WS-ON-FILE-SW
                NOT INVALID KEY MOVE "Y" TO WS-ON-FILE-SW.
           IF WS-ON-FILE
                GO TO FILE-ONE-REPORT-EXIT.
           MOVE WS-CT-REPORT(WS-CT-IDX) TO WS-PRINT-NAME.
           PERFORM SET-WIDTH-PARA.
           PERFORM OPEN-PRINT-PARA THRU OPEN-PRINT-EXIT.
           IF PRINT-IN-STATUS NOT = "00"
                DISPLAY WS-CT-REPORT(WS-CT-IDX), " NOT FOUND FOR ",
                     WS-CT-PROGRAM(WS-CT-IDX), " - NOT FILED"
                ADD 1 TO WS-MISSING-COUNT
                GO TO FILE-ONE-REPORT-EXIT.
           MOVE ZERO TO WS-LINE-NO.
           MOVE "N" TO WS-EOF-SW.
           PERFORM COPY-ONE-LINE-PARA THRU COPY-ONE-LINE-EXIT
                UNTIL WS-EOF.
           PERFORM CLOSE-PRINT-PARA THRU CLOSE-PRINT-EXIT.
           PERFORM SET-KEY-PARA.
           MOVE ZERO TO RR-LINE-NO.
           MOVE SPACES TO RR-LINE.
           MOVE WS-CT-END-DATE(WS-CT-IDX) TO RR-END-DATE.
           MOVE WS-CT-END-TIME(WS-CT-IDX) TO RR-END-TIME.
           MOVE WS-CT-MODE(WS-CT-IDX) TO RR-RUN-MODE.
           MOVE WS-CT-RC(WS-CT-IDX) TO RR-RUN-RC.
           MOVE WS-LINE-NO TO RR-LINE-COUNT.
           MOVE WS-CT-WIDTH(WS-CT-IDX) TO RR-LINE-WIDTH.
           ACCEPT RR-CAPTURE-DATE FROM DATE YYYYMMDD.
           ACCEPT RR-CAPTURE-TIME FROM TIME.
           MOVE WS-CT-MESSAGE(WS-CT-IDX) TO RR-RUN-MESSAGE.
           PERFORM PUT-REPOSITORY-PARA.
           ADD 1 TO WS-FILED-COUNT.
           DISPLAY "FILED ", WS-CT-PROGRAM(WS-CT-IDX), " ",
                WS-CT-REPORT(WS-CT-IDX), " RUN ",
                WS-CT-RUN-DATE(WS-CT-IDX), " ",
                WS-CT-RUN-TIME(WS-CT-IDX), " - ", WS-LINE-NO,
                " LINES".
       FILE-ONE-REPORT-EXIT.
           EXIT.
       SET-KEY-PARA.
           MOVE WS-CT-PROGRAM(WS-CT-IDX) TO RR-PROGRAM.
           MOVE WS-CT-REPORT(WS-CT-IDX) TO RR-REPORT.
           MOVE WS-CT-RUN-DATE(WS-CT-IDX) TO RR-RUN-DATE.
           MOVE WS-CT-RUN-TIME(WS-CT-IDX) TO RR-RUN-TIME.
      *    LINES LEFT FROM A CAPTURE THAT STOPPED BEFORE ITS HEADER
      *    WAS WRITTEN ARE OVERWRITTEN IN PLACE.
       PUT-REPOSITORY-PARA.
           WRITE REPORT-REPOSITORY-REC
                INVALID KEY REWRITE REPORT-REPOSITORY-REC.
       COPY-ONE-LINE-PARA.
           PERFORM READ-PRINT-PARA THRU READ-PRINT-EXIT.
           IF WS-EOF
                GO TO COPY-ONE-LINE-EXIT.
           IF WS-LINE-NO = 99999
                DISPLAY WS-CT-REPORT(WS-CT-IDX), " LONGER THAN 99999 ",
                     "LINES - THE REST IS NOT FILED"
                MOVE "Y" TO WS-EOF-SW
                GO TO COPY-ONE-LINE-EXIT.
           ADD 1 TO WS-LINE-NO.
           ADD 1 TO WS-LINE-TOTAL.
           PERFORM SET-KEY-PARA.
           MOVE WS-LINE-NO TO RR-LINE-NO.
           MOVE WS-PRINT-LINE TO RR-LINE.
           PERFORM PUT-REPOSITORY-PARA.
       COPY-ONE-LINE-EXIT.
           EXIT.
       SET-WIDTH-PARA.
           MOVE 4 TO WS-WIDTH-X.
           IF WS-CT-WIDTH(WS-CT-IDX) = 40
                MOVE 1 TO WS-WIDTH-X.
           IF WS-CT-WIDTH(WS-CT-IDX) = 60
                MOVE 2 TO WS-WIDTH-X.
           IF WS-CT-WIDTH(WS-CT-IDX) = 70
                MOVE 3 TO WS-WIDTH-X.
           IF WS-CT-WIDTH(WS-CT-IDX) = 92
                MOVE 5 TO WS-WIDTH-X.
           IF WS-CT-WIDTH(WS-CT-IDX) = 98
                MOVE 6 TO WS-WIDTH-X.
       OPEN-PRINT-PARA.
           GO TO OPEN-040-PARA OPEN-060-PARA OPEN-070-PARA
                OPEN-079-PARA OPEN-092-PARA OPEN-098-PARA
                DEPENDING ON WS-WIDTH-X.
       OPEN-040-PARA.
           OPEN INPUT PRINT-IN-040.
           GO TO OPEN-PRINT-EXIT.
       OPEN-060-PARA.
           OPEN INPUT PRINT-IN-060.
           GO TO OPEN-PRINT-EXIT.
       OPEN-070-PARA.
           OPEN INPUT PRINT-IN-070.
           GO TO OPEN-PRINT-EXIT.
       OPEN-079-PARA.
           OPEN INPUT PRINT-IN-079.
           GO TO OPEN-PRINT-EXIT.
       OPEN-092-PARA.
           OPEN INPUT PRINT-IN-092.
           GO TO OPEN-PRINT-EXIT.
       OPEN-098-PARA.
           OPEN INPUT PRINT-IN-098.
       OPEN-PRINT-EXIT.
           EXIT.
       READ-PRINT-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           GO TO READ-040-PARA READ-060-PARA READ-070-PARA
                READ-079-PARA READ-092-PARA READ-098-PARA
                DEPENDING ON WS-WIDTH-X.
       READ-040-PARA.
           READ PRINT-IN-040
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END MOVE PRINT-IN-040-REC TO WS-PRINT-LINE.
           GO TO READ-PRINT-EXIT.
       READ-060-PARA.
           READ PRINT-IN-060
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END MOVE PRINT-IN-060-REC TO WS-PRINT-LINE.
           GO TO READ-PRINT-EXIT.
       READ-070-PARA.
           READ PRINT-IN-070
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END MOVE PRINT-IN-070-REC TO WS-PRINT-LINE.
           GO TO READ-PRINT-EXIT.
       READ-079-PARA.
           READ PRINT-IN-079
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END MOVE PRINT-IN-079-REC TO WS-PRINT-LINE.
           GO TO READ-PRINT-EXIT.
       READ-092-PARA.
           READ PRINT-IN-092
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END MOVE PRINT-IN-092-REC TO WS-PRINT-LINE.
           GO TO READ-PRINT-EXIT.
       READ-098-PARA.
           READ PRINT-IN-098
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END MOVE PRINT-IN-098-REC TO WS-PRINT-LINE.
       READ-PRINT-EXIT.
           EXIT.
       CLOSE-PRINT-PARA.
           GO TO CLOSE-040-PARA CLOSE-060-PARA CLOSE-070-PARA
                CLOSE-079-PARA CLOSE-092-PARA CLOSE-098-PARA
                DEPENDING ON WS-WIDTH-X.
       CLOSE-040-PARA.
           CLOSE PRINT-IN-040.
           GO TO CLOSE-PRINT-EXIT.
       CLOSE-060-PARA.
           CLOSE PRINT-IN-060.
           GO TO CLOSE-PRINT-EXIT.
       CLOSE-070-PARA.
           CLOSE PRINT-IN-070.
           GO TO CLOSE-PRINT-EXIT.
       CLOSE-079-PARA.
           CLOSE PRINT-IN-079.
           GO TO CLOSE-PRINT-EXIT.
       CLOSE-092-PARA.
           CLOSE PRINT-IN-092.
           GO TO CLOSE-PRINT-EXIT.
       CLOSE-098-PARA.
           CLOSE PRINT-IN-098.
       CLOSE-PRINT-EXIT.
           EXIT.
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
           MOVE WS-PENDING-COUNT TO RL-READ-COUNT.
           MOVE WS-FILED-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-MISSING-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "REPORT-CAPTURE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
