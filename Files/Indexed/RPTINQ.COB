       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-INQUIRY.
      *    LISTS THE REPORTS FILED IN RPTREPO.DAT BY REPORT-CAPTURE
      *    FOR ONE PROGRAM OR ALL, ONE PRINT FILE OR ALL, FROM A RUN
      *    DATE ON, AND REPRINTS ANY ONE OF THEM BY ITS NUMBER IN THE
      *    LIST. THE REPRINT IS SHOWN ON THE SCREEN AND WRITTEN TO
      *    RPTCOPY.DAT UNDER A REPRINT BANNER NAMING THE RUN IT CAME
      *    FROM; THE REPOSITORY ITSELF IS NEVER CHANGED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT REPORT-REPOSITORY ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-KEY
           FILE STATUS IS REPORT-REPOSITORY-STATUS.
           SELECT REPORT-COPY ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-COPY-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REPORT-REPOSITORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RPTREPO.DAT"
           DATA RECORD IS REPORT-REPOSITORY-REC.
       COPY RPTREPO.
       FD REPORT-COPY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RPTCOPY.DAT"
           DATA RECORD IS REPORT-COPY-LINE.
       01 REPORT-COPY-LINE PIC X(132).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 REPORT-REPOSITORY-STATUS PIC XX.
       77 REPORT-COPY-STATUS PIC XX.
       77 CHOICE PIC X.
       77 WS-ASK-PROGRAM PIC X(15).
       77 WS-ASK-REPORT PIC X(12).
       77 WS-ASK-FROM PIC 9(8).
       77 WS-PICK PIC 9(3).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-LINE-NO PIC 9(5).
       77 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REPRINT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LS-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-LS-IDX PIC 9(3) COMP.
      *    THE RUNS IN THE LAST LIST SHOWN, IN THE ORDER SHOWN.
       01 WS-LS-TABLE.
        02 WS-LS-ENTRY OCCURS 500 TIMES.
         03 WS-LS-PROGRAM PIC X(15).
         03 WS-LS-REPORT PIC X(12).
         03 WS-LS-RUN-DATE PIC 9(8).
         03 WS-LS-RUN-TIME PIC 9(8).
         03 WS-LS-LINE-COUNT PIC 9(5).
         03 WS-LS-WIDTH PIC 9(3).
       01 RI-HEAD-LINE.
        02 FILLER PIC X(5) VALUE "NO".
        02 FILLER PIC X(16) VALUE "PROGRAM".
        02 FILLER PIC X(13) VALUE "PRINT FILE".
        02 FILLER PIC X(18) VALUE "RUN DATE  TIME".
        02 FILLER PIC X(7) VALUE "MODE".
        02 FILLER PIC X(4) VALUE "RC".
        02 FILLER PIC X(5) VALUE "LINES".
       01 RI-LIST-LINE.
        02 RI-NO PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RI-PROGRAM PIC X(15).
        02 FILLER PIC X VALUE SPACE.
        02 RI-REPORT PIC X(12).
        02 FILLER PIC X VALUE SPACE.
        02 RI-RUN-DATE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RI-RUN-TIME PIC 9(8).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RI-MODE PIC X.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RI-RC PIC 9(2).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RI-LINES PIC ZZZZ9.
       01 RI-BANNER-LINE.
        02 FILLER PIC X(14) VALUE "*** REPRINT - ".
        02 RI-BANNER-PROGRAM PIC X(15).
        02 FILLER PIC X VALUE SPACE.
        02 RI-BANNER-REPORT PIC X(12).
        02 FILLER PIC X(5) VALUE " RUN ".
        02 RI-BANNER-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 RI-BANNER-TIME PIC 9(8).
        02 FILLER PIC X(4) VALUE " ***".
       COPY RETCODE.
       PROCEDURE DIVISION.
       START-PARA.
           PERFORM LOG-RUN-START-PARA.
           OPEN INPUT REPORT-REPOSITORY.
           IF REPORT-REPOSITORY-STATUS NOT = "00"
                DISPLAY "NO REPORTS HAVE BEEN FILED YET"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "REPORT REPOSITORY NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       ASK-PARA.
           DISPLAY "ENTER PROGRAM NAME AS IN THE RUN LOG ",
                "(BLANK FOR ALL): ".
           ACCEPT WS-ASK-PROGRAM.
           DISPLAY "ENTER PRINT FILE, E.G. GRDSIM.DAT (BLANK FOR ",
                "ALL): ".
           ACCEPT WS-ASK-REPORT.
           DISPLAY "ENTER EARLIEST RUN DATE YYYYMMDD (0 FOR ALL): ".
           ACCEPT WS-ASK-FROM.
           PERFORM LIST-PARA THRU LIST-EXIT.
           IF WS-LS-TOTAL = ZERO
                DISPLAY "NO FILED REPORTS MATCH"
                IF WS-RETURN-CODE < 04
                     MOVE 04 TO WS-RETURN-CODE
                     MOVE "NO FILED REPORTS MATCH THE INQUIRY" TO
                          WS-ERROR-MESSAGE.
           IF WS-LS-TOTAL = ZERO
                GO TO AGAIN-PARA.
       PICK-PARA.
           DISPLAY "ENTER THE NUMBER TO REPRINT (0 FOR NONE): ".
           ACCEPT WS-PICK.
           IF WS-PICK = ZERO
                GO TO AGAIN-PARA.
           IF WS-PICK > WS-LS-TOTAL
                DISPLAY "NO SUCH NUMBER IN THE LIST"
                GO TO PICK-PARA.
           MOVE WS-PICK TO WS-LS-IDX.
           PERFORM REPRINT-PARA THRU REPRINT-EXIT.
           GO TO PICK-PARA.
       AGAIN-PARA.
           DISPLAY "DO YOU WANT ANOTHER INQUIRY? (Y/N): ".
           ACCEPT CHOICE.
           IF CHOICE = "Y" OR CHOICE = "y"
                GO TO ASK-PARA
           ELSE
                IF CHOICE = "N" OR CHOICE = "n"
                     GO TO CLOSE-PARA
                ELSE
                     DISPLAY "INVALID RESPONSE, ENTER Y OR N"
                     GO TO AGAIN-PARA.
       CLOSE-PARA.
           CLOSE REPORT-REPOSITORY.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    ONLY HEADER ROWS ARE LISTED. AFTER EACH ROW READ THE FILE
      *    IS STARTED PAST THE LAST POSSIBLE LINE OF THAT RUN, SO THE
      *    PRINT LINES THEMSELVES ARE NEVER READ BY THE LIST.
       LIST-PARA.
           MOVE ZERO TO WS-LS-TOTAL.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO RR-KEY.
           IF WS-ASK-PROGRAM NOT = SPACES
                MOVE WS-ASK-PROGRAM TO RR-PROGRAM.
           START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-KEY
                INVALID KEY
                     GO TO LIST-EXIT.
           DISPLAY RI-HEAD-LINE.
           PERFORM LIST-ONE-PARA THRU LIST-ONE-EXIT UNTIL WS-EOF.
           DISPLAY "RUNS LISTED: ", WS-LS-TOTAL.
       LIST-EXIT.
           EXIT.
       LIST-ONE-PARA.
           READ REPORT-REPOSITORY NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF
                GO TO LIST-ONE-EXIT.
           IF WS-ASK-PROGRAM NOT = SPACES
                AND RR-PROGRAM NOT = WS-ASK-PROGRAM
                MOVE "Y" TO WS-EOF-SW
                GO TO LIST-ONE-EXIT.
           IF RR-HEADER-ROW
                AND (WS-ASK-REPORT = SPACES
                     OR RR-REPORT = WS-ASK-REPORT)
                AND RR-RUN-DATE NOT < WS-ASK-FROM
                PERFORM ADD-LIST-PARA THRU ADD-LIST-EXIT.
           MOVE 99999 TO RR-LINE-NO.
           START REPORT-REPOSITORY KEY IS GREATER THAN RR-KEY
                INVALID KEY
                     MOVE "Y" TO WS-EOF-SW.
       LIST-ONE-EXIT.
           EXIT.
       ADD-LIST-PARA.
           IF WS-LS-TOTAL = 500
                DISPLAY "MORE THAN 500 RUNS - NARROW THE INQUIRY"
                MOVE "Y" TO WS-EOF-SW
                GO TO ADD-LIST-EXIT.
           ADD 1 TO WS-LS-TOTAL.
           ADD 1 TO WS-LIST-COUNT.
           MOVE RR-PROGRAM TO WS-LS-PROGRAM(WS-LS-TOTAL).
           MOVE RR-REPORT TO WS-LS-REPORT(WS-LS-TOTAL).
           MOVE RR-RUN-DATE TO WS-LS-RUN-DATE(WS-LS-TOTAL).
           MOVE RR-RUN-TIME TO WS-LS-RUN-TIME(WS-LS-TOTAL).
           MOVE RR-LINE-COUNT TO WS-LS-LINE-COUNT(WS-LS-TOTAL).
           MOVE RR-LINE-WIDTH TO WS-LS-WIDTH(WS-LS-TOTAL).
           MOVE WS-LS-TOTAL TO RI-NO.
           MOVE RR-PROGRAM TO RI-PROGRAM.
           MOVE RR-REPORT TO RI-REPORT.
           MOVE RR-RUN-DATE TO RI-RUN-DATE.
           MOVE RR-RUN-TIME TO RI-RUN-TIME.
           MOVE RR-RUN-MODE TO RI-MODE.
           MOVE RR-RUN-RC TO RI-RC.
           MOVE RR-LINE-COUNT TO RI-LINES.
           DISPLAY RI-LIST-LINE.
       ADD-LIST-EXIT.
           EXIT.
       REPRINT-PARA.
           MOVE WS-LS-PROGRAM(WS-LS-IDX) TO RR-PROGRAM.
           MOVE WS-LS-REPORT(WS-LS-IDX) TO RR-REPORT.
           MOVE WS-LS-RUN-DATE(WS-LS-IDX) TO RR-RUN-DATE.
           MOVE WS-LS-RUN-TIME(WS-LS-IDX) TO RR-RUN-TIME.
           MOVE 1 TO RR-LINE-NO.
           START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-KEY
                INVALID KEY
                     DISPLAY "THE LINES OF THAT RUN ARE NO LONGER ",
                          "ON FILE"
                     GO TO REPRINT-EXIT.
           OPEN OUTPUT REPORT-COPY.
           MOVE WS-LS-PROGRAM(WS-LS-IDX) TO RI-BANNER-PROGRAM.
           MOVE WS-LS-REPORT(WS-LS-IDX) TO RI-BANNER-REPORT.
           MOVE WS-LS-RUN-DATE(WS-LS-IDX) TO RI-BANNER-DATE.
           MOVE WS-LS-RUN-TIME(WS-LS-IDX) TO RI-BANNER-TIME.
           DISPLAY RI-BANNER-LINE.
           MOVE RI-BANNER-LINE TO REPORT-COPY-LINE.
           WRITE REPORT-COPY-LINE.
           MOVE ZERO TO WS-LINE-NO.
           MOVE "N" TO WS-EOF-SW.
           PERFORM REPRINT-ONE-PARA THRU REPRINT-ONE-EXIT
                UNTIL WS-EOF.
           CLOSE REPORT-COPY.
           ADD 1 TO WS-REPRINT-COUNT.
           DISPLAY WS-LINE-NO, " LINES REPRINTED TO RPTCOPY.DAT".
           IF WS-LINE-NO NOT = WS-LS-LINE-COUNT(WS-LS-IDX)
                DISPLAY "WARNING - ", WS-LS-LINE-COUNT(WS-LS-IDX),
                     " LINES WERE FILED FOR THIS RUN".
       REPRINT-EXIT.
           EXIT.
       REPRINT-ONE-PARA.
           READ REPORT-REPOSITORY NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF
                GO TO REPRINT-ONE-EXIT.
           IF RR-PROGRAM NOT = WS-LS-PROGRAM(WS-LS-IDX)
                OR RR-REPORT NOT = WS-LS-REPORT(WS-LS-IDX)
                OR RR-RUN-DATE NOT = WS-LS-RUN-DATE(WS-LS-IDX)
                OR RR-RUN-TIME NOT = WS-LS-RUN-TIME(WS-LS-IDX)
                MOVE "Y" TO WS-EOF-SW
                GO TO REPRINT-ONE-EXIT.
           ADD 1 TO WS-LINE-NO.
           DISPLAY RR-LINE(1:WS-LS-WIDTH(WS-LS-IDX)).
           MOVE RR-LINE TO REPORT-COPY-LINE.
           WRITE REPORT-COPY-LINE.
       REPRINT-ONE-EXIT.
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
           MOVE WS-LIST-COUNT TO RL-READ-COUNT.
           MOVE WS-REPRINT-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "REPORT-INQUIRY" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
