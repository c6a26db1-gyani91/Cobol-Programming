       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PURGE.
      *    REMOVES FILED REPORTS FROM RPTREPO.DAT ONCE THEIR
      *    RETENTION PERIOD HAS RUN. EACH FILED RUN IS KEPT FOR THE
      *    NUMBER OF DAYS ON THE RPTCAT.DAT ROW FOR ITS PROGRAM AND
      *    PRINT FILE, COUNTED IN CALENDAR DAYS FROM THE RUN DATE; A
      *    ROW WITH 000 DAYS KEEPS ITS REPORTS FOR GOOD, AND A RUN
      *    WHOSE ROW HAS LEFT THE CATALOGUE IS KEPT UNTIL A ROW IS
      *    ADDED BACK. THE PREVIEW PASS (P) ONLY LISTS WHAT WOULD GO;
      *    THE DELETE PASS (D) REMOVES THE HEADER ROW AND EVERY LINE
      *    OF EACH EXPIRED RUN. BOTH LIST TO RPTPRGL.DAT.
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
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT PURGE-LIST ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PURGE-LIST-STATUS.
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
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD PURGE-LIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RPTPRGL.DAT"
           DATA RECORD IS PURGE-LIST-LINE.
       01 PURGE-LIST-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 REPORT-CATALOGUE-STATUS PIC XX.
       77 REPORT-REPOSITORY-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 PURGE-LIST-STATUS PIC XX.
       77 MODE-SW PIC X.
           88 PREVIEW-MODE VALUE "P".
           88 DELETE-MODE VALUE "D".
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-RUN-DONE-SW PIC X.
           88 WS-RUN-DONE VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-EXPIRY-DATE PIC 9(8).
       77 WS-LINE-NO PIC 9(5).
       77 WS-RUN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DELETED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNLISTED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LINES-DELETED PIC 9(7) VALUE ZERO.
       77 WS-CT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-CT-IDX PIC 9(3) COMP.
       77 WS-CT-FOUND-SW PIC X.
           88 WS-CT-FOUND VALUE "Y".
       77 WS-CT-FOUND-X PIC 9(3) COMP.
       01 WS-CT-TABLE.
        02 WS-CT-ENTRY OCCURS 200 TIMES.
         03 WS-CT-PROGRAM PIC X(15).
         03 WS-CT-REPORT PIC X(12).
         03 WS-CT-RETAIN-DAYS PIC 9(3).
       COPY WORKDAY.
       01 PR-HEAD-1.
        02 FILLER PIC X(27) VALUE "REPORT REPOSITORY PURGE - ".
        02 PH-MODE PIC X(16).
        02 FILLER PIC X(7) VALUE " AS OF ".
        02 PH-DATE PIC 9(8).
       01 PR-HEAD-2.
        02 FILLER PIC X(18) VALUE "  PROGRAM".
        02 FILLER PIC X(13) VALUE "PRINT FILE".
        02 FILLER PIC X(18) VALUE "RUN DATE TIME".
        02 FILLER PIC X(7) VALUE "LINES".
        02 FILLER PIC X(10) VALUE "EXPIRED".
        02 FILLER PIC X(6) VALUE "ACTION".
       01 PR-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-PROGRAM PIC X(15).
        02 FILLER PIC X VALUE SPACE.
        02 PD-REPORT PIC X(12).
        02 FILLER PIC X VALUE SPACE.
        02 PD-RUN-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 PD-RUN-TIME PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 PD-LINES PIC ZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-EXPIRY PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PD-ACTION PIC X(10).
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       MODE-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER MODE (P=PREVIEW ONLY, D=DELETE EXPIRED ",
                "REPORTS): ".
           ACCEPT MODE-SW.
           IF NOT PREVIEW-MODE AND NOT DELETE-MODE
                DISPLAY "INVALID RESPONSE, ENTER P OR D"
                GO TO MODE-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
           MOVE "C" TO WS-WD-MODE.
           PERFORM LOAD-CATALOGUE-PARA THRU LOAD-CATALOGUE-EXIT.
           IF DELETE-MODE
                OPEN I-O REPORT-REPOSITORY
           ELSE
                OPEN INPUT REPORT-REPOSITORY.
           IF REPORT-REPOSITORY-STATUS NOT = "00"
                DISPLAY "NO REPORTS HAVE BEEN FILED YET"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "REPORT REPOSITORY NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN OUTPUT PURGE-LIST.
           IF DELETE-MODE
                MOVE "EXPIRED DELETED" TO PH-MODE.
           IF PREVIEW-MODE
                MOVE "PREVIEW ONLY" TO PH-MODE.
           MOVE WS-TODAY TO PH-DATE.
           DISPLAY PR-HEAD-1.
           MOVE PR-HEAD-1 TO PURGE-LIST-LINE.
           WRITE PURGE-LIST-LINE.
           DISPLAY PR-HEAD-2.
           MOVE PR-HEAD-2 TO PURGE-LIST-LINE.
           WRITE PURGE-LIST-LINE.
           PERFORM WRITE-DASH-PARA.
       PURGE-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO RR-KEY.
           START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-KEY
                INVALID KEY
                     MOVE "Y" TO WS-EOF-SW.
           PERFORM CHECK-ONE-RUN-PARA THRU CHECK-ONE-RUN-EXIT
                UNTIL WS-EOF.
           CLOSE REPORT-REPOSITORY.
           PERFORM WRITE-DASH-PARA.
           CLOSE PURGE-LIST.
           DISPLAY "FILED RUNS CHECKED: ", WS-RUN-COUNT,
                "  PAST RETENTION: ", WS-EXPIRED-COUNT.
           DISPLAY "RUNS DELETED: ", WS-DELETED-COUNT,
                "  LINES DELETED: ", WS-LINES-DELETED.
           DISPLAY "RUNS KEPT - NOT IN THE CATALOGUE: ",
                WS-UNLISTED-COUNT.
           IF PREVIEW-MODE AND WS-EXPIRED-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "REPORTS DUE FOR DELETION - SEE RPTPRGL.DAT" TO
                     WS-ERROR-MESSAGE.
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
                DISPLAY "NO REPORT CATALOGUE ON FILE - NOTHING EXPIRES"
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
                     IF WS-CT-TOTAL < 200
                          ADD 1 TO WS-CT-TOTAL
                          MOVE CT-PROGRAM TO
                               WS-CT-PROGRAM(WS-CT-TOTAL)
                          MOVE CT-REPORT TO WS-CT-REPORT(WS-CT-TOTAL)
                          MOVE CT-RETAIN-DAYS TO
                               WS-CT-RETAIN-DAYS(WS-CT-TOTAL).
      *    ONE FILED RUN PER PASS: ITS HEADER ROW IS READ, THE RUN IS
      *    DELETED IF IT HAS EXPIRED, AND THE FILE IS STARTED PAST
      *    THE LAST POSSIBLE LINE OF THE RUN. LINES WITH NO HEADER
      *    (A CAPTURE STILL TO BE REPEATED) ARE LEFT ALONE.
       CHECK-ONE-RUN-PARA.
           READ REPORT-REPOSITORY NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF
                GO TO CHECK-ONE-RUN-EXIT.
           IF NOT RR-HEADER-ROW
                GO TO CHECK-ONE-RUN-SKIP.
           ADD 1 TO WS-RUN-COUNT.
           PERFORM FIND-CATALOGUE-PARA.
           IF NOT WS-CT-FOUND
                ADD 1 TO WS-UNLISTED-COUNT
                GO TO CHECK-ONE-RUN-SKIP.
           IF WS-CT-RETAIN-DAYS(WS-CT-FOUND-X) = ZERO
                GO TO CHECK-ONE-RUN-SKIP.
           MOVE RR-RUN-DATE TO WS-WD-BASE.
           MOVE WS-CT-RETAIN-DAYS(WS-CT-FOUND-X) TO WS-WD-ENTRY.
           PERFORM WORKDAY-ENTRY-PARA THRU WORKDAY-ENTRY-EXIT.
           MOVE WS-WD-DATE TO WS-EXPIRY-DATE.
           IF WS-EXPIRY-DATE NOT < WS-TODAY
                GO TO CHECK-ONE-RUN-SKIP.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE RR-PROGRAM TO PD-PROGRAM.
           MOVE RR-REPORT TO PD-REPORT.
           MOVE RR-RUN-DATE TO PD-RUN-DATE.
           MOVE RR-RUN-TIME TO PD-RUN-TIME.
           MOVE RR-LINE-COUNT TO PD-LINES.
           MOVE WS-EXPIRY-DATE TO PD-EXPIRY.
           MOVE "WOULD GO" TO PD-ACTION.
           IF DELETE-MODE
                PERFORM DELETE-RUN-PARA
                MOVE "DELETED" TO PD-ACTION.
           DISPLAY PR-DETAIL-LINE.
           MOVE PR-DETAIL-LINE TO PURGE-LIST-LINE.
           WRITE PURGE-LIST-LINE.
       CHECK-ONE-RUN-SKIP.
           MOVE 99999 TO RR-LINE-NO.
           START REPORT-REPOSITORY KEY IS GREATER THAN RR-KEY
                INVALID KEY
                     MOVE "Y" TO WS-EOF-SW.
       CHECK-ONE-RUN-EXIT.
           EXIT.
       FIND-CATALOGUE-PARA.
           MOVE "N" TO WS-CT-FOUND-SW.
           PERFORM CHECK-ONE-ROW-PARA
                VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-TOTAL
                OR WS-CT-FOUND.
       CHECK-ONE-ROW-PARA.
           IF WS-CT-PROGRAM(WS-CT-IDX) = RR-PROGRAM
                AND WS-CT-REPORT(WS-CT-IDX) = RR-REPORT
                MOVE "Y" TO WS-CT-FOUND-SW
                MOVE WS-CT-IDX TO WS-CT-FOUND-X.
      *    THE HEADER AND THE LINES ARE DELETED BY KEY FROM LINE
      *    ZERO UPWARD UNTIL THE FIRST LINE NUMBER NOT ON FILE.
       DELETE-RUN-PARA.
           MOVE ZERO TO WS-LINE-NO.
           MOVE "N" TO WS-RUN-DONE-SW.
           PERFORM DELETE-ONE-LINE-PARA UNTIL WS-RUN-DONE.
           ADD 1 TO WS-DELETED-COUNT.
       DELETE-ONE-LINE-PARA.
           MOVE WS-LINE-NO TO RR-LINE-NO.
           DELETE REPORT-REPOSITORY RECORD
                INVALID KEY MOVE "Y" TO WS-RUN-DONE-SW.
           IF NOT WS-RUN-DONE AND WS-LINE-NO > ZERO
                ADD 1 TO WS-LINES-DELETED.
           IF WS-LINE-NO = 99999
                MOVE "Y" TO WS-RUN-DONE-SW
           ELSE
                ADD 1 TO WS-LINE-NO.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO PURGE-LIST-LINE.
           WRITE PURGE-LIST-LINE.
       COPY WORKCALC.
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
           MOVE WS-RUN-COUNT TO RL-READ-COUNT.
           MOVE WS-DELETED-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "REPORT-PURGE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
