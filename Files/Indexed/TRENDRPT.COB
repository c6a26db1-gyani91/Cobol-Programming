           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT COUNSEL-REFERRAL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNSEL-REFERRAL-STATUS.
           SELECT TREND-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "SECTASGN.DAT"
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
       FD COUNSEL-REFERRAL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLREF.DAT"
           DATA RECORD IS COUNSEL-REFERRAL-REC.
       COPY CNSLREF.
       FD TREND-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TRENDRPT.DAT"
       77 STUDENT-FILE-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 TREND-PRINT-STATUS PIC XX.
       77 COUNSEL-REFERRAL-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
        02 TT-FLAGS PIC ZZZZ9.
        02 FILLER PIC X(20) VALUE "  STUDENTS SCANNED: ".
        02 TT-SCANNED PIC ZZZZ9.
       01 TR-REFER-REASON.
        02 FILLER PIC X(14) VALUE "MARKS DECLINE ".
        02 TR-REFER-PREV2 PIC ZZZ9.
        02 FILLER PIC X(3) VALUE " > ".
        02 TR-REFER-PREV PIC ZZZ9.
        02 FILLER PIC X(3) VALUE " > ".
        02 TR-REFER-LAST PIC ZZZ9.
       01 DASH-LINE PIC X(70) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
           OPEN EXTEND TREND-PRINT.
           IF TREND-PRINT-STATUS = "35"
                OPEN OUTPUT TREND-PRINT.
           OPEN EXTEND COUNSEL-REFERRAL.
           IF COUNSEL-REFERRAL-STATUS = "35"
                OPEN OUTPUT COUNSEL-REFERRAL.
           MOVE WS-THRESHOLD TO TH-THRESHOLD.
           DISPLAY TR-HEAD-1.
           MOVE TR-HEAD-1 TO TREND-LINE.
           MOVE TR-TOTAL-LINE TO TREND-LINE.
           WRITE TREND-LINE.
           CLOSE TREND-PRINT.
           CLOSE COUNSEL-REFERRAL.
           IF WS-FLAG-COUNT > ZERO
                IF WS-RETURN-CODE < 04
                     MOVE 04 TO WS-RETURN-CODE
                MOVE WS-LAST TO TF-LAST
                DISPLAY TR-FLAG-LINE
                MOVE TR-FLAG-LINE TO TREND-LINE
                WRITE TREND-LINE
                PERFORM REFER-ONE-PARA.
       JUDGE-ONE-EXIT.
           EXIT.
      *    EACH FLAGGED STUDENT IS REFERRED FOR A COUNSELING CASE.
       REFER-ONE-PARA.
           MOVE RNO TO CR-RNO.
           MOVE NAME TO CR-NAME.
           MOVE "TRND" TO CR-SOURCE.
           MOVE WS-TODAY TO CR-DATE.
           MOVE ZERO TO CR-TERM.
           MOVE WS-PREV2 TO TR-REFER-PREV2.
           MOVE WS-PREV TO TR-REFER-PREV.
           MOVE WS-LAST TO TR-REFER-LAST.
           MOVE TR-REFER-REASON TO CR-REASON.
           WRITE COUNSEL-REFERRAL-REC.
       TALLY-SECTION-PARA.
           PERFORM FIND-ASSIGN-PARA.
           IF WS-ASGN-PICK = SPACES
