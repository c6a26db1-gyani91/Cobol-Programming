           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INCIDENT-FILE-STATUS.
           SELECT COUNSEL-REFERRAL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNSEL-REFERRAL-STATUS.
           SELECT OFFENDER-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "INCIDENT.DAT"
           DATA RECORD IS INCIDENT-REC.
       COPY INCIDENT.
       FD COUNSEL-REFERRAL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLREF.DAT"
           DATA RECORD IS COUNSEL-REFERRAL-REC.
       COPY CNSLREF.
       FD OFFENDER-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "DISCOFF.DAT"
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 INCIDENT-FILE-STATUS PIC XX.
       77 OFFENDER-PRINT-STATUS PIC XX.
       77 COUNSEL-REFERRAL-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
       77 WS-ENTRY-CATEGORY PIC X(10).
       77 WS-ENTRY-SEVERITY PIC X.
       77 WS-ENTRY-ACTION PIC X(30).
       77 WS-ENTRY-NAME PIC X(20).
       77 WS-LIST-COUNT PIC 9(4).
       77 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OFF-TOTAL PIC 9(4) COMP VALUE ZERO.
        02 OF-NAME PIC X(20).
        02 FILLER PIC X(12) VALUE "  INCIDENTS ".
        02 OF-COUNT PIC ZZ9.
       01 IN-REFER-REASON.
        02 FILLER PIC X(17) VALUE "GRAVE INCIDENT - ".
        02 IR-CATEGORY PIC X(10).
       01 DASH-LINE PIC X(70) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
                     DISPLAY "ROLL NO NOT FOUND"
                     CLOSE STUDENT
                     GO TO MENU-PARA.
           MOVE NAME TO WS-ENTRY-NAME.
           CLOSE STUDENT.
           DISPLAY "ENTER TERM NUMBER (1-8): ".
           ACCEPT WS-PICK-TERM.
           MOVE WS-ENTRY-ACTION TO IN-ACTION.
           WRITE INCIDENT-REC.
           CLOSE INCIDENT-FILE.
           IF WS-ENTRY-SEVERITY = "H"
                PERFORM REFER-INCIDENT-PARA.
           ADD 1 TO WS-ENTRY-COUNT.
           DISPLAY "INCIDENT RECORDED FOR ROLL NO ", TRNO.
           GO TO MENU-PARA.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    A GRAVE INCIDENT IS REFERRED FOR A COUNSELING CASE.
       REFER-INCIDENT-PARA.
           OPEN EXTEND COUNSEL-REFERRAL.
           IF COUNSEL-REFERRAL-STATUS = "35"
                OPEN OUTPUT COUNSEL-REFERRAL.
           MOVE TRNO TO CR-RNO.
           MOVE WS-ENTRY-NAME TO CR-NAME.
           MOVE "DISC" TO CR-SOURCE.
           MOVE WS-TODAY TO CR-DATE.
           MOVE WS-PICK-TERM TO CR-TERM.
           MOVE WS-ENTRY-CATEGORY TO IR-CATEGORY.
           MOVE IN-REFER-REASON TO CR-REASON.
           WRITE COUNSEL-REFERRAL-REC.
           CLOSE COUNSEL-REFERRAL.
       LIST-BY-STUDENT-PARA.
           READ INCIDENT-FILE
                AT END MOVE "Y" TO WS-EOF-SW
