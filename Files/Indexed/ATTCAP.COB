           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS APPROVED-LEAVE-STATUS.
           SELECT ATTEND-POST ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ATTEND-POST-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "APPLEAVE.DAT"
           DATA RECORD IS APPROVED-LEAVE-REC.
       COPY APPLEAVE.
       FD ATTEND-POST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ATTPOST.DAT"
           DATA RECORD IS ATTEND-POST-REC.
       COPY ATTPOST.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 ATTENDANCE-STATUS PIC XX.
       77 ATTEND-POST-STATUS PIC XX.
       77 WS-POSTED-SW PIC X.
           88 WS-POSTED VALUE "Y".
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
           IF WS-Z-H = 1
                DISPLAY "DATE IS A SUNDAY - NOT A SCHOOL DAY"
                GO TO ASK-PARA.
      *    A DATE IS ADDED TO THE MONTHLY TOTALS ONCE, EITHER HERE
      *    OR FROM THE PERIOD REGISTERS BY PERIOD-ROLLUP.
           PERFORM CHECK-POSTED-PARA THRU CHECK-POSTED-EXIT.
           IF WS-POSTED
                DISPLAY "DATE ", WS-CAPTURE-DATE, " IS ALREADY ",
                     "POSTED TO THE MONTHLY ATTENDANCE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "DATE ALREADY POSTED TO ATTEND.DAT" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-LEAVES-PARA THRU LOAD-LEAVES-EXIT.
       PRESENT-PARA.
           OPEN INPUT STUDENT.
           CLOSE STUDENT.
           CLOSE ATTENDANCE.
           DISPLAY "ABSENTEES KEYED: ", WS-ABSENT-COUNT.
           PERFORM WRITE-POSTED-PARA.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
           READ ATTENDANCE KEY IS AT-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO WS-ATT-FOUND-SW.
       CHECK-POSTED-PARA.
           MOVE "N" TO WS-POSTED-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTEND-POST.
           IF ATTEND-POST-STATUS NOT = "00"
                GO TO CHECK-POSTED-EXIT.
           PERFORM CHECK-ONE-POSTED-PARA UNTIL WS-EOF.
           CLOSE ATTEND-POST.
       CHECK-POSTED-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-POSTED-PARA.
           READ ATTEND-POST
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AP-DATE = WS-CAPTURE-DATE
                          MOVE "Y" TO WS-POSTED-SW
                          MOVE "Y" TO WS-EOF-SW.
       WRITE-POSTED-PARA.
           OPEN EXTEND ATTEND-POST.
           IF ATTEND-POST-STATUS = "35"
                OPEN OUTPUT ATTEND-POST.
           MOVE WS-CAPTURE-DATE TO AP-DATE.
           MOVE "DAILY" TO AP-SOURCE.
           COMPUTE AP-PRESENT = WS-PRESENT-COUNT - WS-ABSENT-COUNT.
           MOVE WS-ABSENT-COUNT TO AP-ABSENT.
           MOVE WS-EXCUSED-COUNT TO AP-EXCUSED.
           WRITE ATTEND-POST-REC.
           CLOSE ATTEND-POST.
       CHECK-TERM-PARA.
           MOVE "N" TO WS-IN-TERM-SW.
           PERFORM CHECK-ONE-TERM-PARA
