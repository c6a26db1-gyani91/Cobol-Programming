           88 AP-OFFERED VALUE "O".
           88 AP-ACCEPTED VALUE "C".
           88 AP-ENROLLED VALUE "E".
        02 AP-CATEGORY PIC X(2).
        02 AP-GENDER PIC X.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
        02 AL-MARKS PIC ZZZ9.
        02 FILLER PIC X(9) VALUE " STATUS: ".
        02 AL-STATUS PIC X(9).
        02 FILLER PIC X(6) VALUE " CAT: ".
        02 AL-CATEGORY PIC X(2).
       COPY RETCODE.
       PROCEDURE DIVISION.
       START-PARA.
           ACCEPT AP-ADDRESS.
           DISPLAY "ENTER CONTACT NO: ".
           ACCEPT AP-CONTACT.
           DISPLAY "ENTER RESERVATION CATEGORY (BLANK FOR GN): ".
           ACCEPT AP-CATEGORY.
           IF AP-CATEGORY = SPACES
                MOVE "GN" TO AP-CATEGORY.
           PERFORM ASK-GENDER-PARA THRU ASK-GENDER-EXIT.
           MOVE "A" TO AP-STATUS.
           OPEN EXTEND APPLICANT-FILE.
           IF APPLICANT-FILE-STATUS = "35"
           MOVE AP-NO TO AL-NO.
           MOVE AP-NAME TO AL-NAME.
           MOVE AP-MARKS TO AL-MARKS.
           MOVE AP-CATEGORY TO AL-CATEGORY.
           IF AP-APPLIED
                MOVE "APPLIED" TO AL-STATUS
           ELSE
                NOT AT END
                     IF AP-NO > WS-NEXT-APP
                          MOVE AP-NO TO WS-NEXT-APP.
      *    GENDER IS CARRIED TO THE STUDENT ON ENROLLMENT SO
      *    HOUSES CAN BE KEPT BALANCED.
       ASK-GENDER-PARA.
           DISPLAY "ENTER GENDER (M/F): ".
           ACCEPT AP-GENDER.
           IF AP-GENDER NOT = "M" AND AP-GENDER NOT = "F"
                DISPLAY "GENDER MUST BE M OR F"
                GO TO ASK-GENDER-PARA.
       ASK-GENDER-EXIT.
           EXIT.
       LOG-RUN-START-PARA.
           MOVE "S" TO RL-ENTRY-TYPE.
           MOVE ZERO TO RL-READ-COUNT.
