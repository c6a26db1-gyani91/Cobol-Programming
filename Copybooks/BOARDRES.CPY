      *----------------------------------------------------------*
      * SHARED BOARD RESULT RECORD LAYOUT                         *
      * ONE ROW PER CANDIDATE AND SUBJECT FROM THE RESULTS THE    *
      * BOARD DECLARES, MATCHED TO THE ROLL NUMBER THROUGH        *
      * BOARDREG.DAT. LOADED BY BOARD-RESULTS (A RE-LOAD REPLACES *
      * THE ROWS FOR THAT EXAMINATION YEAR) AND PRINTED ON THE    *
      * TRANSCRIPT. BX-SENT-MARKS IS THE MARK ON OUR RETURN.      *
      *----------------------------------------------------------*
       01 BOARD-RESULT-REC.
        02 BX-RNO PIC 9(5).
        02 BX-EXAM-YEAR PIC 9(4).
        02 BX-BOARD-NO PIC X(10).
        02 BX-SUBJECT-CODE PIC X(5).
        02 BX-BOARD-MARKS PIC 9(3).
        02 BX-BOARD-RESULT PIC X(4).
        02 BX-OVERALL-RESULT PIC X(4).
        02 BX-SENT-SW PIC X.
           88 BX-SENT VALUE "Y".
           88 BX-NOT-SENT VALUE "N".
        02 BX-SENT-MARKS PIC 9(3).
        02 BX-DECLARED-DATE PIC 9(8).
