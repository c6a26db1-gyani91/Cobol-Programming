      *----------------------------------------------------------*
      * SHARED ANSWER-SCRIPT DECODE RECORD LAYOUT                 *
      * ONE ROW PER STUDENT PER PAPER, WRITTEN BY SCRIPT-CODING   *
      * AND READ ONLY BY SCRIPT-DECODE; BOTH NEED A SUPERVISOR    *
      * LOGIN. THE DUMMY CODE IS ALL THE EVALUATOR SEES. SCD-     *
      * STATUS GOES FROM ISSUED TO DECODED ONCE THE MARKS HAVE    *
      * BEEN TURNED BACK INTO A TABLECTL.DAT RECORD.              *
      *----------------------------------------------------------*
       01 SCRIPT-CODE-REC.
        02 SCD-CODE PIC 9(6).
        02 SCD-RNO PIC 9(5).
        02 SCD-NAME PIC X(20).
        02 SCD-SUBJECT-CODE PIC X(5).
        02 SCD-STATUS PIC X.
           88 SCD-ISSUED VALUE "I".
           88 SCD-DECODED VALUE "D".
