      *----------------------------------------------------------*
      * REMEDIAL BATCH MEMBERSHIP RECORD LAYOUT                   *
      * ONE ROW PER STUDENT PLACED IN A REMEDIAL BATCH FOR A      *
      * SUBJECT AFTER A TERM'S RESULTS. WRITTEN BY REMEDIAL-GROUP *
      * FROM THE CURRENT MARKS RECORD, WITH THE ORIGINAL MARK AND *
      * THE CUT-OFF IT FELL BELOW; THE RETEST MARK (OUT OF THE    *
      * SAME MAXIMUM) IS KEYED THROUGH REMEDIAL-MAINT.            *
      *----------------------------------------------------------*
       01 REMEDIAL-BATCH-REC.
        02 RB-BATCH-NO PIC 9(4).
        02 RB-TERM-NO PIC 9(2).
        02 RB-YEAR-GROUP PIC 9(2).
        02 RB-SUBJECT-CODE PIC X(5).
        02 RB-TEACHER-ID PIC 9(4).
        02 RB-RNO PIC 9(5).
        02 RB-NAME PIC A(10).
        02 RB-SECTION PIC X(4).
        02 RB-ORIG-MARKS PIC 9(3).
        02 RB-SUBJECT-MAX PIC 9(3).
        02 RB-CUTOFF-PCT PIC 9(3).
        02 RB-FORMED-DATE PIC 9(8).
        02 RB-RETEST-SW PIC X.
           88 RB-RETESTED VALUE "Y".
           88 RB-NOT-RETESTED VALUE "N".
        02 RB-RETEST-MARKS PIC 9(3).
        02 RB-RETEST-DATE PIC 9(8).
