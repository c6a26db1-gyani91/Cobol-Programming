      *----------------------------------------------------------*
      * SHARED CODED-SCRIPT MARKS RECORD LAYOUT                   *
      * MARKS KEYED BY MARKS-CAPTURE AGAINST A DUMMY CODE, ONE    *
      * ROW PER SCRIPT. SCRIPT-DECODE MATCHES THE CODE TO THE     *
      * DECODE FILE AND TURNS IT BACK INTO A ROLL NUMBER. A PAPER *
      * UNDER DOUBLE VALUATION CARRIES ONE ROW PER EVALUATOR (1, 2 *
      * AND, WHERE THEY DISAGREE, 3); DOUBLE-VALUATION ADDS THE   *
      * FINAL ROW ("F") THAT SCRIPT-DECODE USES IN THEIR PLACE.   *
      *----------------------------------------------------------*
       01 SCRIPT-MARK-REC.
        02 SCM-CODE PIC 9(6).
        02 SCM-SUBJECT-CODE PIC X(5).
        02 SCM-ABSENT PIC X.
        02 SCM-MARKS PIC 999.
        02 SCM-PRAC-MARKS PIC 999.
        02 SCM-UNIT-MARKS PIC 999.
        02 SCM-ASSIGN-MARKS PIC 999.
        02 SCM-EVALUATION PIC X.
           88 SCM-SINGLE VALUE SPACE.
           88 SCM-EVALUATOR VALUE "1" "2" "3".
           88 SCM-FINAL VALUE "F".
