      *----------------------------------------------------------*
      * HOUSE ASSIGNMENT RECORD LAYOUT                            *
      * ONE ROW PER STUDENT PLACED IN A HOUSE BY HOUSE-ALLOCATE,  *
      * WITH THE YEAR GROUP AND GENDER THE PLACEMENT WAS          *
      * BALANCED ON AND HOW THE HOUSE WAS CHOSEN. THE LAST ROW    *
      * FOR A ROLL NO IS THE HOUSE IN FORCE.                      *
      *----------------------------------------------------------*
       01 HOUSE-ASSIGN-REC.
        02 HA-RNO PIC 9(5).
        02 HA-HOUSE PIC X(4).
        02 HA-YEAR-GROUP PIC 9(2).
        02 HA-GENDER PIC X.
        02 HA-DATE PIC 9(8).
        02 HA-REASON PIC X(4).
           88 HA-BALANCED VALUE "BAL ".
           88 HA-SIBLING VALUE "SIBL".
