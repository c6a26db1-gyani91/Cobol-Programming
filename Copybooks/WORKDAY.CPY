      *----------------------------------------------------------*
      * SHARED WORKING-DAY DATE FIELDS                            *
      * USED BY THE PARAGRAPHS IN WORKCALC.CPY. A CLOSED DAY IS A *
      * SUNDAY OR A DATE DECLARED ON HOLIDAYS.DAT; A DUE DATE OR  *
      * DEADLINE THAT LANDS ON ONE IS ROLLED FORWARD TO THE NEXT  *
      * WORKING DAY. WS-WD-MODE SAYS WHETHER A NUMBER OF DAYS IS  *
      * COUNTED IN CALENDAR DAYS OR IN WORKING DAYS.              *
      *----------------------------------------------------------*
       01 WS-WORKDAY-FIELDS.
        02 WS-WD-ENTRY PIC 9(8).
        02 WS-WD-BASE PIC 9(8).
        02 WS-WD-DATE PIC 9(8).
        02 WS-WD-DATE-SPLIT REDEFINES WS-WD-DATE.
         03 WS-WD-YYYY PIC 9(4).
         03 WS-WD-MM PIC 9(2).
         03 WS-WD-DD PIC 9(2).
        02 WS-WD-DAYS PIC 9(3).
        02 WS-WD-MODE PIC X VALUE "C".
           88 WS-WD-CALENDAR VALUE "C".
           88 WS-WD-WORKING VALUE "W".
        02 WS-WD-VALID-SW PIC X.
           88 WS-WD-VALID VALUE "Y".
        02 WS-WD-CLOSED-SW PIC X.
           88 WS-WD-CLOSED VALUE "Y".
        02 WS-WD-MOVED-SW PIC X.
           88 WS-WD-MOVED VALUE "Y".
        02 WS-WD-LEAP-SW PIC X.
           88 WS-WD-LEAP VALUE "Y".
        02 WS-WD-MONTH-DAYS PIC 9(2).
        02 WS-WD-Q PIC 9(4).
        02 WS-WD-R PIC 9(4).
        02 WS-WD-Z-DAY PIC 9(2).
        02 WS-WD-Z-MONTH PIC 9(2).
        02 WS-WD-Z-YEAR PIC 9(4).
        02 WS-WD-Z-K PIC 9(4).
        02 WS-WD-Z-J PIC 9(4).
        02 WS-WD-Z-WORK PIC 9(6).
        02 WS-WD-Z-T1 PIC 9(4).
        02 WS-WD-Z-T2 PIC 9(4).
        02 WS-WD-Z-T3 PIC 9(4).
        02 WS-WD-Z-Q PIC 9(6).
        02 WS-WD-Z-H PIC 9(2).
        02 WS-WD-EOF-SW PIC X.
           88 WS-WD-EOF VALUE "Y".
        02 WS-WD-HOL-TOTAL PIC 9(3) COMP VALUE ZERO.
        02 WS-WD-HOL-IDX PIC 9(3) COMP.
       01 WS-WD-HOL-TABLE.
        02 WS-WD-HOL-DATE PIC 9(8) OCCURS 500 TIMES
                DEPENDING ON WS-WD-HOL-TOTAL.
       01 WS-WD-MONTH-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-WD-MONTH-TABLE REDEFINES WS-WD-MONTH-VALUES.
        02 WS-WD-MONTH-LENGTH PIC 9(2) OCCURS 12 TIMES.
