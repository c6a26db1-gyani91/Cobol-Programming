      * STUDENT-MODIFY QUEUES THE BEFORE/AFTER IMAGES HERE AND A  *
      * DIFFERENT SUPERVISOR DECIDES THEM IN CHANGE-APPROVE,      *
      * WHICH ALONE APPLIES THE REWRITE AND THE AUDIT ENTRY.      *
      * ADDRESS AND PHONE CHANGES REQUESTED BY GUARDIANS ON THE   *
      * PARENT PORTAL ARE QUEUED HERE THE SAME WAY (CH-KIND "C"), *
      * AGAINST THE GUARDIAN MASTER WHEN THE STUDENT HAS ONE AND  *
      * THE STUDENT MASTER OTHERWISE; CH-REASON IS THE CHECKER'S  *
      * REASON, RETURNED TO THE PORTAL WITH THE DECISION.         *
      *----------------------------------------------------------*
       01 PENDING-CHANGE-REC.
        02 CH-SEQ PIC 9(5).
           88 CH-REJECTED VALUE "R".
        02 CH-CHECKER PIC X(8).
        02 CH-DECIDED-DATE PIC 9(8).
        02 CH-KIND PIC X.
           88 CH-NAME-DOB VALUES "N", " ".
           88 CH-CONTACT-CHANGE VALUE "C".
        02 CH-SOURCE PIC X.
           88 CH-FROM-OFFICE VALUES "O", " ".
           88 CH-FROM-PORTAL VALUE "P".
        02 CH-PORTAL-REF PIC X(12).
        02 CH-GUARDIAN-ID PIC 9(4).
        02 CH-BEFORE-ADDRESS PIC X(40).
        02 CH-AFTER-ADDRESS PIC X(40).
        02 CH-BEFORE-CONTACT PIC X(15).
        02 CH-AFTER-CONTACT PIC X(15).
        02 CH-REASON PIC X(30).
