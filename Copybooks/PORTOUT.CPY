      *----------------------------------------------------------*
      * PARENT-PORTAL CHANGE OUTCOME RECORD LAYOUT                *
      * ONE ROW PER PORTAL CONTACT-CHANGE REQUEST ONCE IT IS      *
      * SETTLED, RETURNED TO THE PORTAL: APPENDED BY              *
      * PORTAL-CHG-LOAD FOR A REQUEST REFUSED ON LOADING AND BY   *
      * CHANGE-APPROVE WHEN THE CHECKER DECIDES THE QUEUED CASE.  *
      * PO-CASE IS THE PENDCHG.DAT CASE NUMBER, ZERO WHEN THE     *
      * REQUEST NEVER REACHED THE QUEUE.                          *
      *----------------------------------------------------------*
       01 PORTAL-OUTCOME-REC.
        02 PO-PORTAL-REF PIC X(12).
        02 PO-RNO PIC 9(5).
        02 PO-CASE PIC 9(5).
        02 PO-DECISION PIC X.
           88 PO-APPROVED VALUE "A".
           88 PO-REJECTED VALUE "R".
        02 PO-DATE PIC 9(8).
        02 PO-REASON PIC X(30).
        02 FILLER PIC X(19).
