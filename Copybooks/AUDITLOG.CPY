      * CHANGED WHAT, AND WHEN. AL-REASON CARRIES THE OPERATOR'S   *
      * STATED REASON WHERE ONE IS REQUIRED (REFUNDS, OVERRIDES);  *
      * PROGRAMS WITH NOTHING TO SAY LEAVE IT AS SPACES.           *
      * THE LAST THREE FIELDS CHAIN THE LOG: EACH ENTRY CARRIES    *
      * ITS CHAIN SEQUENCE, THE HASH OF THE ENTRY BEFORE IT, AND   *
      * A HASH OF ITS OWN CONTENTS FOLDED ONTO THAT (SEE           *
      * AUDITCHN.CPY), SO AN ALTERED, INSERTED OR REMOVED ENTRY    *
      * BREAKS THE CHAIN AT THAT POINT.                            *
      *----------------------------------------------------------*
       01 AUDIT-LOG-REC.
        02 AL-DATE PIC 9(8).
         03 AL-AFTER-ENROLL-MM PIC 9(2).
         03 AL-AFTER-ENROLL-DD PIC 9(2).
        02 AL-REASON PIC X(30).
        02 AL-CHAIN-SEQ PIC 9(9).
        02 AL-PREV-HASH PIC 9(9).
        02 AL-HASH PIC 9(9).
