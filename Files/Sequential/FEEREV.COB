       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-REVISION.
      *    DATED FEE RATE REVISIONS. A REVISION IS PROPOSED WITH ITS
      *    EFFECTIVE DATE AND LISTED AGAINST EVERY FEEINST.DAT
      *    INSTALLMENT FALLING ON OR AFTER THAT DATE; NOTHING IS
      *    POSTED UNTIL A SUPERVISOR APPROVES IT. ON APPROVAL EACH
      *    INSTALLMENT ALREADY RAISED AT THE OLD RATE GETS A
      *    SUPPLEMENTARY CHARGE (C) OR CREDIT (W) FOR THE DIFFERENCE,
      *    AND INSTALLMENTS NOT YET RAISED ARE RESCALED SO THEY ARE
      *    RAISED AT THE NEW RATE WHEN THEY FALL DUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT FEE-STRUCTURE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-STRUCTURE-STATUS.
           SELECT FEE-RATE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-RATE-STATUS.
           SELECT FEE-INSTALLMENT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-INSTALLMENT-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT CONCESSION-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONCESSION-MASTER-STATUS.
           SELECT REVISION-LIST ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REVISION-LIST-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
           DATA RECORD IS OPERATOR-MASTER-REC.
       COPY OPERMAST.
       FD FEE-STRUCTURE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEESTRUC.DAT"
           DATA RECORD IS FEE-STRUCTURE-REC.
       01 FEE-STRUCTURE-REC.
        02 FS-CODE PIC X(4).
        02 FS-DESCRIPTION PIC X(20).
        02 FS-AMOUNT PIC 9(5)V99.
       FD FEE-RATE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEERATE.DAT"
           DATA RECORD IS FEE-RATE-REC.
       COPY FEERATE.
       FD FEE-INSTALLMENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEEINST.DAT"
           DATA RECORD IS FEE-INSTALLMENT-REC.
       COPY FEEINST.
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEELEDG.DAT"
           DATA RECORD IS FEE-LEDGER-REC.
       COPY FEELEDG.
       FD CONCESSION-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CONCESS.DAT"
           DATA RECORD IS CONCESSION-REC.
       COPY CONCESS.
       FD REVISION-LIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "REVLIST.DAT"
           DATA RECORD IS REVISION-LINE.
       01 REVISION-LINE PIC X(79).
       FD AUDIT-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDITLOG.DAT"
           DATA RECORD IS AUDIT-LOG-REC.
       COPY AUDITLOG.
       FD AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDCHAIN.DAT"
           DATA RECORD IS AUDIT-CHAIN-REC.
       COPY AUDCHAIN.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 FEE-STRUCTURE-STATUS PIC XX.
       77 FEE-RATE-STATUS PIC XX.
       77 FEE-INSTALLMENT-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 CONCESSION-MASTER-STATUS PIC XX.
       77 REVISION-LIST-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-OPERATOR-EOF-SW PIC X VALUE "N".
           88 WS-OPERATOR-EOF VALUE "Y".
       77 WS-OPERATOR-TOTAL PIC 9(3) COMP VALUE ZERO.
       01 WS-OPERATOR-TABLE.
        02 WS-OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-OPERATOR-TOTAL
                INDEXED BY WS-OPERATOR-X.
         03 WS-OPERATOR-ID PIC X(8).
         03 WS-OPERATOR-PASSWORD PIC X(8).
         03 WS-OPERATOR-ROLE PIC X.
         03 WS-OPERATOR-STATUS PIC X.
         03 WS-OPERATOR-FORCE PIC X.
       77 WS-LOGIN-ID PIC X(8).
       77 WS-LOGIN-PASSWORD PIC X(8).
       77 WS-LOGIN-TRIES PIC 9 COMP VALUE ZERO.
       77 WS-LOGIN-OK-SW PIC X VALUE "N".
           88 WS-LOGIN-OK VALUE "Y".
       77 WS-LOGIN-ROLE PIC X.
           88 WS-LOGIN-SUPERVISOR VALUE "S".
       77 WS-FEE-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-FEE-IDX PIC 9(2) COMP.
       77 WS-FEE-FOUND-SW PIC X.
           88 WS-FEE-FOUND VALUE "Y".
       77 WS-FEE-FOUND-X PIC 9(2) COMP.
       01 WS-FEE-TABLE.
        02 WS-FEE-ENTRY OCCURS 50 TIMES
                DEPENDING ON WS-FEE-TOTAL
                INDEXED BY WS-FEE-X.
         03 WS-FEE-CODE PIC X(4).
         03 WS-FEE-DESCRIPTION PIC X(20).
         03 WS-FEE-AMOUNT PIC 9(5)V99.
       77 WS-RATE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-RATE-IDX PIC 9(3) COMP.
       77 WS-RATE-PICK PIC 9(3).
       77 WS-PENDING-COUNT PIC 9(3) COMP.
       01 WS-RATE-TABLE.
        02 WS-RATE-ENTRY OCCURS 500 TIMES
                DEPENDING ON WS-RATE-TOTAL
                INDEXED BY WS-RATE-X.
         03 WS-RATE-CODE PIC X(4).
         03 WS-RATE-EFF PIC 9(8).
         03 WS-RATE-VALUE PIC 9(5)V99.
         03 WS-RATE-STATUS PIC X.
         03 WS-RATE-ENTERED PIC 9(8).
         03 WS-RATE-ENTERED-BY PIC X(8).
         03 WS-RATE-APPROVED PIC 9(8).
         03 WS-RATE-APPROVED-BY PIC X(8).
       77 WS-INST-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-INST-IDX PIC 9(4) COMP.
       01 WS-INST-TABLE.
        02 WS-INST-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-INST-TOTAL
                INDEXED BY WS-INST-X.
         03 WS-INST-RNO PIC 9(5).
         03 WS-INST-CODE PIC X(4).
         03 WS-INST-SEQ PIC 9(2).
         03 WS-INST-DUE PIC 9(8).
         03 WS-INST-AMOUNT PIC 9(5)V99.
         03 WS-INST-STATUS PIC X.
         03 WS-INST-RAISED PIC 9(8).
         03 WS-INST-LATE PIC 9(8).
       77 WS-CONC-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CONC-IDX PIC 9(4) COMP.
       77 WS-CONC-FOUND-SW PIC X.
           88 WS-CONC-FOUND VALUE "Y".
       77 WS-CONC-FOUND-X PIC 9(4) COMP.
       01 WS-CONC-TABLE.
        02 WS-CONC-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-CONC-TOTAL
                INDEXED BY WS-CONC-X.
         03 WS-CONC-RNO PIC 9(5).
         03 WS-CONC-CODE PIC X(4).
         03 WS-CONC-TYPE PIC X.
         03 WS-CONC-VALUE PIC 9(5)V99.
         03 WS-CONC-REF PIC X(10).
         03 WS-CONC-FROM PIC 9(8).
         03 WS-CONC-TO PIC 9(8).
       77 WS-ENTRY-CODE PIC X(4).
       77 WS-ENTRY-DATE PIC 9(8).
       77 WS-ENTRY-AMOUNT PIC 9(5)V99.
       77 WS-DECISION PIC X.
       77 WS-REV-CODE PIC X(4).
       77 WS-REV-EFF PIC 9(8).
       77 WS-REV-NEW PIC 9(5)V99.
       77 WS-REV-ENTERED-BY PIC X(8).
       77 WS-POST-SW PIC X VALUE "N".
           88 WS-POSTING VALUE "Y".
       77 WS-RATE-ON PIC 9(8).
       77 WS-RATE-FROM PIC 9(8).
       77 WS-OLD-RATE PIC 9(5)V99.
       77 WS-NEW-INST-AMOUNT PIC 9(5)V99.
       77 WS-DIFF-AMOUNT PIC S9(5)V99.
       77 WS-GROSS-AMOUNT PIC 9(5)V99.
       77 WS-CONC-AMOUNT PIC 9(5)V99.
       77 WS-RAISED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-RESCALED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-RUN-POSTED PIC 9(5) VALUE ZERO.
       77 WS-CHARGE-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-CREDIT-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-AUDIT-ACTION PIC X(8).
       01 WS-AUDIT-REASON.
        02 FILLER PIC X(5) VALUE "RATE ".
        02 WS-AUDIT-CODE PIC X(4).
        02 FILLER PIC X(5) VALUE " EFF ".
        02 WS-AUDIT-EFF PIC 9(8).
        02 FILLER PIC X(8) VALUE SPACES.
       01 RV-HEAD-1 PIC X(50)
           VALUE "          J.I.T FEE RATE REVISION LISTING".
       01 RV-HEAD-2.
        02 FILLER PIC X(10) VALUE "FEE CODE: ".
        02 RV-CODE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RV-DESCRIPTION PIC X(20).
        02 FILLER PIC X(12) VALUE "  EFFECTIVE ".
        02 RV-EFF PIC 9(8).
       01 RV-HEAD-3.
        02 FILLER PIC X(10) VALUE "NEW RATE: ".
        02 RV-NEW PIC ZZ,ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RV-STATE PIC X(30).
       01 RV-HEAD-4.
        02 FILLER PIC X(40)
           VALUE "ROLL  CODE INST DUE DATE  ST   OLD RATE ".
        02 FILLER PIC X(39)
           VALUE "   INST AMT    NEW AMT  DIFFERENCE".
       01 RV-DETAIL.
        02 RV-RNO PIC 9(5).
        02 FILLER PIC X(1) VALUE SPACES.
        02 RV-INST-CODE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RV-SEQ PIC 9(2).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RV-DUE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RV-STATUS PIC X.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RV-OLD PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RV-AMOUNT PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RV-NEW-AMOUNT PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RV-DIFF PIC ZZ,ZZ9.99-.
       01 RV-TOTAL-1.
        02 FILLER PIC X(30)
           VALUE "RAISED INSTALLMENTS REVISED:  ".
        02 RV-RAISED PIC ZZ,ZZ9.
       01 RV-TOTAL-2.
        02 FILLER PIC X(30)
           VALUE "SUPPLEMENTARY CHARGES (GROSS):".
        02 RV-CHARGES PIC Z,ZZZ,ZZ9.99.
       01 RV-TOTAL-3.
        02 FILLER PIC X(30)
           VALUE "CREDITS (GROSS):              ".
        02 RV-CREDITS PIC Z,ZZZ,ZZ9.99.
       01 RV-TOTAL-4.
        02 FILLER PIC X(30)
           VALUE "PENDING INSTALLMENTS RESCALED:".
        02 RV-RESCALED PIC ZZ,ZZ9.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY AMTFMT.
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOGIN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM OPEN-OPERATOR-PARA.
           PERFORM LOAD-ONE-OPERATOR-PARA UNTIL WS-OPERATOR-EOF.
           PERFORM CLOSE-OPERATOR-PARA.
           PERFORM CHECK-LOGIN-PARA
                VARYING WS-LOGIN-TRIES FROM 1 BY 1
                UNTIL WS-LOGIN-OK OR WS-LOGIN-TRIES > 3.
           IF NOT WS-LOGIN-OK
                DISPLAY "ACCESS DENIED - TOO MANY FAILED LOGIN ATTEMPTS"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "ACCESS DENIED - LOGIN FAILED" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       OPEN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-STRUCTURE-PARA THRU LOAD-STRUCTURE-EXIT.
           IF WS-FEE-TOTAL = ZERO
                DISPLAY "NO FEE STRUCTURE ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO FEE STRUCTURE ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-EXIT.
           PERFORM LOAD-INSTALLMENTS-PARA THRU LOAD-INSTALLMENTS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           PERFORM LOAD-CONCESSIONS-PARA THRU LOAD-CONCESSIONS-EXIT.
       MENU-PARA.
           DISPLAY "FEE RATE REVISIONS".
           DISPLAY " 1. PROPOSE A RATE REVISION (PRINTS A LISTING)".
           DISPLAY " 2. APPROVE OR REJECT A PENDING REVISION".
           DISPLAY " 3. LIST RATE HISTORY FOR A FEE CODE".
           DISPLAY " 4. EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 4
                DISPLAY "INVALID CHOICE - ENTER 1 TO 4"
                GO TO MENU-PARA.
           GO TO PROPOSE-PARA APPROVE-PARA HISTORY-PARA CLOSE-PARA
                DEPENDING ON MENU-CHOICE.
       PROPOSE-PARA.
           DISPLAY "ENTER FEE CODE: ".
           ACCEPT WS-ENTRY-CODE.
           PERFORM FIND-FEE-PARA.
           IF NOT WS-FEE-FOUND
                DISPLAY "FEE CODE NOT ON THE FEE STRUCTURE"
                GO TO MENU-PARA.
           MOVE ZERO TO WS-PENDING-COUNT.
           PERFORM COUNT-PENDING-PARA
                VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-TOTAL.
           IF WS-PENDING-COUNT > ZERO
                DISPLAY "A REVISION FOR THIS CODE IS ALREADY PENDING ",
                     "APPROVAL"
                GO TO MENU-PARA.
           IF WS-RATE-TOTAL NOT < 500
                DISPLAY "RATE HISTORY IS FULL - CANNOT PROPOSE"
                GO TO MENU-PARA.
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): ".
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
                DISPLAY "AN EFFECTIVE DATE IS REQUIRED"
                GO TO MENU-PARA.
           DISPLAY "ENTER NEW AMOUNT: ".
           ACCEPT WS-ENTRY-AMOUNT.
           IF WS-ENTRY-AMOUNT = ZERO
                DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
                GO TO MENU-PARA.
           ADD 1 TO WS-RATE-TOTAL.
           SET WS-RATE-X TO WS-RATE-TOTAL.
           MOVE WS-ENTRY-CODE TO WS-RATE-CODE(WS-RATE-X).
           MOVE WS-ENTRY-DATE TO WS-RATE-EFF(WS-RATE-X).
           MOVE WS-ENTRY-AMOUNT TO WS-RATE-VALUE(WS-RATE-X).
           MOVE "P" TO WS-RATE-STATUS(WS-RATE-X).
           MOVE WS-TODAY TO WS-RATE-ENTERED(WS-RATE-X).
           MOVE WS-LOGIN-ID TO WS-RATE-ENTERED-BY(WS-RATE-X).
           MOVE ZERO TO WS-RATE-APPROVED(WS-RATE-X).
           MOVE SPACES TO WS-RATE-APPROVED-BY(WS-RATE-X).
           PERFORM SAVE-RATES-PARA.
           MOVE WS-ENTRY-CODE TO WS-REV-CODE.
           MOVE WS-ENTRY-DATE TO WS-REV-EFF.
           MOVE WS-ENTRY-AMOUNT TO WS-REV-NEW.
           MOVE "N" TO WS-POST-SW.
           PERFORM DIFFERENTIAL-PARA.
           MOVE "PROPOSE" TO WS-AUDIT-ACTION.
           PERFORM LOG-AUDIT-PARA.
           DISPLAY "REVISION RECORDED PENDING APPROVAL - LISTING IN ",
                "REVLIST.DAT".
           GO TO MENU-PARA.
       APPROVE-PARA.
           IF NOT WS-LOGIN-SUPERVISOR
                DISPLAY "APPROVING A REVISION NEEDS A SUPERVISOR ",
                     "OPERATOR"
                GO TO MENU-PARA.
           MOVE ZERO TO WS-PENDING-COUNT.
           PERFORM SHOW-PENDING-PARA
                VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-TOTAL.
           IF WS-PENDING-COUNT = ZERO
                DISPLAY "NO REVISIONS ARE PENDING APPROVAL"
                GO TO MENU-PARA.
           DISPLAY "ENTER ENTRY NUMBER: ".
           ACCEPT WS-RATE-PICK.
           IF WS-RATE-PICK = ZERO OR WS-RATE-PICK > WS-RATE-TOTAL
                DISPLAY "NO SUCH ENTRY"
                GO TO MENU-PARA.
           SET WS-RATE-X TO WS-RATE-PICK.
           IF WS-RATE-STATUS(WS-RATE-X) NOT = "P"
                DISPLAY "THAT ENTRY IS NOT PENDING APPROVAL"
                GO TO MENU-PARA.
           IF WS-RATE-ENTERED-BY(WS-RATE-X) = WS-LOGIN-ID
                DISPLAY "A REVISION CANNOT BE APPROVED BY THE ",
                     "OPERATOR WHO PROPOSED IT"
                GO TO MENU-PARA.
           MOVE WS-RATE-CODE(WS-RATE-X) TO WS-REV-CODE.
           MOVE WS-RATE-EFF(WS-RATE-X) TO WS-REV-EFF.
           MOVE WS-RATE-VALUE(WS-RATE-X) TO WS-REV-NEW.
           MOVE WS-RATE-CODE(WS-RATE-X) TO WS-ENTRY-CODE.
           PERFORM FIND-FEE-PARA.
           DISPLAY "ENTER A TO APPROVE AND POST, X TO REJECT: ".
           ACCEPT WS-DECISION.
           IF WS-DECISION = "X"
                GO TO REJECT-PARA.
           IF WS-DECISION NOT = "A"
                DISPLAY "NOTHING DONE"
                GO TO MENU-PARA.
           MOVE "Y" TO WS-POST-SW.
           MOVE ZERO TO WS-POSTED-COUNT.
           OPEN EXTEND FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "35"
                OPEN OUTPUT FEE-LEDGER.
           PERFORM DIFFERENTIAL-PARA.
           CLOSE FEE-LEDGER.
           PERFORM SAVE-INSTALLMENTS-PARA.
           SET WS-RATE-X TO WS-RATE-PICK.
           MOVE "A" TO WS-RATE-STATUS(WS-RATE-X).
           MOVE WS-TODAY TO WS-RATE-APPROVED(WS-RATE-X).
           MOVE WS-LOGIN-ID TO WS-RATE-APPROVED-BY(WS-RATE-X).
           PERFORM SAVE-RATES-PARA.
           MOVE "APPROVE" TO WS-AUDIT-ACTION.
           PERFORM LOG-AUDIT-PARA.
           ADD WS-POSTED-COUNT TO WS-RUN-POSTED.
           DISPLAY "REVISION APPROVED - LEDGER POSTINGS: ",
                WS-POSTED-COUNT.
           GO TO MENU-PARA.
       REJECT-PARA.
           MOVE "X" TO WS-RATE-STATUS(WS-RATE-X).
           MOVE WS-TODAY TO WS-RATE-APPROVED(WS-RATE-X).
           MOVE WS-LOGIN-ID TO WS-RATE-APPROVED-BY(WS-RATE-X).
           PERFORM SAVE-RATES-PARA.
           MOVE "REJECT" TO WS-AUDIT-ACTION.
           PERFORM LOG-AUDIT-PARA.
           DISPLAY "REVISION REJECTED - NOTHING POSTED".
           GO TO MENU-PARA.
       HISTORY-PARA.
           DISPLAY "ENTER FEE CODE (BLANK FOR ALL): ".
           ACCEPT WS-ENTRY-CODE.
           DISPLAY "CODE EFFECTIVE    AMOUNT ST ENTERED BY APPROVED BY".
           PERFORM SHOW-HISTORY-PARA
                VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-TOTAL.
           GO TO MENU-PARA.
       CLOSE-PARA.
           DISPLAY "LEDGER POSTINGS FROM APPROVED REVISIONS: ",
                WS-RUN-POSTED.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       COUNT-PENDING-PARA.
           IF WS-RATE-CODE(WS-RATE-IDX) = WS-ENTRY-CODE
                AND WS-RATE-STATUS(WS-RATE-IDX) = "P"
                ADD 1 TO WS-PENDING-COUNT.
       SHOW-PENDING-PARA.
           IF WS-RATE-STATUS(WS-RATE-IDX) = "P"
                ADD 1 TO WS-PENDING-COUNT
                MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-AMOUNT-PLAIN
                DISPLAY WS-RATE-IDX, ". ", WS-RATE-CODE(WS-RATE-IDX),
                     " FROM ", WS-RATE-EFF(WS-RATE-IDX), " AT ",
                     WS-AMOUNT-PLAIN, " PROPOSED BY ",
                     WS-RATE-ENTERED-BY(WS-RATE-IDX).
       SHOW-HISTORY-PARA.
           IF WS-ENTRY-CODE = SPACES
                OR WS-RATE-CODE(WS-RATE-IDX) = WS-ENTRY-CODE
                MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-AMOUNT-PLAIN
                DISPLAY WS-RATE-CODE(WS-RATE-IDX), " ",
                     WS-RATE-EFF(WS-RATE-IDX), " ", WS-AMOUNT-PLAIN,
                     " ", WS-RATE-STATUS(WS-RATE-IDX), "  ",
                     WS-RATE-ENTERED-BY(WS-RATE-IDX), "   ",
                     WS-RATE-APPROVED-BY(WS-RATE-IDX).
      *    THE DIFFERENTIAL PASS OVER FEEINST.DAT. EACH INSTALLMENT
      *    OF THE REVISED CODE DUE ON OR AFTER THE EFFECTIVE DATE IS
      *    PRICED AT THE APPROVED RATE IN FORCE ON ITS DUE DATE (THE
      *    OLD RATE) AND RESCALED TO THE NEW RATE. THE SAME PASS
      *    PRINTS THE LISTING FOR A PROPOSAL AND POSTS IT ON APPROVAL.
       DIFFERENTIAL-PARA.
           MOVE ZERO TO WS-RAISED-COUNT.
           MOVE ZERO TO WS-RESCALED-COUNT.
           MOVE ZERO TO WS-CHARGE-TOTAL.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           OPEN OUTPUT REVISION-LIST.
           MOVE RV-HEAD-1 TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-REV-CODE TO RV-CODE.
           MOVE WS-FEE-DESCRIPTION(WS-FEE-FOUND-X) TO RV-DESCRIPTION.
           MOVE WS-REV-EFF TO RV-EFF.
           MOVE RV-HEAD-2 TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-REV-NEW TO RV-NEW.
           IF WS-POSTING
                MOVE "APPROVED AND POSTED" TO RV-STATE
           ELSE
                MOVE "PROPOSED - AWAITING APPROVAL" TO RV-STATE.
           MOVE RV-HEAD-3 TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE RV-HEAD-4 TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM REVISE-ONE-PARA THRU REVISE-ONE-EXIT
                VARYING WS-INST-IDX FROM 1 BY 1
                UNTIL WS-INST-IDX > WS-INST-TOTAL.
           MOVE DASH-LINE TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-RAISED-COUNT TO RV-RAISED.
           MOVE RV-TOTAL-1 TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-CHARGE-TOTAL TO RV-CHARGES.
           MOVE RV-TOTAL-2 TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-CREDIT-TOTAL TO RV-CREDITS.
           MOVE RV-TOTAL-3 TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-RESCALED-COUNT TO RV-RESCALED.
           MOVE RV-TOTAL-4 TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           CLOSE REVISION-LIST.
       REVISE-ONE-PARA.
           IF WS-INST-CODE(WS-INST-IDX) NOT = WS-REV-CODE
                OR WS-INST-DUE(WS-INST-IDX) < WS-REV-EFF
                GO TO REVISE-ONE-EXIT.
           MOVE WS-INST-DUE(WS-INST-IDX) TO WS-RATE-ON.
           PERFORM RATE-ON-DATE-PARA.
      *    A LATER APPROVED REVISION ALREADY GOVERNS THIS DUE DATE.
           IF WS-RATE-FROM > WS-REV-EFF
                GO TO REVISE-ONE-EXIT.
           IF WS-OLD-RATE = ZERO OR WS-OLD-RATE = WS-REV-NEW
                GO TO REVISE-ONE-EXIT.
           COMPUTE WS-NEW-INST-AMOUNT ROUNDED =
                WS-INST-AMOUNT(WS-INST-IDX) * WS-REV-NEW / WS-OLD-RATE.
           COMPUTE WS-DIFF-AMOUNT = WS-NEW-INST-AMOUNT -
                WS-INST-AMOUNT(WS-INST-IDX).
           MOVE WS-INST-RNO(WS-INST-IDX) TO RV-RNO.
           MOVE WS-INST-CODE(WS-INST-IDX) TO RV-INST-CODE.
           MOVE WS-INST-SEQ(WS-INST-IDX) TO RV-SEQ.
           MOVE WS-INST-DUE(WS-INST-IDX) TO RV-DUE.
           MOVE WS-INST-STATUS(WS-INST-IDX) TO RV-STATUS.
           MOVE WS-OLD-RATE TO RV-OLD.
           MOVE WS-INST-AMOUNT(WS-INST-IDX) TO RV-AMOUNT.
           MOVE WS-NEW-INST-AMOUNT TO RV-NEW-AMOUNT.
           MOVE WS-DIFF-AMOUNT TO RV-DIFF.
           MOVE RV-DETAIL TO REVISION-LINE.
           PERFORM WRITE-LINE-PARA.
           IF WS-INST-STATUS(WS-INST-IDX) = "R"
                ADD 1 TO WS-RAISED-COUNT
                PERFORM TOTAL-DIFF-PARA
           ELSE
                ADD 1 TO WS-RESCALED-COUNT.
           IF NOT WS-POSTING
                GO TO REVISE-ONE-EXIT.
           IF WS-INST-STATUS(WS-INST-IDX) = "R"
                AND WS-DIFF-AMOUNT NOT = ZERO
                PERFORM POST-DIFF-PARA.
           MOVE WS-NEW-INST-AMOUNT TO WS-INST-AMOUNT(WS-INST-IDX).
       REVISE-ONE-EXIT.
           EXIT.
       TOTAL-DIFF-PARA.
           IF WS-DIFF-AMOUNT > ZERO
                ADD WS-DIFF-AMOUNT TO WS-CHARGE-TOTAL
           ELSE
                SUBTRACT WS-DIFF-AMOUNT FROM WS-CREDIT-TOTAL.
      *    AN INCREASE IS A SUPPLEMENTARY CHARGE, A DECREASE A CREDIT
      *    (WRITE-OFF) AGAINST THE SAME FEE CODE. A PERCENTAGE
      *    CONCESSION IN FORCE FOR THE STUDENT APPLIES TO THE
      *    DIFFERENCE; A FLAT CONCESSION WAS ALREADY GIVEN IN FULL ON
      *    THE ORIGINAL CHARGE.
       POST-DIFF-PARA.
           MOVE WS-INST-RNO(WS-INST-IDX) TO FL-RNO.
           MOVE WS-TODAY TO FL-DATE.
           MOVE WS-INST-CODE(WS-INST-IDX) TO FL-CODE.
           IF WS-DIFF-AMOUNT > ZERO
                MOVE "C" TO FL-TYPE
                MOVE WS-DIFF-AMOUNT TO WS-GROSS-AMOUNT
           ELSE
                MOVE "W" TO FL-TYPE
                COMPUTE WS-GROSS-AMOUNT = ZERO - WS-DIFF-AMOUNT.
           PERFORM APPLY-CONCESSION-PARA THRU APPLY-CONCESSION-EXIT.
           MOVE WS-GROSS-AMOUNT TO FL-GROSS-AMOUNT.
           MOVE WS-CONC-AMOUNT TO FL-CONCESSION.
           COMPUTE FL-AMOUNT = WS-GROSS-AMOUNT - WS-CONC-AMOUNT.
           MOVE ZERO TO FL-RECEIPT-NO.
           MOVE ZERO TO FL-VOUCHER-NO.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE "N" TO FL-RECON-SW.
           IF FL-AMOUNT = ZERO
                GO TO POST-DIFF-EXIT.
           WRITE FEE-LEDGER-REC.
           ADD 1 TO WS-POSTED-COUNT.
       POST-DIFF-EXIT.
           EXIT.
      *    THE APPROVED RATE IN FORCE FOR THE REVISED CODE ON
      *    WS-RATE-ON, ELSE THE FEESTRUC.DAT RATE. WS-RATE-FROM IS THE
      *    EFFECTIVE DATE OF THE REVISION THAT SUPPLIED IT (ZERO FOR
      *    THE BASE RATE).
       RATE-ON-DATE-PARA.
           MOVE WS-FEE-AMOUNT(WS-FEE-FOUND-X) TO WS-OLD-RATE.
           MOVE ZERO TO WS-RATE-FROM.
           PERFORM CHECK-ONE-RATE-PARA
                VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-TOTAL.
       CHECK-ONE-RATE-PARA.
           IF WS-RATE-CODE(WS-RATE-IDX) = WS-REV-CODE
                AND WS-RATE-STATUS(WS-RATE-IDX) = "A"
                AND WS-RATE-EFF(WS-RATE-IDX) NOT > WS-RATE-ON
                AND WS-RATE-EFF(WS-RATE-IDX) NOT < WS-RATE-FROM
                MOVE WS-RATE-EFF(WS-RATE-IDX) TO WS-RATE-FROM
                MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-OLD-RATE.
       APPLY-CONCESSION-PARA.
           MOVE ZERO TO WS-CONC-AMOUNT.
           MOVE SPACES TO FL-CONC-REF.
           MOVE "N" TO WS-CONC-FOUND-SW.
           PERFORM CHECK-ONE-CONC-PARA
                VARYING WS-CONC-IDX FROM 1 BY 1
                UNTIL WS-CONC-IDX > WS-CONC-TOTAL
                OR WS-CONC-FOUND.
           IF NOT WS-CONC-FOUND
                GO TO APPLY-CONCESSION-EXIT.
           IF WS-CONC-TYPE(WS-CONC-FOUND-X) NOT = "P"
                GO TO APPLY-CONCESSION-EXIT.
           COMPUTE WS-CONC-AMOUNT ROUNDED = WS-GROSS-AMOUNT *
                WS-CONC-VALUE(WS-CONC-FOUND-X) / 100.
           IF WS-CONC-AMOUNT > WS-GROSS-AMOUNT
                MOVE WS-GROSS-AMOUNT TO WS-CONC-AMOUNT.
           MOVE WS-CONC-REF(WS-CONC-FOUND-X) TO FL-CONC-REF.
       APPLY-CONCESSION-EXIT.
           EXIT.
       CHECK-ONE-CONC-PARA.
           IF WS-CONC-RNO(WS-CONC-IDX) = WS-INST-RNO(WS-INST-IDX)
                AND WS-CONC-CODE(WS-CONC-IDX) =
                     WS-INST-CODE(WS-INST-IDX)
                AND FL-DATE >= WS-CONC-FROM(WS-CONC-IDX)
                AND FL-DATE <= WS-CONC-TO(WS-CONC-IDX)
                MOVE "Y" TO WS-CONC-FOUND-SW
                MOVE WS-CONC-IDX TO WS-CONC-FOUND-X.
       WRITE-LINE-PARA.
           DISPLAY REVISION-LINE.
           WRITE REVISION-LINE.
       FIND-FEE-PARA.
           MOVE "N" TO WS-FEE-FOUND-SW.
           PERFORM CHECK-ONE-FEE-PARA
                VARYING WS-FEE-IDX FROM 1 BY 1
                UNTIL WS-FEE-IDX > WS-FEE-TOTAL OR WS-FEE-FOUND.
       CHECK-ONE-FEE-PARA.
           IF WS-FEE-CODE(WS-FEE-IDX) = WS-ENTRY-CODE
                MOVE "Y" TO WS-FEE-FOUND-SW
                MOVE WS-FEE-IDX TO WS-FEE-FOUND-X.
       LOAD-STRUCTURE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-STRUCTURE.
           IF FEE-STRUCTURE-STATUS NOT = "00"
                GO TO LOAD-STRUCTURE-EXIT.
           PERFORM LOAD-ONE-FEE-PARA UNTIL WS-EOF.
           CLOSE FEE-STRUCTURE.
       LOAD-STRUCTURE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-FEE-PARA.
           READ FEE-STRUCTURE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-FEE-TOTAL < 50
                          ADD 1 TO WS-FEE-TOTAL
                          SET WS-FEE-X TO WS-FEE-TOTAL
                          MOVE FS-CODE TO WS-FEE-CODE(WS-FEE-X)
                          MOVE FS-DESCRIPTION TO
                               WS-FEE-DESCRIPTION(WS-FEE-X)
                          MOVE FS-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-X).
       LOAD-RATES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-RATE.
           IF FEE-RATE-STATUS NOT = "00"
                GO TO LOAD-RATES-EXIT.
           PERFORM LOAD-ONE-RATE-PARA UNTIL WS-EOF.
           CLOSE FEE-RATE.
       LOAD-RATES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-RATE-PARA.
           READ FEE-RATE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-RATE-TOTAL < 500
                          ADD 1 TO WS-RATE-TOTAL
                          SET WS-RATE-X TO WS-RATE-TOTAL
                          MOVE FR-CODE TO WS-RATE-CODE(WS-RATE-X)
                          MOVE FR-EFF-DATE TO WS-RATE-EFF(WS-RATE-X)
                          MOVE FR-AMOUNT TO WS-RATE-VALUE(WS-RATE-X)
                          MOVE FR-STATUS TO WS-RATE-STATUS(WS-RATE-X)
                          MOVE FR-ENTERED-DATE TO
                               WS-RATE-ENTERED(WS-RATE-X)
                          MOVE FR-ENTERED-BY TO
                               WS-RATE-ENTERED-BY(WS-RATE-X)
                          MOVE FR-APPROVED-DATE TO
                               WS-RATE-APPROVED(WS-RATE-X)
                          MOVE FR-APPROVED-BY TO
                               WS-RATE-APPROVED-BY(WS-RATE-X).
       SAVE-RATES-PARA.
           OPEN OUTPUT FEE-RATE.
           PERFORM SAVE-ONE-RATE-PARA
                VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-TOTAL.
           CLOSE FEE-RATE.
       SAVE-ONE-RATE-PARA.
           MOVE WS-RATE-CODE(WS-RATE-IDX) TO FR-CODE.
           MOVE WS-RATE-EFF(WS-RATE-IDX) TO FR-EFF-DATE.
           MOVE WS-RATE-VALUE(WS-RATE-IDX) TO FR-AMOUNT.
           MOVE WS-RATE-STATUS(WS-RATE-IDX) TO FR-STATUS.
           MOVE WS-RATE-ENTERED(WS-RATE-IDX) TO FR-ENTERED-DATE.
           MOVE WS-RATE-ENTERED-BY(WS-RATE-IDX) TO FR-ENTERED-BY.
           MOVE WS-RATE-APPROVED(WS-RATE-IDX) TO FR-APPROVED-DATE.
           MOVE WS-RATE-APPROVED-BY(WS-RATE-IDX) TO FR-APPROVED-BY.
           WRITE FEE-RATE-REC.
       LOAD-INSTALLMENTS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-INSTALLMENT.
           IF FEE-INSTALLMENT-STATUS NOT = "00"
                GO TO LOAD-INSTALLMENTS-EXIT.
           PERFORM LOAD-ONE-INST-PARA UNTIL WS-EOF.
           CLOSE FEE-INSTALLMENT.
       LOAD-INSTALLMENTS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-INST-PARA.
           READ FEE-INSTALLMENT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-INST-TOTAL < 5000
                          ADD 1 TO WS-INST-TOTAL
                          SET WS-INST-X TO WS-INST-TOTAL
                          MOVE FI-RNO TO WS-INST-RNO(WS-INST-X)
                          MOVE FI-CODE TO WS-INST-CODE(WS-INST-X)
                          MOVE FI-SEQ TO WS-INST-SEQ(WS-INST-X)
                          MOVE FI-DUE-DATE TO WS-INST-DUE(WS-INST-X)
                          MOVE FI-AMOUNT TO
                               WS-INST-AMOUNT(WS-INST-X)
                          MOVE FI-STATUS TO
                               WS-INST-STATUS(WS-INST-X)
                          MOVE FI-RAISED-DATE TO
                               WS-INST-RAISED(WS-INST-X)
                          MOVE FI-LATE-DATE TO
                               WS-INST-LATE(WS-INST-X)
                     ELSE
                          DISPLAY "MORE THAN 5000 INSTALLMENTS - ",
                               "REVISION RUN ABANDONED"
                          MOVE 08 TO WS-RETURN-CODE
                          MOVE "TOO MANY INSTALLMENTS TO LOAD" TO
                               WS-ERROR-MESSAGE
                          MOVE "Y" TO WS-EOF-SW.
       SAVE-INSTALLMENTS-PARA.
           IF WS-INST-TOTAL = ZERO
                GO TO SAVE-INSTALLMENTS-EXIT.
           OPEN OUTPUT FEE-INSTALLMENT.
           PERFORM SAVE-ONE-INST-PARA
                VARYING WS-INST-IDX FROM 1 BY 1
                UNTIL WS-INST-IDX > WS-INST-TOTAL.
           CLOSE FEE-INSTALLMENT.
       SAVE-INSTALLMENTS-EXIT.
           EXIT.
       SAVE-ONE-INST-PARA.
           MOVE WS-INST-RNO(WS-INST-IDX) TO FI-RNO.
           MOVE WS-INST-CODE(WS-INST-IDX) TO FI-CODE.
           MOVE WS-INST-SEQ(WS-INST-IDX) TO FI-SEQ.
           MOVE WS-INST-DUE(WS-INST-IDX) TO FI-DUE-DATE.
           MOVE WS-INST-AMOUNT(WS-INST-IDX) TO FI-AMOUNT.
           MOVE WS-INST-STATUS(WS-INST-IDX) TO FI-STATUS.
           MOVE WS-INST-RAISED(WS-INST-IDX) TO FI-RAISED-DATE.
           MOVE WS-INST-LATE(WS-INST-IDX) TO FI-LATE-DATE.
           WRITE FEE-INSTALLMENT-REC.
       LOAD-CONCESSIONS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CONCESSION-MASTER.
           IF CONCESSION-MASTER-STATUS NOT = "00"
                GO TO LOAD-CONCESSIONS-EXIT.
           PERFORM LOAD-ONE-CONC-PARA UNTIL WS-EOF.
           CLOSE CONCESSION-MASTER.
       LOAD-CONCESSIONS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CONC-PARA.
           READ CONCESSION-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CONC-TOTAL < 2000
                          ADD 1 TO WS-CONC-TOTAL
                          SET WS-CONC-X TO WS-CONC-TOTAL
                          MOVE CN-RNO TO WS-CONC-RNO(WS-CONC-X)
                          MOVE CN-CODE TO WS-CONC-CODE(WS-CONC-X)
                          MOVE CN-TYPE TO WS-CONC-TYPE(WS-CONC-X)
                          MOVE CN-VALUE TO WS-CONC-VALUE(WS-CONC-X)
                          MOVE CN-APPROVAL-REF TO
                               WS-CONC-REF(WS-CONC-X)
                          MOVE CN-FROM-DATE TO
                               WS-CONC-FROM(WS-CONC-X)
                          MOVE CN-TO-DATE TO WS-CONC-TO(WS-CONC-X).
       LOG-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-REC.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE "FEE-REVISION" TO AL-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AL-ACTION.
           MOVE ZERO TO AL-RNO.
           MOVE ZERO TO AL-AFTER-RNO.
           MOVE ZERO TO AL-BEFORE-MARKS.
           MOVE ZERO TO AL-BEFORE-DOB.
           MOVE ZERO TO AL-BEFORE-ENROLL-DATE.
           MOVE WS-REV-NEW TO AL-AFTER-MARKS.
           MOVE ZERO TO AL-AFTER-DOB.
           MOVE ZERO TO AL-AFTER-ENROLL-DATE.
           MOVE WS-LOGIN-ID TO AL-BEFORE-CONTACT.
           MOVE WS-REV-CODE TO WS-AUDIT-CODE.
           MOVE WS-REV-EFF TO WS-AUDIT-EFF.
           MOVE WS-AUDIT-REASON TO AL-REASON.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       OPEN-OPERATOR-PARA.
           OPEN INPUT OPERATOR-MASTER.
       LOAD-ONE-OPERATOR-PARA.
           READ OPERATOR-MASTER
                AT END MOVE "Y" TO WS-OPERATOR-EOF-SW
                NOT AT END PERFORM STORE-OPERATOR-PARA.
       STORE-OPERATOR-PARA.
           ADD 1 TO WS-OPERATOR-TOTAL.
           SET WS-OPERATOR-X TO WS-OPERATOR-TOTAL.
           MOVE OP-ID TO WS-OPERATOR-ID(WS-OPERATOR-X).
           MOVE OP-PASSWORD TO WS-OPERATOR-PASSWORD(WS-OPERATOR-X).
           MOVE OP-ROLE TO WS-OPERATOR-ROLE(WS-OPERATOR-X).
           MOVE OP-STATUS TO WS-OPERATOR-STATUS(WS-OPERATOR-X).
           MOVE OP-FORCE-CHANGE TO WS-OPERATOR-FORCE(WS-OPERATOR-X).
       CLOSE-OPERATOR-PARA.
           CLOSE OPERATOR-MASTER.
       CHECK-LOGIN-PARA.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-LOGIN-PASSWORD.
           MOVE "N" TO WS-LOGIN-OK-SW.
           PERFORM CHECK-ONE-OPERATOR-PARA
                VARYING WS-OPERATOR-X FROM 1 BY 1
                UNTIL WS-OPERATOR-X > WS-OPERATOR-TOTAL
                OR WS-LOGIN-OK.
           IF NOT WS-LOGIN-OK
                DISPLAY "INVALID OPERATOR ID OR PASSWORD".
       CHECK-ONE-OPERATOR-PARA.
           IF WS-LOGIN-ID = WS-OPERATOR-ID(WS-OPERATOR-X)
                AND WS-LOGIN-PASSWORD =
                     WS-OPERATOR-PASSWORD(WS-OPERATOR-X)
                IF WS-OPERATOR-STATUS(WS-OPERATOR-X) = "D"
                     DISPLAY "THIS OPERATOR ACCOUNT IS DISABLED"
                ELSE
                     MOVE "Y" TO WS-LOGIN-OK-SW
                     MOVE WS-OPERATOR-ROLE(WS-OPERATOR-X) TO
                          WS-LOGIN-ROLE.
       LOG-RUN-START-PARA.
           MOVE "S" TO RL-ENTRY-TYPE.
           MOVE ZERO TO RL-READ-COUNT.
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE ZERO TO RL-RETURN-CODE.
           MOVE SPACES TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       LOG-RUN-END-PARA.
           MOVE "E" TO RL-ENTRY-TYPE.
           MOVE WS-INST-TOTAL TO RL-READ-COUNT.
           MOVE WS-RUN-POSTED TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "FEE-REVISION" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
