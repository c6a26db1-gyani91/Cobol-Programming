           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-STRUCTURE-STATUS.
           SELECT FEE-RATE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-RATE-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
        02 FS-CODE PIC X(4).
        02 FS-DESCRIPTION PIC X(20).
        02 FS-AMOUNT PIC 9(5)V99.
       FD FEE-RATE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEERATE.DAT"
           DATA RECORD IS FEE-RATE-REC.
       COPY FEERATE.
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEELEDG.DAT"
       77 RUN-LOG-STATUS PIC XX.
       77 RANK-FILE-STATUS PIC XX.
       77 FEE-STRUCTURE-STATUS PIC XX.
       77 FEE-RATE-STATUS PIC XX.
       77 WS-RATE-FROM PIC 9(8).
       77 FEE-LEDGER-STATUS PIC XX.
       77 AWARD-REGISTER-STATUS PIC XX.
       77 LETTER-PRINT-STATUS PIC XX.
           MOVE WS-AWARD-AMOUNT TO LB-AMOUNT.
           MOVE LT-BODY-2 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-AWARD-AMOUNT TO WS-WORDS-AMOUNT.
           PERFORM AMOUNT-WORDS-PARA.
           PERFORM WRITE-WORDS-PARA
                VARYING WS-WORDS-IDX FROM 1 BY 1
                UNTIL WS-WORDS-IDX > WS-WORDS-LINES.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE LT-SIGN-1 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-PAGE-PARA.
       WRITE-WORDS-PARA.
           MOVE WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX) TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           DISPLAY LETTER-LINE.
           WRITE LETTER-LINE.
                GO TO FIND-TUITION-EXIT.
           PERFORM CHECK-ONE-FEE-PARA UNTIL WS-EOF.
           CLOSE FEE-STRUCTURE.
           IF NOT WS-FEE-FOUND
                GO TO FIND-TUITION-EXIT.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZERO TO WS-RATE-FROM.
           OPEN INPUT FEE-RATE.
           IF FEE-RATE-STATUS NOT = "00"
                GO TO FIND-TUITION-EXIT.
           PERFORM CHECK-ONE-RATE-PARA UNTIL WS-EOF.
           CLOSE FEE-RATE.
       FIND-TUITION-EXIT.
           MOVE "N" TO WS-EOF-SW.
      *    AN APPROVED REVISION IN FORCE TODAY OVERRIDES THE RATE ON
      *    FEESTRUC.DAT.
       CHECK-ONE-RATE-PARA.
           READ FEE-RATE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FR-CODE = WS-TUITION-CODE AND FR-APPROVED
                          AND FR-EFF-DATE NOT > WS-TODAY
                          AND FR-EFF-DATE NOT < WS-RATE-FROM
                          MOVE FR-EFF-DATE TO WS-RATE-FROM
                          MOVE FR-AMOUNT TO WS-TUITION-AMOUNT.
       CHECK-ONE-FEE-PARA.
           READ FEE-STRUCTURE
                AT END MOVE "Y" TO WS-EOF-SW
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AMTWORD.
