       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-REORDER.
      *    LISTS THE SCHOOL STORE ITEMS WHOSE STOCK ON HAND HAS
      *    FALLEN BELOW THEIR MINIMUM, WITH THE QUANTITY TO ORDER:
      *    THE ITEM'S REORDER QUANTITY, OR ENOUGH TO BRING IT BACK
      *    TO THE MINIMUM IF THAT IS MORE. WITHDRAWN ITEMS ARE NOT
      *    REORDERED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STORE-ITEM ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STORE-ITEM-STATUS.
           SELECT REORDER-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REORDER-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STORE-ITEM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STORITEM.DAT"
           DATA RECORD IS STORE-ITEM-REC.
       COPY STORITEM.
       FD REORDER-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STORORD.DAT"
           DATA RECORD IS REORDER-LINE.
       01 REORDER-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STORE-ITEM-STATUS PIC XX.
       77 REORDER-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-ITEM-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REORDER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ORDER-QTY PIC 9(5).
       01 RO-HEAD-1.
        02 FILLER PIC X(32) VALUE
           "SCHOOL STORE REORDER LIST AS AT ".
        02 RH-TODAY PIC 9(8).
       01 RO-COL-HEAD.
        02 FILLER PIC X(40) VALUE
           "ITEM   DESCRIPTION                    C ".
        02 FILLER PIC X(25) VALUE
           "ON HAND   MINIMUM   ORDER".
       01 RO-DETAIL-LINE.
        02 RD-CODE PIC X(6).
        02 FILLER PIC X VALUE SPACE.
        02 RD-DESC PIC X(30).
        02 FILLER PIC X VALUE SPACE.
        02 RD-CATEGORY PIC X.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RD-ON-HAND PIC ZZZZ9.
        02 FILLER PIC X(5) VALUE SPACES.
        02 RD-MIN PIC ZZZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RD-ORDER PIC ZZZZ9.
       01 RO-NONE-LINE PIC X(79) VALUE
           "  EVERY ITEM IS AT OR ABOVE ITS MINIMUM STOCK".
       01 RO-TOTAL-LINE.
        02 FILLER PIC X(15) VALUE "ITEMS ON FILE: ".
        02 RT-ITEMS PIC ZZ,ZZ9.
        02 FILLER PIC X(16) VALUE "   TO REORDER: ".
        02 RT-REORDER PIC ZZ,ZZ9.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT STORE-ITEM.
           IF STORE-ITEM-STATUS NOT = "00"
                DISPLAY "NO ITEMS ON THE STORE MASTER"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "STORITEM.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN OUTPUT REORDER-PRINT.
           MOVE WS-TODAY TO RH-TODAY.
           MOVE RO-HEAD-1 TO REORDER-LINE.
           PERFORM WRITE-REORDER-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE RO-COL-HEAD TO REORDER-LINE.
           PERFORM WRITE-REORDER-LINE-PARA.
           PERFORM CHECK-ONE-ITEM-PARA UNTIL WS-EOF.
           CLOSE STORE-ITEM.
           IF WS-REORDER-COUNT = ZERO
                MOVE RO-NONE-LINE TO REORDER-LINE
                PERFORM WRITE-REORDER-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-ITEM-COUNT TO RT-ITEMS.
           MOVE WS-REORDER-COUNT TO RT-REORDER.
           MOVE RO-TOTAL-LINE TO REORDER-LINE.
           PERFORM WRITE-REORDER-LINE-PARA.
           CLOSE REORDER-PRINT.
           IF WS-REORDER-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "STORE ITEMS BELOW MINIMUM STOCK" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       CHECK-ONE-ITEM-PARA.
           READ STORE-ITEM
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-ITEM-COUNT
                     IF IM-ACTIVE AND IM-ON-HAND < IM-MIN-STOCK
                          PERFORM PRINT-ONE-ITEM-PARA.
       PRINT-ONE-ITEM-PARA.
           ADD 1 TO WS-REORDER-COUNT.
           COMPUTE WS-ORDER-QTY = IM-MIN-STOCK - IM-ON-HAND.
           IF IM-REORDER-QTY > WS-ORDER-QTY
                MOVE IM-REORDER-QTY TO WS-ORDER-QTY.
           MOVE IM-ITEM-CODE TO RD-CODE.
           MOVE IM-DESCRIPTION TO RD-DESC.
           MOVE IM-CATEGORY TO RD-CATEGORY.
           MOVE IM-ON-HAND TO RD-ON-HAND.
           MOVE IM-MIN-STOCK TO RD-MIN.
           MOVE WS-ORDER-QTY TO RD-ORDER.
           MOVE RO-DETAIL-LINE TO REORDER-LINE.
           PERFORM WRITE-REORDER-LINE-PARA.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO REORDER-LINE.
           PERFORM WRITE-REORDER-LINE-PARA.
       WRITE-REORDER-LINE-PARA.
           DISPLAY REORDER-LINE.
           WRITE REORDER-LINE.
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
           MOVE WS-ITEM-COUNT TO RL-READ-COUNT.
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE WS-REORDER-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "STORE-REORDER" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
