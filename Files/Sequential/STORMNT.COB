       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-MAINT.
      *    MAINTAINS THE SCHOOL STORE ITEM MASTER (STORITEM.DAT):
      *    THE UNIFORMS, TEXTBOOKS AND OTHER ITEMS ON SALE, THEIR
      *    PRICES, MINIMUM STOCK AND REORDER QUANTITIES, AND THE
      *    DELIVERIES THAT ADD TO THE STOCK ON HAND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STORE-ITEM ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STORE-ITEM-STATUS.
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
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STORE-ITEM-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-ITEM-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-ITEM-IDX PIC 9(3) COMP.
       77 WS-ITEM-FOUND-SW PIC X.
           88 WS-ITEM-FOUND VALUE "Y".
       77 WS-ITEM-FOUND-X PIC 9(3) COMP.
       77 WS-ENTRY-ITEM PIC X(6).
       77 WS-ENTRY-DESC PIC X(30).
       77 WS-ENTRY-CATEGORY PIC X.
       77 WS-ENTRY-PRICE PIC 9(5)V99.
       77 WS-ENTRY-MIN PIC 9(5).
       77 WS-ENTRY-REORDER PIC 9(5).
       77 WS-ENTRY-QTY PIC 9(5).
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ITEM-TABLE.
        02 WS-ITEM-ENTRY OCCURS 500 TIMES
                DEPENDING ON WS-ITEM-TOTAL
                INDEXED BY WS-ITEM-X.
         03 WS-ITEM-CODE PIC X(6).
         03 WS-ITEM-DESC PIC X(30).
         03 WS-ITEM-CATEGORY PIC X.
         03 WS-ITEM-PRICE PIC 9(5)V99.
         03 WS-ITEM-ON-HAND PIC 9(5).
         03 WS-ITEM-MIN PIC 9(5).
         03 WS-ITEM-REORDER PIC 9(5).
         03 WS-ITEM-STATUS PIC X.
       01 ITEM-LIST-LINE.
        02 IL-CODE PIC X(6).
        02 FILLER PIC X VALUE SPACE.
        02 IL-DESC PIC X(30).
        02 FILLER PIC X VALUE SPACE.
        02 IL-CATEGORY PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 IL-PRICE PIC ZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 IL-ON-HAND PIC ZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 IL-MIN PIC ZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 IL-STATUS PIC X(9).
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM LOAD-ITEMS-PARA THRU LOAD-ITEMS-EXIT.
       MENU-PARA.
           DISPLAY "SCHOOL STORE ITEM MAINTENANCE".
           DISPLAY " 1. LIST THE ITEMS".
           DISPLAY " 2. ADD OR CHANGE AN ITEM".
           DISPLAY " 3. RECEIVE A DELIVERY".
           DISPLAY " 4. WITHDRAW OR RESTORE AN ITEM".
           DISPLAY " 5. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 5
                DISPLAY "INVALID CHOICE - ENTER 1 TO 5"
                GO TO MENU-PARA.
           GO TO LIST-PARA ADD-PARA RECEIVE-PARA WITHDRAW-PARA
                SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           IF WS-ITEM-TOTAL = ZERO
                DISPLAY "NO ITEMS ON FILE"
                GO TO MENU-PARA.
           DISPLAY "ITEM   DESCRIPTION                    C     PRICE",
                "  STOCK   MIN".
           PERFORM LIST-ONE-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL.
           GO TO MENU-PARA.
      *    THE STOCK ON HAND OF AN EXISTING ITEM IS NEVER KEYED
      *    HERE; IT MOVES ONLY WITH DELIVERIES AND SALES.
       ADD-PARA.
           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-ENTRY-ITEM.
           IF WS-ENTRY-ITEM = SPACES
                DISPLAY "ITEM CODE MUST BE GIVEN"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM FIND-ITEM-PARA.
           IF NOT WS-ITEM-FOUND AND WS-ITEM-TOTAL = 500
                DISPLAY "ITEM TABLE FULL"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WS-ENTRY-DESC.
           IF WS-ENTRY-DESC = SPACES
                DISPLAY "DESCRIPTION MUST BE GIVEN"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER CATEGORY (U=UNIFORM, B=TEXTBOOK, ",
                "O=OTHER): ".
           ACCEPT WS-ENTRY-CATEGORY.
           IF WS-ENTRY-CATEGORY NOT = "U"
                AND WS-ENTRY-CATEGORY NOT = "B"
                AND WS-ENTRY-CATEGORY NOT = "O"
                DISPLAY "CATEGORY MUST BE U, B OR O"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER SELLING PRICE: ".
           ACCEPT WS-ENTRY-PRICE.
           IF WS-ENTRY-PRICE = ZERO
                DISPLAY "PRICE MUST BE GREATER THAN ZERO"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER MINIMUM STOCK: ".
           ACCEPT WS-ENTRY-MIN.
           DISPLAY "ENTER REORDER QUANTITY: ".
           ACCEPT WS-ENTRY-REORDER.
           IF WS-ITEM-FOUND
                MOVE WS-ENTRY-DESC TO WS-ITEM-DESC(WS-ITEM-FOUND-X)
                MOVE WS-ENTRY-CATEGORY TO
                     WS-ITEM-CATEGORY(WS-ITEM-FOUND-X)
                MOVE WS-ENTRY-PRICE TO WS-ITEM-PRICE(WS-ITEM-FOUND-X)
                MOVE WS-ENTRY-MIN TO WS-ITEM-MIN(WS-ITEM-FOUND-X)
                MOVE WS-ENTRY-REORDER TO
                     WS-ITEM-REORDER(WS-ITEM-FOUND-X)
                DISPLAY "ITEM ", WS-ENTRY-ITEM, " CHANGED"
                ADD 1 TO WS-UPDATE-COUNT
                GO TO MENU-PARA.
           ADD 1 TO WS-ITEM-TOTAL.
           SET WS-ITEM-X TO WS-ITEM-TOTAL.
           MOVE WS-ENTRY-ITEM TO WS-ITEM-CODE(WS-ITEM-X).
           MOVE WS-ENTRY-DESC TO WS-ITEM-DESC(WS-ITEM-X).
           MOVE WS-ENTRY-CATEGORY TO WS-ITEM-CATEGORY(WS-ITEM-X).
           MOVE WS-ENTRY-PRICE TO WS-ITEM-PRICE(WS-ITEM-X).
           MOVE ZERO TO WS-ITEM-ON-HAND(WS-ITEM-X).
           MOVE WS-ENTRY-MIN TO WS-ITEM-MIN(WS-ITEM-X).
           MOVE WS-ENTRY-REORDER TO WS-ITEM-REORDER(WS-ITEM-X).
           MOVE "A" TO WS-ITEM-STATUS(WS-ITEM-X).
           DISPLAY "ITEM ", WS-ENTRY-ITEM, " ADDED WITH NO STOCK - ",
                "RECEIVE A DELIVERY TO STOCK IT".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       RECEIVE-PARA.
           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-ENTRY-ITEM.
           PERFORM FIND-ITEM-PARA.
           IF NOT WS-ITEM-FOUND
                DISPLAY "ITEM NOT ON FILE"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER QUANTITY RECEIVED: ".
           ACCEPT WS-ENTRY-QTY.
           IF WS-ENTRY-QTY = ZERO
                DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           IF WS-ITEM-ON-HAND(WS-ITEM-FOUND-X) + WS-ENTRY-QTY > 99999
                DISPLAY "STOCK WOULD EXCEED 99999"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           ADD WS-ENTRY-QTY TO WS-ITEM-ON-HAND(WS-ITEM-FOUND-X).
           DISPLAY "ITEM ", WS-ENTRY-ITEM, " NOW HAS ",
                WS-ITEM-ON-HAND(WS-ITEM-FOUND-X), " IN STOCK".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
      *    AN ITEM IS WITHDRAWN RATHER THAN REMOVED SO THAT PAST
      *    SALES LINES STILL FIND IT ON THE MASTER.
       WITHDRAW-PARA.
           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-ENTRY-ITEM.
           PERFORM FIND-ITEM-PARA.
           IF NOT WS-ITEM-FOUND
                DISPLAY "ITEM NOT ON FILE"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           IF WS-ITEM-STATUS(WS-ITEM-FOUND-X) = "W"
                MOVE "A" TO WS-ITEM-STATUS(WS-ITEM-FOUND-X)
                DISPLAY "ITEM ", WS-ENTRY-ITEM, " RESTORED TO SALE"
           ELSE
                MOVE "W" TO WS-ITEM-STATUS(WS-ITEM-FOUND-X)
                DISPLAY "ITEM ", WS-ENTRY-ITEM, " WITHDRAWN FROM SALE".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT STORE-ITEM.
           PERFORM SAVE-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL.
           CLOSE STORE-ITEM.
           DISPLAY "ITEMS ON FILE: ", WS-ITEM-TOTAL.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-PARA.
           MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO IL-CODE.
           MOVE WS-ITEM-DESC(WS-ITEM-IDX) TO IL-DESC.
           MOVE WS-ITEM-CATEGORY(WS-ITEM-IDX) TO IL-CATEGORY.
           MOVE WS-ITEM-PRICE(WS-ITEM-IDX) TO IL-PRICE.
           MOVE WS-ITEM-ON-HAND(WS-ITEM-IDX) TO IL-ON-HAND.
           MOVE WS-ITEM-MIN(WS-ITEM-IDX) TO IL-MIN.
           MOVE SPACES TO IL-STATUS.
           IF WS-ITEM-STATUS(WS-ITEM-IDX) = "W"
                MOVE "WITHDRAWN" TO IL-STATUS.
           DISPLAY ITEM-LIST-LINE.
       FIND-ITEM-PARA.
           MOVE "N" TO WS-ITEM-FOUND-SW.
           PERFORM CHECK-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL
                OR WS-ITEM-FOUND.
       CHECK-ONE-ITEM-PARA.
           IF WS-ITEM-CODE(WS-ITEM-IDX) = WS-ENTRY-ITEM
                MOVE "Y" TO WS-ITEM-FOUND-SW
                MOVE WS-ITEM-IDX TO WS-ITEM-FOUND-X.
       SAVE-ONE-ITEM-PARA.
           MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO IM-ITEM-CODE.
           MOVE WS-ITEM-DESC(WS-ITEM-IDX) TO IM-DESCRIPTION.
           MOVE WS-ITEM-CATEGORY(WS-ITEM-IDX) TO IM-CATEGORY.
           MOVE WS-ITEM-PRICE(WS-ITEM-IDX) TO IM-PRICE.
           MOVE WS-ITEM-ON-HAND(WS-ITEM-IDX) TO IM-ON-HAND.
           MOVE WS-ITEM-MIN(WS-ITEM-IDX) TO IM-MIN-STOCK.
           MOVE WS-ITEM-REORDER(WS-ITEM-IDX) TO IM-REORDER-QTY.
           MOVE WS-ITEM-STATUS(WS-ITEM-IDX) TO IM-STATUS.
           WRITE STORE-ITEM-REC.
       LOAD-ITEMS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STORE-ITEM.
           IF STORE-ITEM-STATUS NOT = "00"
                GO TO LOAD-ITEMS-EXIT.
           PERFORM LOAD-ONE-ITEM-PARA UNTIL WS-EOF.
           CLOSE STORE-ITEM.
       LOAD-ITEMS-EXIT.
           EXIT.
       LOAD-ONE-ITEM-PARA.
           READ STORE-ITEM
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-ITEM-TOTAL < 500
                          ADD 1 TO WS-ITEM-TOTAL
                          SET WS-ITEM-X TO WS-ITEM-TOTAL
                          MOVE IM-ITEM-CODE TO WS-ITEM-CODE(WS-ITEM-X)
                          MOVE IM-DESCRIPTION TO
                               WS-ITEM-DESC(WS-ITEM-X)
                          MOVE IM-CATEGORY TO
                               WS-ITEM-CATEGORY(WS-ITEM-X)
                          MOVE IM-PRICE TO WS-ITEM-PRICE(WS-ITEM-X)
                          MOVE IM-ON-HAND TO WS-ITEM-ON-HAND(WS-ITEM-X)
                          MOVE IM-MIN-STOCK TO WS-ITEM-MIN(WS-ITEM-X)
                          MOVE IM-REORDER-QTY TO
                               WS-ITEM-REORDER(WS-ITEM-X)
                          MOVE IM-STATUS TO WS-ITEM-STATUS(WS-ITEM-X).
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
           MOVE WS-ITEM-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "STORE-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
