       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-MAINT.
      *    MAINTAINS THE SCHOOL BUS FLEET: THE VEHICLE MASTER
      *    (VEHICLE.DAT), THE DRIVER MASTER (DRIVER.DAT) AND WHICH
      *    BUS AND DRIVER RUN EACH ROUTE ON ROUTEMST.DAT
      *    (ROUTEVEH.DAT). A BUS WHOSE PAPERS HAVE LAPSED, OR THAT
      *    HAS FEWER SEATS THAN THE ROUTE HAS RIDERS, IS REFUSED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VEHICLE-MASTER-STATUS.
           SELECT DRIVER-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DRIVER-MASTER-STATUS.
           SELECT ROUTE-VEHICLE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ROUTE-VEHICLE-STATUS.
           SELECT ROUTE-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ROUTE-MASTER-STATUS.
           SELECT TRANSPORT-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANSPORT-ASSIGN-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VEHICLE-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "VEHICLE.DAT"
           DATA RECORD IS VEHICLE-MASTER-REC.
       COPY VEHICLE.
       FD DRIVER-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "DRIVER.DAT"
           DATA RECORD IS DRIVER-MASTER-REC.
       COPY DRIVER.
       FD ROUTE-VEHICLE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ROUTEVEH.DAT"
           DATA RECORD IS ROUTE-VEHICLE-REC.
       COPY ROUTEVEH.
       FD ROUTE-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ROUTEMST.DAT"
           DATA RECORD IS ROUTE-MASTER-REC.
       COPY ROUTEMST.
       FD TRANSPORT-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TRNASGN.DAT"
           DATA RECORD IS TRANSPORT-ASSIGN-REC.
       COPY TRNASGN.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 VEHICLE-MASTER-STATUS PIC XX.
       77 DRIVER-MASTER-STATUS PIC XX.
       77 ROUTE-VEHICLE-STATUS PIC XX.
       77 ROUTE-MASTER-STATUS PIC XX.
       77 TRANSPORT-ASSIGN-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-ENTRY-REG PIC X(12).
       77 WS-ENTRY-DESC PIC X(20).
       77 WS-ENTRY-CAPACITY PIC 9(3).
       77 WS-ENTRY-INSURANCE PIC 9(8).
       77 WS-ENTRY-FITNESS PIC 9(8).
       77 WS-ENTRY-PERMIT PIC 9(8).
       77 WS-ENTRY-DRIVER PIC 9(4).
       77 WS-ENTRY-NAME PIC X(25).
       77 WS-ENTRY-CONTACT PIC X(15).
       77 WS-ENTRY-LICENCE PIC X(16).
       77 WS-ENTRY-EXPIRY PIC 9(8).
       77 WS-ENTRY-ROUTE PIC X(4).
       77 WS-RIDERS PIC 9(5).
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-VM-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-VM-IDX PIC 9(3) COMP.
       77 WS-VM-FOUND-SW PIC X.
           88 WS-VM-FOUND VALUE "Y".
       77 WS-VM-FOUND-X PIC 9(3) COMP.
       01 WS-VM-TABLE.
        02 WS-VM-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-VM-TOTAL
                INDEXED BY WS-VM-X.
         03 WS-VM-REG PIC X(12).
         03 WS-VM-DESC PIC X(20).
         03 WS-VM-CAPACITY PIC 9(3).
         03 WS-VM-INSURANCE PIC 9(8).
         03 WS-VM-FITNESS PIC 9(8).
         03 WS-VM-PERMIT PIC 9(8).
       77 WS-DV-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-DV-IDX PIC 9(3) COMP.
       77 WS-DV-FOUND-SW PIC X.
           88 WS-DV-FOUND VALUE "Y".
       77 WS-DV-FOUND-X PIC 9(3) COMP.
       01 WS-DV-TABLE.
        02 WS-DV-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-DV-TOTAL
                INDEXED BY WS-DV-X.
         03 WS-DV-ID PIC 9(4).
         03 WS-DV-NAME PIC X(25).
         03 WS-DV-CONTACT PIC X(15).
         03 WS-DV-LICENCE PIC X(16).
         03 WS-DV-EXPIRY PIC 9(8).
       77 WS-VA-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-VA-IDX PIC 9(3) COMP.
       77 WS-VA-FOUND-SW PIC X.
           88 WS-VA-FOUND VALUE "Y".
       77 WS-VA-FOUND-X PIC 9(3) COMP.
       01 WS-VA-TABLE.
        02 WS-VA-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-VA-TOTAL
                INDEXED BY WS-VA-X.
         03 WS-VA-ROUTE PIC X(4).
         03 WS-VA-REG PIC X(12).
         03 WS-VA-DRIVER PIC 9(4).
       77 WS-RT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-RT-IDX PIC 9(3) COMP.
       77 WS-RT-FOUND-SW PIC X.
           88 WS-RT-FOUND VALUE "Y".
       01 WS-RT-TABLE.
        02 WS-RT-ROUTE PIC X(4) OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-RT-TOTAL
                INDEXED BY WS-RT-X.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-VEHICLES-PARA THRU LOAD-VEHICLES-EXIT.
           PERFORM LOAD-DRIVERS-PARA THRU LOAD-DRIVERS-EXIT.
           PERFORM LOAD-ROUTE-VEH-PARA THRU LOAD-ROUTE-VEH-EXIT.
           PERFORM LOAD-ROUTES-PARA THRU LOAD-ROUTES-EXIT.
       MENU-PARA.
           DISPLAY "FLEET MAINTENANCE".
           DISPLAY " 1. LIST VEHICLES".
           DISPLAY " 2. ADD OR REPLACE A VEHICLE".
           DISPLAY " 3. LIST DRIVERS".
           DISPLAY " 4. ADD OR REPLACE A DRIVER".
           DISPLAY " 5. ASSIGN A VEHICLE AND DRIVER TO A ROUTE".
           DISPLAY " 6. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 6
                DISPLAY "INVALID CHOICE - ENTER 1 TO 6"
                GO TO MENU-PARA.
           GO TO LIST-VEHICLE-PARA VEHICLE-PARA LIST-DRIVER-PARA
                DRIVER-PARA ASSIGN-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-VEHICLE-PARA.
           IF WS-VM-TOTAL = ZERO
                DISPLAY "NO VEHICLES ON FILE"
                GO TO MENU-PARA.
           PERFORM LIST-ONE-VEHICLE-PARA
                VARYING WS-VM-IDX FROM 1 BY 1
                UNTIL WS-VM-IDX > WS-VM-TOTAL.
           GO TO MENU-PARA.
       VEHICLE-PARA.
           DISPLAY "ENTER REGISTRATION NO: ".
           MOVE SPACES TO WS-ENTRY-REG.
           ACCEPT WS-ENTRY-REG.
           IF WS-ENTRY-REG = SPACES
                DISPLAY "REGISTRATION NO CANNOT BE BLANK"
                GO TO MENU-PARA.
           DISPLAY "ENTER DESCRIPTION (MAKE, MODEL): ".
           MOVE SPACES TO WS-ENTRY-DESC.
           ACCEPT WS-ENTRY-DESC.
           DISPLAY "ENTER SEATING CAPACITY: ".
           ACCEPT WS-ENTRY-CAPACITY.
           IF WS-ENTRY-CAPACITY NOT NUMERIC
                OR WS-ENTRY-CAPACITY = ZERO
                DISPLAY "SEATING CAPACITY MUST BE GIVEN"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER INSURANCE EXPIRY (YYYYMMDD): ".
           ACCEPT WS-ENTRY-INSURANCE.
           DISPLAY "ENTER FITNESS CERTIFICATE EXPIRY (YYYYMMDD): ".
           ACCEPT WS-ENTRY-FITNESS.
           DISPLAY "ENTER PERMIT EXPIRY (YYYYMMDD): ".
           ACCEPT WS-ENTRY-PERMIT.
           IF WS-ENTRY-INSURANCE NOT NUMERIC
                OR WS-ENTRY-FITNESS NOT NUMERIC
                OR WS-ENTRY-PERMIT NOT NUMERIC
                OR WS-ENTRY-INSURANCE = ZERO
                OR WS-ENTRY-FITNESS = ZERO
                OR WS-ENTRY-PERMIT = ZERO
                DISPLAY "ALL THREE EXPIRY DATES MUST BE GIVEN"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM FIND-VEHICLE-PARA.
           IF WS-VM-FOUND
                PERFORM STORE-VEHICLE-PARA
                DISPLAY "VEHICLE ", WS-ENTRY-REG, " REPLACED"
                ADD 1 TO WS-UPDATE-COUNT
                GO TO MENU-PARA.
           IF WS-VM-TOTAL = 100
                DISPLAY "VEHICLE TABLE FULL"
                GO TO MENU-PARA.
           ADD 1 TO WS-VM-TOTAL.
           MOVE WS-VM-TOTAL TO WS-VM-FOUND-X.
           PERFORM STORE-VEHICLE-PARA.
           DISPLAY "VEHICLE ", WS-ENTRY-REG, " ADDED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       LIST-DRIVER-PARA.
           IF WS-DV-TOTAL = ZERO
                DISPLAY "NO DRIVERS ON FILE"
                GO TO MENU-PARA.
           PERFORM LIST-ONE-DRIVER-PARA
                VARYING WS-DV-IDX FROM 1 BY 1
                UNTIL WS-DV-IDX > WS-DV-TOTAL.
           GO TO MENU-PARA.
       DRIVER-PARA.
           DISPLAY "ENTER DRIVER ID: ".
           ACCEPT WS-ENTRY-DRIVER.
           IF WS-ENTRY-DRIVER = ZERO
                DISPLAY "DRIVER ID CANNOT BE ZERO"
                GO TO MENU-PARA.
           DISPLAY "ENTER DRIVER NAME: ".
           MOVE SPACES TO WS-ENTRY-NAME.
           ACCEPT WS-ENTRY-NAME.
           DISPLAY "ENTER CONTACT NUMBER: ".
           MOVE SPACES TO WS-ENTRY-CONTACT.
           ACCEPT WS-ENTRY-CONTACT.
           DISPLAY "ENTER DRIVING LICENCE NO: ".
           MOVE SPACES TO WS-ENTRY-LICENCE.
           ACCEPT WS-ENTRY-LICENCE.
           DISPLAY "ENTER LICENCE EXPIRY (YYYYMMDD): ".
           ACCEPT WS-ENTRY-EXPIRY.
           IF WS-ENTRY-NAME = SPACES OR WS-ENTRY-LICENCE = SPACES
                OR WS-ENTRY-EXPIRY NOT NUMERIC
                OR WS-ENTRY-EXPIRY = ZERO
                DISPLAY "NAME, LICENCE NO AND EXPIRY MUST BE GIVEN"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM FIND-DRIVER-PARA.
           IF WS-DV-FOUND
                PERFORM STORE-DRIVER-PARA
                DISPLAY "DRIVER ", WS-ENTRY-DRIVER, " REPLACED"
                ADD 1 TO WS-UPDATE-COUNT
                GO TO MENU-PARA.
           IF WS-DV-TOTAL = 100
                DISPLAY "DRIVER TABLE FULL"
                GO TO MENU-PARA.
           ADD 1 TO WS-DV-TOTAL.
           MOVE WS-DV-TOTAL TO WS-DV-FOUND-X.
           PERFORM STORE-DRIVER-PARA.
           DISPLAY "DRIVER ", WS-ENTRY-DRIVER, " ADDED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       ASSIGN-PARA.
           DISPLAY "ENTER ROUTE CODE: ".
           MOVE SPACES TO WS-ENTRY-ROUTE.
           ACCEPT WS-ENTRY-ROUTE.
           PERFORM FIND-ROUTE-PARA.
           IF NOT WS-RT-FOUND
                DISPLAY "ROUTE ", WS-ENTRY-ROUTE,
                     " IS NOT ON THE ROUTE MASTER"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER REGISTRATION NO OF THE BUS: ".
           MOVE SPACES TO WS-ENTRY-REG.
           ACCEPT WS-ENTRY-REG.
           PERFORM FIND-VEHICLE-PARA.
           IF NOT WS-VM-FOUND
                DISPLAY "VEHICLE ", WS-ENTRY-REG, " NOT ON FILE"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           IF WS-VM-INSURANCE(WS-VM-FOUND-X) < WS-TODAY
                OR WS-VM-FITNESS(WS-VM-FOUND-X) < WS-TODAY
                OR WS-VM-PERMIT(WS-VM-FOUND-X) < WS-TODAY
                DISPLAY "VEHICLE ", WS-ENTRY-REG, " HAS AN EXPIRED ",
                     "INSURANCE, FITNESS OR PERMIT - NOT ASSIGNED"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM COUNT-RIDERS-PARA THRU COUNT-RIDERS-EXIT.
           IF WS-RIDERS > WS-VM-CAPACITY(WS-VM-FOUND-X)
                DISPLAY "ROUTE ", WS-ENTRY-ROUTE, " HAS ", WS-RIDERS,
                     " RIDERS BUT THE BUS SEATS ONLY ",
                     WS-VM-CAPACITY(WS-VM-FOUND-X), " - NOT ASSIGNED"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER DRIVER ID: ".
           ACCEPT WS-ENTRY-DRIVER.
           PERFORM FIND-DRIVER-PARA.
           IF NOT WS-DV-FOUND
                DISPLAY "DRIVER ", WS-ENTRY-DRIVER, " NOT ON FILE"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           IF WS-DV-EXPIRY(WS-DV-FOUND-X) < WS-TODAY
                DISPLAY "DRIVER ", WS-ENTRY-DRIVER, " HOLDS AN ",
                     "EXPIRED LICENCE - NOT ASSIGNED"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM FIND-ROUTE-VEH-PARA.
           IF NOT WS-VA-FOUND
                IF WS-VA-TOTAL = 200
                     DISPLAY "ROUTE VEHICLE TABLE FULL"
                     GO TO MENU-PARA
                ELSE
                     ADD 1 TO WS-VA-TOTAL
                     MOVE WS-VA-TOTAL TO WS-VA-FOUND-X
                     MOVE WS-ENTRY-ROUTE TO WS-VA-ROUTE(WS-VA-FOUND-X).
           MOVE WS-ENTRY-REG TO WS-VA-REG(WS-VA-FOUND-X).
           MOVE WS-ENTRY-DRIVER TO WS-VA-DRIVER(WS-VA-FOUND-X).
           DISPLAY "ROUTE ", WS-ENTRY-ROUTE, " RUN BY ", WS-ENTRY-REG,
                " DRIVEN BY ", WS-DV-NAME(WS-DV-FOUND-X).
           DISPLAY "RIDERS ", WS-RIDERS, " OF ",
                WS-VM-CAPACITY(WS-VM-FOUND-X), " SEATS".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT VEHICLE-MASTER.
           PERFORM SAVE-ONE-VEHICLE-PARA
                VARYING WS-VM-IDX FROM 1 BY 1
                UNTIL WS-VM-IDX > WS-VM-TOTAL.
           CLOSE VEHICLE-MASTER.
           OPEN OUTPUT DRIVER-MASTER.
           PERFORM SAVE-ONE-DRIVER-PARA
                VARYING WS-DV-IDX FROM 1 BY 1
                UNTIL WS-DV-IDX > WS-DV-TOTAL.
           CLOSE DRIVER-MASTER.
           OPEN OUTPUT ROUTE-VEHICLE.
           PERFORM SAVE-ONE-ROUTE-VEH-PARA
                VARYING WS-VA-IDX FROM 1 BY 1
                UNTIL WS-VA-IDX > WS-VA-TOTAL.
           CLOSE ROUTE-VEHICLE.
           DISPLAY "VEHICLES ON FILE: ", WS-VM-TOTAL,
                "  DRIVERS ON FILE: ", WS-DV-TOTAL,
                "  ROUTES ASSIGNED: ", WS-VA-TOTAL.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-VEHICLE-PARA.
           DISPLAY WS-VM-REG(WS-VM-IDX), " ", WS-VM-DESC(WS-VM-IDX),
                " SEATS ", WS-VM-CAPACITY(WS-VM-IDX).
           DISPLAY "     INSURANCE ", WS-VM-INSURANCE(WS-VM-IDX),
                "  FITNESS ", WS-VM-FITNESS(WS-VM-IDX),
                "  PERMIT ", WS-VM-PERMIT(WS-VM-IDX).
       LIST-ONE-DRIVER-PARA.
           DISPLAY WS-DV-ID(WS-DV-IDX), " ", WS-DV-NAME(WS-DV-IDX),
                " ", WS-DV-CONTACT(WS-DV-IDX).
           DISPLAY "     LICENCE ", WS-DV-LICENCE(WS-DV-IDX),
                " EXPIRES ", WS-DV-EXPIRY(WS-DV-IDX).
       STORE-VEHICLE-PARA.
           MOVE WS-ENTRY-REG TO WS-VM-REG(WS-VM-FOUND-X).
           MOVE WS-ENTRY-DESC TO WS-VM-DESC(WS-VM-FOUND-X).
           MOVE WS-ENTRY-CAPACITY TO WS-VM-CAPACITY(WS-VM-FOUND-X).
           MOVE WS-ENTRY-INSURANCE TO WS-VM-INSURANCE(WS-VM-FOUND-X).
           MOVE WS-ENTRY-FITNESS TO WS-VM-FITNESS(WS-VM-FOUND-X).
           MOVE WS-ENTRY-PERMIT TO WS-VM-PERMIT(WS-VM-FOUND-X).
       STORE-DRIVER-PARA.
           MOVE WS-ENTRY-DRIVER TO WS-DV-ID(WS-DV-FOUND-X).
           MOVE WS-ENTRY-NAME TO WS-DV-NAME(WS-DV-FOUND-X).
           MOVE WS-ENTRY-CONTACT TO WS-DV-CONTACT(WS-DV-FOUND-X).
           MOVE WS-ENTRY-LICENCE TO WS-DV-LICENCE(WS-DV-FOUND-X).
           MOVE WS-ENTRY-EXPIRY TO WS-DV-EXPIRY(WS-DV-FOUND-X).
       FIND-VEHICLE-PARA.
           MOVE "N" TO WS-VM-FOUND-SW.
           PERFORM CHECK-ONE-VEHICLE-PARA
                VARYING WS-VM-IDX FROM 1 BY 1
                UNTIL WS-VM-IDX > WS-VM-TOTAL
                OR WS-VM-FOUND.
       CHECK-ONE-VEHICLE-PARA.
           IF WS-VM-REG(WS-VM-IDX) = WS-ENTRY-REG
                MOVE "Y" TO WS-VM-FOUND-SW
                MOVE WS-VM-IDX TO WS-VM-FOUND-X.
       FIND-DRIVER-PARA.
           MOVE "N" TO WS-DV-FOUND-SW.
           PERFORM CHECK-ONE-DRIVER-PARA
                VARYING WS-DV-IDX FROM 1 BY 1
                UNTIL WS-DV-IDX > WS-DV-TOTAL
                OR WS-DV-FOUND.
       CHECK-ONE-DRIVER-PARA.
           IF WS-DV-ID(WS-DV-IDX) = WS-ENTRY-DRIVER
                MOVE "Y" TO WS-DV-FOUND-SW
                MOVE WS-DV-IDX TO WS-DV-FOUND-X.
       FIND-ROUTE-VEH-PARA.
           MOVE "N" TO WS-VA-FOUND-SW.
           PERFORM CHECK-ONE-ROUTE-VEH-PARA
                VARYING WS-VA-IDX FROM 1 BY 1
                UNTIL WS-VA-IDX > WS-VA-TOTAL
                OR WS-VA-FOUND.
       CHECK-ONE-ROUTE-VEH-PARA.
           IF WS-VA-ROUTE(WS-VA-IDX) = WS-ENTRY-ROUTE
                MOVE "Y" TO WS-VA-FOUND-SW
                MOVE WS-VA-IDX TO WS-VA-FOUND-X.
       FIND-ROUTE-PARA.
           MOVE "N" TO WS-RT-FOUND-SW.
           PERFORM CHECK-ONE-ROUTE-PARA
                VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-TOTAL
                OR WS-RT-FOUND.
       CHECK-ONE-ROUTE-PARA.
           IF WS-RT-ROUTE(WS-RT-IDX) = WS-ENTRY-ROUTE
                MOVE "Y" TO WS-RT-FOUND-SW.
      *    THE RIDERS ARE COUNTED FROM TRNASGN.DAT AT THE TIME OF
      *    ASSIGNMENT; FLEET-COMPLIANCE RECHECKS THEM EVERY WEEK.
       COUNT-RIDERS-PARA.
           MOVE ZERO TO WS-RIDERS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TRANSPORT-ASSIGN.
           IF TRANSPORT-ASSIGN-STATUS NOT = "00"
                GO TO COUNT-RIDERS-EXIT.
           PERFORM COUNT-ONE-RIDER-PARA UNTIL WS-EOF.
           CLOSE TRANSPORT-ASSIGN.
       COUNT-RIDERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       COUNT-ONE-RIDER-PARA.
           READ TRANSPORT-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TR-ROUTE = WS-ENTRY-ROUTE
                          ADD 1 TO WS-RIDERS.
       SAVE-ONE-VEHICLE-PARA.
           MOVE WS-VM-REG(WS-VM-IDX) TO VM-REG-NO.
           MOVE WS-VM-DESC(WS-VM-IDX) TO VM-DESC.
           MOVE WS-VM-CAPACITY(WS-VM-IDX) TO VM-CAPACITY.
           MOVE WS-VM-INSURANCE(WS-VM-IDX) TO VM-INSURANCE-EXPIRY.
           MOVE WS-VM-FITNESS(WS-VM-IDX) TO VM-FITNESS-EXPIRY.
           MOVE WS-VM-PERMIT(WS-VM-IDX) TO VM-PERMIT-EXPIRY.
           WRITE VEHICLE-MASTER-REC.
       SAVE-ONE-DRIVER-PARA.
           MOVE WS-DV-ID(WS-DV-IDX) TO DV-ID.
           MOVE WS-DV-NAME(WS-DV-IDX) TO DV-NAME.
           MOVE WS-DV-CONTACT(WS-DV-IDX) TO DV-CONTACT.
           MOVE WS-DV-LICENCE(WS-DV-IDX) TO DV-LICENCE-NO.
           MOVE WS-DV-EXPIRY(WS-DV-IDX) TO DV-LICENCE-EXPIRY.
           WRITE DRIVER-MASTER-REC.
       SAVE-ONE-ROUTE-VEH-PARA.
           MOVE WS-VA-ROUTE(WS-VA-IDX) TO VA-ROUTE.
           MOVE WS-VA-REG(WS-VA-IDX) TO VA-REG-NO.
           MOVE WS-VA-DRIVER(WS-VA-IDX) TO VA-DRIVER-ID.
           WRITE ROUTE-VEHICLE-REC.
       LOAD-VEHICLES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT VEHICLE-MASTER.
           IF VEHICLE-MASTER-STATUS NOT = "00"
                GO TO LOAD-VEHICLES-EXIT.
           PERFORM LOAD-ONE-VEHICLE-PARA UNTIL WS-EOF.
           CLOSE VEHICLE-MASTER.
       LOAD-VEHICLES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-VEHICLE-PARA.
           READ VEHICLE-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-VM-TOTAL < 100
                          ADD 1 TO WS-VM-TOTAL
                          SET WS-VM-X TO WS-VM-TOTAL
                          MOVE VM-REG-NO TO WS-VM-REG(WS-VM-X)
                          MOVE VM-DESC TO WS-VM-DESC(WS-VM-X)
                          MOVE VM-CAPACITY TO WS-VM-CAPACITY(WS-VM-X)
                          MOVE VM-INSURANCE-EXPIRY TO
                               WS-VM-INSURANCE(WS-VM-X)
                          MOVE VM-FITNESS-EXPIRY TO
                               WS-VM-FITNESS(WS-VM-X)
                          MOVE VM-PERMIT-EXPIRY TO
                               WS-VM-PERMIT(WS-VM-X).
       LOAD-DRIVERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DRIVER-MASTER.
           IF DRIVER-MASTER-STATUS NOT = "00"
                GO TO LOAD-DRIVERS-EXIT.
           PERFORM LOAD-ONE-DRIVER-PARA UNTIL WS-EOF.
           CLOSE DRIVER-MASTER.
       LOAD-DRIVERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-DRIVER-PARA.
           READ DRIVER-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-DV-TOTAL < 100
                          ADD 1 TO WS-DV-TOTAL
                          SET WS-DV-X TO WS-DV-TOTAL
                          MOVE DV-ID TO WS-DV-ID(WS-DV-X)
                          MOVE DV-NAME TO WS-DV-NAME(WS-DV-X)
                          MOVE DV-CONTACT TO WS-DV-CONTACT(WS-DV-X)
                          MOVE DV-LICENCE-NO TO WS-DV-LICENCE(WS-DV-X)
                          MOVE DV-LICENCE-EXPIRY TO
                               WS-DV-EXPIRY(WS-DV-X).
       LOAD-ROUTE-VEH-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ROUTE-VEHICLE.
           IF ROUTE-VEHICLE-STATUS NOT = "00"
                GO TO LOAD-ROUTE-VEH-EXIT.
           PERFORM LOAD-ONE-ROUTE-VEH-PARA UNTIL WS-EOF.
           CLOSE ROUTE-VEHICLE.
       LOAD-ROUTE-VEH-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ROUTE-VEH-PARA.
           READ ROUTE-VEHICLE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-VA-TOTAL < 200
                          ADD 1 TO WS-VA-TOTAL
                          SET WS-VA-X TO WS-VA-TOTAL
                          MOVE VA-ROUTE TO WS-VA-ROUTE(WS-VA-X)
                          MOVE VA-REG-NO TO WS-VA-REG(WS-VA-X)
                          MOVE VA-DRIVER-ID TO WS-VA-DRIVER(WS-VA-X).
      *    ONLY THE DISTINCT ROUTE CODES ARE KEPT FROM THE STOPS.
       LOAD-ROUTES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ROUTE-MASTER.
           IF ROUTE-MASTER-STATUS NOT = "00"
                GO TO LOAD-ROUTES-EXIT.
           PERFORM LOAD-ONE-ROUTE-PARA UNTIL WS-EOF.
           CLOSE ROUTE-MASTER.
       LOAD-ROUTES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ROUTE-PARA.
           READ ROUTE-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM KEEP-ROUTE-PARA.
       KEEP-ROUTE-PARA.
           MOVE RT-ROUTE TO WS-ENTRY-ROUTE.
           PERFORM FIND-ROUTE-PARA.
           IF NOT WS-RT-FOUND AND WS-RT-TOTAL < 200
                ADD 1 TO WS-RT-TOTAL
                SET WS-RT-X TO WS-RT-TOTAL
                MOVE RT-ROUTE TO WS-RT-ROUTE(WS-RT-X).
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
           MOVE WS-VM-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "FLEET-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
