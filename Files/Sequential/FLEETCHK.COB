       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-COMPLIANCE.
      *    WEEKLY FLEET COMPLIANCE REPORT. LISTS EVERY BUS
      *    INSURANCE, FITNESS CERTIFICATE AND PERMIT, AND EVERY
      *    DRIVING LICENCE, THAT HAS LAPSED OR WILL LAPSE WITHIN THE
      *    NUMBER OF DAYS ASKED FOR, THEN EVERY ROUTE THAT HAS NO BUS
      *    OR MORE RIDERS ON TRNASGN.DAT THAN ITS BUS HAS SEATS.
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
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT FLEET-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FLEET-PRINT-STATUS.
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
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD FLEET-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FLEETCHK.DAT"
           DATA RECORD IS FLEET-LINE.
       01 FLEET-LINE PIC X(79).
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
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 FLEET-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-WARN-DAYS PIC 9(3).
       77 WS-HORIZON PIC 9(8).
       77 WS-CHECK-DATE PIC 9(8).
       77 WS-FIND-REG PIC X(12).
       77 WS-FIND-DRIVER PIC 9(4).
       77 WS-FIND-ROUTE PIC X(4).
       77 WS-DUE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ROUTE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OVERLOAD PIC 9(5).
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
         03 WS-VM-CAPACITY PIC 9(3).
         03 WS-VM-INSURANCE PIC 9(8).
         03 WS-VM-FITNESS PIC 9(8).
         03 WS-VM-PERMIT PIC 9(8).
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
       77 WS-RT-FOUND-X PIC 9(3) COMP.
       01 WS-RT-TABLE.
        02 WS-RT-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-RT-TOTAL
                INDEXED BY WS-RT-X.
         03 WS-RT-ROUTE PIC X(4).
         03 WS-RT-RIDERS PIC 9(5).
       01 FC-HEAD-1.
        02 FILLER PIC X(23) VALUE "FLEET COMPLIANCE AS AT ".
        02 FH-TODAY PIC 9(8).
        02 FILLER PIC X(23) VALUE " - DOCUMENTS LAPSING BY".
        02 FILLER PIC X VALUE SPACE.
        02 FH-HORIZON PIC 9(8).
       01 FC-DOC-TITLE PIC X(79) VALUE "DOCUMENTS DUE FOR RENEWAL".
       01 FC-DOC-HEAD.
        02 FILLER PIC X(40) VALUE
           "VEHICLE / DRIVER           DOCUMENT     ".
        02 FILLER PIC X(39) VALUE
           "        EXPIRES   STATUS    ROUTE".
       01 FC-DOC-LINE.
        02 FD-WHO PIC X(25).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FD-DOC PIC X(19).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FD-EXPIRY PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FD-STATE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FD-ROUTE PIC X(4).
       01 FC-ROUTE-TITLE PIC X(79) VALUE
           "ROUTES WITHOUT A BUS OR OVER CAPACITY".
       01 FC-ROUTE-HEAD.
        02 FILLER PIC X(40) VALUE
           "ROUTE  VEHICLE       RIDERS  SEATS  REMA".
        02 FILLER PIC X(39) VALUE
           "RKS".
       01 FC-ROUTE-LINE.
        02 FR-ROUTE PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 FR-REG PIC X(12).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FR-RIDERS PIC ZZ,ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 FR-SEATS PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 FR-REMARK PIC X(30).
       01 WS-OVER-REMARK.
        02 FILLER PIC X(18) VALUE "OVER CAPACITY BY ".
        02 WO-COUNT PIC ZZ,ZZ9.
       01 FC-TOTAL-LINE.
        02 FILLER PIC X(18) VALUE "DOCUMENTS LAPSED: ".
        02 FT-EXPIRED PIC ZZ,ZZ9.
        02 FILLER PIC X(17) VALUE "   DUE IN TIME: ".
        02 FT-DUE PIC ZZ,ZZ9.
        02 FILLER PIC X(20) VALUE "   ROUTES FLAGGED: ".
        02 FT-ROUTES PIC ZZ,ZZ9.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY WORKDAY.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "WARN OF EXPIRY WITHIN HOW MANY DAYS (0 FOR 30): ".
           ACCEPT WS-WARN-DAYS.
           IF WS-WARN-DAYS = ZERO
                MOVE 30 TO WS-WARN-DAYS.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
           MOVE WS-WARN-DAYS TO WS-WD-ENTRY.
           MOVE WS-TODAY TO WS-WD-BASE.
           MOVE "C" TO WS-WD-MODE.
           PERFORM WORKDAY-ENTRY-PARA THRU WORKDAY-ENTRY-EXIT.
           MOVE WS-WD-DATE TO WS-HORIZON.
           PERFORM LOAD-VEHICLES-PARA THRU LOAD-VEHICLES-EXIT.
           PERFORM LOAD-ROUTE-VEH-PARA THRU LOAD-ROUTE-VEH-EXIT.
           PERFORM LOAD-ROUTES-PARA THRU LOAD-ROUTES-EXIT.
           PERFORM LOAD-RIDERS-PARA THRU LOAD-RIDERS-EXIT.
           OPEN OUTPUT FLEET-PRINT.
           MOVE WS-TODAY TO FH-TODAY.
           MOVE WS-HORIZON TO FH-HORIZON.
           MOVE FC-HEAD-1 TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
       DOCUMENT-PARA.
           MOVE BLANK-LINE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           MOVE FC-DOC-TITLE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           MOVE FC-DOC-HEAD TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           MOVE DASH-LINE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           PERFORM CHECK-ONE-VEHICLE-PARA
                VARYING WS-VM-IDX FROM 1 BY 1
                UNTIL WS-VM-IDX > WS-VM-TOTAL.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DRIVER-MASTER.
           IF DRIVER-MASTER-STATUS = "00"
                PERFORM CHECK-ONE-DRIVER-PARA UNTIL WS-EOF
                CLOSE DRIVER-MASTER.
           MOVE "N" TO WS-EOF-SW.
       ROUTE-PARA.
           MOVE BLANK-LINE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           MOVE FC-ROUTE-TITLE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           MOVE FC-ROUTE-HEAD TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           MOVE DASH-LINE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           PERFORM CHECK-ONE-ROUTE-PARA THRU CHECK-ONE-ROUTE-EXIT
                VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-TOTAL.
           MOVE DASH-LINE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           MOVE WS-EXPIRED-COUNT TO FT-EXPIRED.
           MOVE WS-DUE-COUNT TO FT-DUE.
           MOVE WS-ROUTE-COUNT TO FT-ROUTES.
           MOVE FC-TOTAL-LINE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
           CLOSE FLEET-PRINT.
           IF WS-EXPIRED-COUNT > ZERO OR WS-DUE-COUNT > ZERO
                OR WS-ROUTE-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "FLEET DOCUMENTS OR ROUTE LOADS NEED ATTENTION" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       CHECK-ONE-VEHICLE-PARA.
           MOVE WS-VM-REG(WS-VM-IDX) TO WS-FIND-REG.
           PERFORM FIND-VEHICLE-ROUTE-PARA.
           MOVE WS-VM-REG(WS-VM-IDX) TO FD-WHO.
           MOVE "INSURANCE" TO FD-DOC.
           MOVE WS-VM-INSURANCE(WS-VM-IDX) TO WS-CHECK-DATE.
           PERFORM CHECK-EXPIRY-PARA.
           MOVE "FITNESS CERTIFICATE" TO FD-DOC.
           MOVE WS-VM-FITNESS(WS-VM-IDX) TO WS-CHECK-DATE.
           PERFORM CHECK-EXPIRY-PARA.
           MOVE "ROUTE PERMIT" TO FD-DOC.
           MOVE WS-VM-PERMIT(WS-VM-IDX) TO WS-CHECK-DATE.
           PERFORM CHECK-EXPIRY-PARA.
       CHECK-ONE-DRIVER-PARA.
           READ DRIVER-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM CHECK-DRIVER-PARA.
       CHECK-DRIVER-PARA.
           MOVE DV-ID TO WS-FIND-DRIVER.
           PERFORM FIND-DRIVER-ROUTE-PARA.
           MOVE DV-NAME TO FD-WHO.
           MOVE "DRIVING LICENCE" TO FD-DOC.
           MOVE DV-LICENCE-EXPIRY TO WS-CHECK-DATE.
           PERFORM CHECK-EXPIRY-PARA.
      *    WS-FIND-ROUTE CARRIES THE ROUTE THE BUS OR DRIVER IS ON,
      *    SO THE TRANSPORT OFFICE CAN SEE WHICH RUN IS AT RISK.
       CHECK-EXPIRY-PARA.
           IF WS-CHECK-DATE NOT > WS-HORIZON
                MOVE WS-CHECK-DATE TO FD-EXPIRY
                MOVE WS-FIND-ROUTE TO FD-ROUTE
                PERFORM WRITE-EXPIRY-PARA.
       WRITE-EXPIRY-PARA.
           IF WS-CHECK-DATE < WS-TODAY
                MOVE "EXPIRED" TO FD-STATE
                ADD 1 TO WS-EXPIRED-COUNT
           ELSE
                MOVE "DUE" TO FD-STATE
                ADD 1 TO WS-DUE-COUNT.
           MOVE FC-DOC-LINE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
       CHECK-ONE-ROUTE-PARA.
           MOVE WS-RT-ROUTE(WS-RT-IDX) TO FR-ROUTE.
           MOVE WS-RT-RIDERS(WS-RT-IDX) TO FR-RIDERS.
           MOVE SPACES TO FR-REG.
           MOVE ZERO TO FR-SEATS.
           MOVE WS-RT-ROUTE(WS-RT-IDX) TO WS-FIND-ROUTE.
           PERFORM FIND-ROUTE-VEH-PARA.
           IF NOT WS-VA-FOUND
                MOVE "NO VEHICLE ASSIGNED" TO FR-REMARK
                GO TO CHECK-ONE-ROUTE-FLAG.
           MOVE WS-VA-REG(WS-VA-FOUND-X) TO FR-REG.
           MOVE WS-VA-REG(WS-VA-FOUND-X) TO WS-FIND-REG.
           PERFORM FIND-VEHICLE-PARA.
           IF NOT WS-VM-FOUND
                MOVE "VEHICLE NOT ON THE MASTER" TO FR-REMARK
                GO TO CHECK-ONE-ROUTE-FLAG.
           MOVE WS-VM-CAPACITY(WS-VM-FOUND-X) TO FR-SEATS.
           IF WS-RT-RIDERS(WS-RT-IDX) NOT >
                WS-VM-CAPACITY(WS-VM-FOUND-X)
                GO TO CHECK-ONE-ROUTE-EXIT.
           COMPUTE WS-OVERLOAD = WS-RT-RIDERS(WS-RT-IDX)
                - WS-VM-CAPACITY(WS-VM-FOUND-X).
           MOVE WS-OVERLOAD TO WO-COUNT.
           MOVE WS-OVER-REMARK TO FR-REMARK.
       CHECK-ONE-ROUTE-FLAG.
           ADD 1 TO WS-ROUTE-COUNT.
           MOVE FC-ROUTE-LINE TO FLEET-LINE.
           PERFORM WRITE-FLEET-LINE-PARA.
       CHECK-ONE-ROUTE-EXIT.
           EXIT.
       FIND-VEHICLE-PARA.
           MOVE "N" TO WS-VM-FOUND-SW.
           PERFORM MATCH-VEHICLE-PARA
                VARYING WS-VM-X FROM 1 BY 1
                UNTIL WS-VM-X > WS-VM-TOTAL
                OR WS-VM-FOUND.
       MATCH-VEHICLE-PARA.
           IF WS-VM-REG(WS-VM-X) = WS-FIND-REG
                MOVE "Y" TO WS-VM-FOUND-SW
                SET WS-VM-FOUND-X TO WS-VM-X.
       FIND-ROUTE-VEH-PARA.
           MOVE "N" TO WS-VA-FOUND-SW.
           PERFORM MATCH-ROUTE-VEH-PARA
                VARYING WS-VA-IDX FROM 1 BY 1
                UNTIL WS-VA-IDX > WS-VA-TOTAL
                OR WS-VA-FOUND.
       MATCH-ROUTE-VEH-PARA.
           IF WS-VA-ROUTE(WS-VA-IDX) = WS-FIND-ROUTE
                MOVE "Y" TO WS-VA-FOUND-SW
                MOVE WS-VA-IDX TO WS-VA-FOUND-X.
       FIND-VEHICLE-ROUTE-PARA.
           MOVE SPACES TO WS-FIND-ROUTE.
           MOVE "N" TO WS-VA-FOUND-SW.
           PERFORM MATCH-VEHICLE-ROUTE-PARA
                VARYING WS-VA-IDX FROM 1 BY 1
                UNTIL WS-VA-IDX > WS-VA-TOTAL
                OR WS-VA-FOUND.
       MATCH-VEHICLE-ROUTE-PARA.
           IF WS-VA-REG(WS-VA-IDX) = WS-FIND-REG
                MOVE "Y" TO WS-VA-FOUND-SW
                MOVE WS-VA-ROUTE(WS-VA-IDX) TO WS-FIND-ROUTE.
       FIND-DRIVER-ROUTE-PARA.
           MOVE SPACES TO WS-FIND-ROUTE.
           MOVE "N" TO WS-VA-FOUND-SW.
           PERFORM MATCH-DRIVER-ROUTE-PARA
                VARYING WS-VA-IDX FROM 1 BY 1
                UNTIL WS-VA-IDX > WS-VA-TOTAL
                OR WS-VA-FOUND.
       MATCH-DRIVER-ROUTE-PARA.
           IF WS-VA-DRIVER(WS-VA-IDX) = WS-FIND-DRIVER
                MOVE "Y" TO WS-VA-FOUND-SW
                MOVE WS-VA-ROUTE(WS-VA-IDX) TO WS-FIND-ROUTE.
       FIND-ROUTE-PARA.
           MOVE "N" TO WS-RT-FOUND-SW.
           PERFORM MATCH-ROUTE-PARA
                VARYING WS-RT-X FROM 1 BY 1
                UNTIL WS-RT-X > WS-RT-TOTAL
                OR WS-RT-FOUND.
       MATCH-ROUTE-PARA.
           IF WS-RT-ROUTE(WS-RT-X) = WS-FIND-ROUTE
                MOVE "Y" TO WS-RT-FOUND-SW
                SET WS-RT-FOUND-X TO WS-RT-X.
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
                          MOVE VM-CAPACITY TO WS-VM-CAPACITY(WS-VM-X)
                          MOVE VM-INSURANCE-EXPIRY TO
                               WS-VM-INSURANCE(WS-VM-X)
                          MOVE VM-FITNESS-EXPIRY TO
                               WS-VM-FITNESS(WS-VM-X)
                          MOVE VM-PERMIT-EXPIRY TO
                               WS-VM-PERMIT(WS-VM-X).
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
           MOVE RT-ROUTE TO WS-FIND-ROUTE.
           PERFORM FIND-ROUTE-PARA.
           IF NOT WS-RT-FOUND AND WS-RT-TOTAL < 200
                ADD 1 TO WS-RT-TOTAL
                SET WS-RT-X TO WS-RT-TOTAL
                MOVE RT-ROUTE TO WS-RT-ROUTE(WS-RT-X)
                MOVE ZERO TO WS-RT-RIDERS(WS-RT-X).
       LOAD-RIDERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TRANSPORT-ASSIGN.
           IF TRANSPORT-ASSIGN-STATUS NOT = "00"
                GO TO LOAD-RIDERS-EXIT.
           PERFORM LOAD-ONE-RIDER-PARA UNTIL WS-EOF.
           CLOSE TRANSPORT-ASSIGN.
       LOAD-RIDERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-RIDER-PARA.
           READ TRANSPORT-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM TALLY-RIDER-PARA.
       TALLY-RIDER-PARA.
           MOVE TR-ROUTE TO WS-FIND-ROUTE.
           PERFORM FIND-ROUTE-PARA.
           IF WS-RT-FOUND
                ADD 1 TO WS-RT-RIDERS(WS-RT-FOUND-X).
       WRITE-FLEET-LINE-PARA.
           DISPLAY FLEET-LINE.
           WRITE FLEET-LINE.
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
           MOVE ZERO TO RL-UPDATE-COUNT.
           COMPUTE RL-REJECT-COUNT = WS-EXPIRED-COUNT + WS-DUE-COUNT
                + WS-ROUTE-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "FLEET-COMPLY" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
