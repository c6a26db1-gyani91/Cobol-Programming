      *----------------------------------------------------------*
      * SHARED TRANSPORT VEHICLE MASTER RECORD LAYOUT             *
      * ONE ROW PER SCHOOL BUS, KEYED ON ITS REGISTRATION NUMBER, *
      * WITH THE SEATING CAPACITY AND THE EXPIRY DATES OF THE     *
      * INSURANCE, FITNESS CERTIFICATE AND ROUTE PERMIT. KEPT BY  *
      * FLEET-MAINT; FLEET-COMPLIANCE WARNS AHEAD OF EACH EXPIRY. *
      *----------------------------------------------------------*
       01 VEHICLE-MASTER-REC.
        02 VM-REG-NO PIC X(12).
        02 VM-DESC PIC X(20).
        02 VM-CAPACITY PIC 9(3).
        02 VM-INSURANCE-EXPIRY PIC 9(8).
        02 VM-FITNESS-EXPIRY PIC 9(8).
        02 VM-PERMIT-EXPIRY PIC 9(8).
