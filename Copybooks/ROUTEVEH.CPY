      *----------------------------------------------------------*
      * SHARED ROUTE VEHICLE ASSIGNMENT RECORD LAYOUT             *
      * ONE ROW PER ROUTE ON ROUTEMST.DAT: THE BUS (BY            *
      * REGISTRATION) AND THE DRIVER WHO RUN IT. A ROUTE WITH NO  *
      * ROW HAS NO VEHICLE. KEPT BY FLEET-MAINT; FLEET-COMPLIANCE *
      * SETS THE ROUTE'S RIDERS AGAINST THE BUS'S SEATS.          *
      *----------------------------------------------------------*
       01 ROUTE-VEHICLE-REC.
        02 VA-ROUTE PIC X(4).
        02 VA-REG-NO PIC X(12).
        02 VA-DRIVER-ID PIC 9(4).
