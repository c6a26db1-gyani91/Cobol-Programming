      *----------------------------------------------------------*
      * SHARED TRANSPORT DRIVER MASTER RECORD LAYOUT              *
      * ONE ROW PER BUS DRIVER WITH THE DRIVING LICENCE AND ITS   *
      * EXPIRY DATE. KEPT BY FLEET-MAINT; FLEET-COMPLIANCE WARNS  *
      * AHEAD OF THE LICENCE LAPSING.                             *
      *----------------------------------------------------------*
       01 DRIVER-MASTER-REC.
        02 DV-ID PIC 9(4).
        02 DV-NAME PIC X(25).
        02 DV-CONTACT PIC X(15).
        02 DV-LICENCE-NO PIC X(16).
        02 DV-LICENCE-EXPIRY PIC 9(8).
