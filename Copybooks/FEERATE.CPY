      *----------------------------------------------------------*
      * SHARED FEE RATE VERSION RECORD LAYOUT                     *
      * ONE ROW PER DATED RATE FOR A FEE CODE. FEESTRUC.DAT KEEPS *
      * THE CODE, ITS DESCRIPTION AND THE ORIGINAL RATE; EVERY    *
      * LATER REVISION IS A ROW HERE, PROPOSED (P) THROUGH        *
      * FEE-REVISION AND ONLY IN FORCE ONCE A SUPERVISOR APPROVES *
      * IT (A) OR DROPPED IF REJECTED (X). THE RATE IN FORCE ON A *
      * DATE IS THE APPROVED ROW WITH THE LATEST EFFECTIVE DATE   *
      * NOT AFTER IT, OR THE FEESTRUC.DAT RATE WHEN THERE IS      *
      * NONE.                                                     *
      *----------------------------------------------------------*
       01 FEE-RATE-REC.
        02 FR-CODE PIC X(4).
        02 FR-EFF-DATE PIC 9(8).
        02 FR-AMOUNT PIC 9(5)V99.
        02 FR-STATUS PIC X.
           88 FR-PENDING VALUE "P".
           88 FR-APPROVED VALUE "A".
           88 FR-REJECTED VALUE "X".
        02 FR-ENTERED-DATE PIC 9(8).
        02 FR-ENTERED-BY PIC X(8).
        02 FR-APPROVED-DATE PIC 9(8).
        02 FR-APPROVED-BY PIC X(8).
