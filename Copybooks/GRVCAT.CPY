      *----------------------------------------------------------*
      * GRIEVANCE CATEGORY RECORD LAYOUT                          *
      * ONE ROW PER CATEGORY OF PARENT GRIEVANCE, WITH THE NUMBER *
      * OF WORKING DAYS THE SCHOOL ALLOWS ITSELF TO RESOLVE ONE   *
      * AND THE SUPERVISOR OPERATOR AN UNRESOLVED GRIEVANCE IS    *
      * ESCALATED TO WHEN THAT TARGET PASSES. MAINTAINED UNDER A  *
      * SUPERVISOR LOGIN IN GRIEVANCE-MAINT.                      *
      *----------------------------------------------------------*
       01 GRIEVANCE-CATEGORY-REC.
        02 GC-CODE PIC X(4).
        02 GC-DESCRIPTION PIC X(20).
        02 GC-TARGET-DAYS PIC 9(3).
        02 GC-SUPERVISOR PIC X(8).
