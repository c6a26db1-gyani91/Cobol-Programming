      *----------------------------------------------------------*
      * PARENT GRIEVANCE RECORD LAYOUT                            *
      * ONE ROW PER COMPLAINT RECEIVED FROM A PARENT, HOWEVER IT  *
      * ARRIVED. GV-TARGET IS THE RECEIVED DATE PLUS THE          *
      * CATEGORY'S TARGET IN WORKING DAYS, SET WHEN THE GRIEVANCE *
      * IS RECORDED. GRIEVANCE-ESCALATE MOVES AN OPEN GRIEVANCE   *
      * PAST ITS TARGET TO ESCALATED; EACH RESPONSE IS ALSO       *
      * LOGGED ON COMMREG.DAT. GV-DAYS-TAKEN IS THE CALENDAR DAYS *
      * FROM RECEIPT TO RESOLUTION, SET WHEN IT IS RESOLVED.      *
      *----------------------------------------------------------*
       01 GRIEVANCE-REC.
        02 GV-NO PIC 9(5).
        02 GV-RNO PIC 9(5).
        02 GV-NAME PIC X(20).
        02 GV-GUARDIAN-ID PIC 9(4).
        02 GV-CHANNEL PIC X(6).
           88 GV-BY-PHONE VALUE "PHONE".
           88 GV-BY-LETTER VALUE "LETTER".
           88 GV-BY-PORTAL VALUE "PORTAL".
           88 GV-IN-PERSON VALUE "PERSON".
        02 GV-CATEGORY PIC X(4).
        02 GV-DESCRIPTION PIC X(60).
        02 GV-OWNER PIC X(8).
        02 GV-RECEIVED PIC 9(8).
        02 GV-TARGET PIC 9(8).
        02 GV-STATUS PIC X.
           88 GV-OPEN VALUE "O".
           88 GV-ESCALATED VALUE "E".
           88 GV-RESOLVED VALUE "C".
           88 GV-UNRESOLVED VALUES "O" "E".
        02 GV-ESCALATED-TO PIC X(8).
        02 GV-ESCALATED-DATE PIC 9(8).
        02 GV-RESPONSE-COUNT PIC 9(3).
        02 GV-LAST-RESPONSE PIC 9(8).
        02 GV-LAST-NOTE PIC X(60).
        02 GV-CLOSED-DATE PIC 9(8).
        02 GV-DAYS-TAKEN PIC 9(3).
