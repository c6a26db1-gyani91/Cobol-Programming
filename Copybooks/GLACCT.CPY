      *----------------------------------------------------------*
      * SHARED GENERAL-LEDGER ACCOUNT MAP RECORD LAYOUT           *
      * ONE ROW PER FEE POSTING KIND, NAMING THE LEDGER ACCOUNT   *
      * TO DEBIT AND THE ONE TO CREDIT WHEN GL-JOURNAL SUMMARISES *
      * FEELEDG.DAT FOR ACCOUNTS. A ROW APPLIES TO ONE FL-TYPE; A *
      * BLANK FEE CODE OR PAY MODE MATCHES ANY. WHERE SEVERAL     *
      * ROWS MATCH, A ROW NAMING THE FEE CODE BEATS ONE THAT DOES *
      * NOT, THEN A ROW NAMING THE PAY MODE (C CASH, Q CHEQUE, T  *
      * TRANSFER) BEATS ONE THAT DOES NOT.                        *
      *----------------------------------------------------------*
       01 GL-ACCOUNT-REC.
        02 GA-TYPE PIC X.
        02 GA-CODE PIC X(4).
        02 GA-MODE PIC X.
        02 GA-DEBIT-ACCT PIC X(10).
        02 GA-CREDIT-ACCT PIC X(10).
        02 GA-DESCRIPTION PIC X(20).
