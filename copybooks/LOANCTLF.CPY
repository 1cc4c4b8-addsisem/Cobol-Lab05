      *     WITH NUMERIC VALUE vvvvv. CKPTINT IS THE CHECKPOINT
      *     INTERVAL, DELQDAYS THE DELINQUENCY DAYS THRESHOLD,
      *     LATECHG THE FLAT LATE CHARGE LAB5CHG ASSESSES, IN
      *     WHOLE DOLLARS (00025 = 25.00). GLCASH, GLLOANRC,
      *     GLLATEIN AND GLRFDPAY ARE THE GENERAL LEDGER ACCOUNT
      *     NUMBERS LAB5GL POSTS CASH RECEIPTS, STUDENT LOANS
      *     RECEIVABLE, LATE-CHARGE INCOME AND LOAN REFUNDS
      *     PAYABLE TO. GRACEMOS IS THE GRACE PERIOD, IN MONTHS,
      *     LAB5ENR ALLOWS BETWEEN A STUDENT LEAVING HALF-TIME
      *     STUDY AND THE FIRST PAYMENT DUE. CHGOFDAY IS THE
      *     NUMBER OF DAYS A LOAN MUST HAVE SAT AT THE
      *     COLLECTIONS REFERRAL STAGE BEFORE LAB5CHO PROPOSES IT
      *     FOR CHARGE-OFF. ADDRSHR IS THE MOST STUDENTS ONE
      *     MAILING ADDRESS MAY CARRY BEFORE LAB5VFY REPORTS IT
      *     (2 WHEN THE ROW IS ABSENT). INTRPTH IS THE INTEREST,
      *     IN WHOLE DOLLARS, A BORROWER MUST HAVE PAID IN THE TAX
      *     YEAR BEFORE LAB5YRE REPORTS IT ON THE TAX EXTRACT (600
      *     WHEN THE ROW IS ABSENT). APRVAMT IS THE MOST, IN WHOLE
      *     DOLLARS, A LAB5MNT CHANGE CARD MAY MOVE I-LOAN BEFORE
      *     IT IS HELD FOR A SECOND OPERATOR'S APPROVAL (0, SO
      *     EVERY LOAN-AMOUNT CHANGE IS HELD, WHEN THE ROW IS
      *     ABSENT). APRVDAYS IS THE NUMBER OF DAYS A HELD ITEM
      *     MAY WAIT FOR APPROVAL BEFORE IT EXPIRES (10 WHEN THE
      *     ROW IS ABSENT). JRNLRETN IS THE RECORDS-SCHEDULE
      *     RETENTION, IN MONTHS, OF THE JOURNAL HISTORY - LAB5JHS
      *     DROPS UPDATES JOURNALED MORE THAN THAT MANY MONTHS
      *     BEFORE THE RUN DATE (0, SO NOTHING IS DROPPED, WHEN THE
      *     ROW IS ABSENT).
      *
      * A RECORD WHOSE TYPE IS NEITHER RATE NOR PARM (BLANK OR *
      * IN COLUMN 1) IS A COMMENT AND IS IGNORED.
