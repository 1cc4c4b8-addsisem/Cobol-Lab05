      **************************************************************
      * INTEREST HISTORY - APPENDED BY LAB5PAY, ONE P RECORD FOR
      * EVERY PAYMENT IT POSTS AND ONE R RECORD FOR EVERY PAYMENT
      * IT REVERSES, CARRYING THE SPLIT INTO LATE CHARGES, INTEREST
      * AND PRINCIPAL THAT WAS STORED ON (OR BACKED OUT OF) THE
      * INSTALLMENT. IH-PAY-DATE IS THE DATE THE BORROWER PAID,
      * WHICH DECIDES THE TAX YEAR; IH-POST-DATE IS THE RUN DATE.
      * THE BORROWER'S NAME AND MAILING ADDRESS ARE CARRIED AS
      * THEY STOOD WHEN THE PAYMENT POSTED, SO LAB5YRE CAN STILL
      * ADDRESS A YEAR-END STATEMENT AFTER LAB5ARC HAS PURGED A
      * PAID-OFF LOAN FROM THE MASTER. LIKE THE CHARGE-OFF
      * HISTORY THIS FILE IS NEVER CLEARED.
      **************************************************************
       FD IHST-FILE
           LABEL RECORDS ARE STANDARD.
       01 IHST-REC.
         03 IH-POST-DATE   PIC 9(6).
         03 IH-TYPE        PIC X(1).
           88 IH-PAYMENT             VALUE 'P'.
           88 IH-REVERSAL            VALUE 'R'.
         03 IH-STUD-ID     PIC 9(9).
         03 IH-LOAN-SEQ    PIC 9(2).
         03 IH-PAY-DATE    PIC 9(6).
         03 IH-PAY-DATE-PARTS REDEFINES IH-PAY-DATE.
           05 IH-PAY-YY    PIC 99.
           05 IH-PAY-MM    PIC 99.
           05 IH-PAY-DD    PIC 99.
         03 IH-AMOUNT      PIC 9(4)V99.
         03 IH-LATE        PIC 9(4)V99.
         03 IH-INT         PIC 9(4)V99.
         03 IH-PRIN        PIC 9(4)V99.
         03 IH-NAME        PIC X(20).
         03 IH-ADDR-STREET PIC X(25).
         03 IH-ADDR-CITY   PIC X(18).
         03 IH-ADDR-STATE  PIC X(2).
         03 IH-ADDR-ZIP    PIC X(5).
