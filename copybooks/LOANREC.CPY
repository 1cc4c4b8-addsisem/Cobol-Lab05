      * PAYMENT SCHEDULE THAT DELINQUENCY AGING IS MEASURED
      * AGAINST. A ZERO I-NEXT-DUE MEANS NO SCHEDULE IS ON FILE
      * AND THE ACCOUNT IS NEVER AGED PAST DUE. I-STUD-ID IS THE
      * REGISTRAR'S PERMANENT STUDENT ID AND I-LOAN-SEQ NUMBERS
      * THE STUDENT'S LOANS 01, 02, ... IN THE ORDER THEY WERE
      * ADDED; TOGETHER THEY ARE THE RECORD KEY OF DA-S-INPUT, ONE
      * RECORD PER LOAN, SO A STUDENT'S LOANS READ CONSECUTIVELY
      * OLDEST FIRST. EVERY PROGRAM THAT POSTS, CORRECTS OR
      * MAINTAINS A RECORD MATCHES ON THE PAIR. I-NAME IS CARRIED
      * FOR DISPLAY ONLY AND IS NOT UNIQUE. THE NAME, DEGREE,
      * ADDRESS, DEFERMENT AND ENROLLMENT FIELDS DESCRIBE THE
      * STUDENT AND ARE KEPT THE SAME ON EVERY ONE OF THE
      * STUDENT'S LOANS; I-YEAR (THE CLASS STANDING THE LOAN WAS
      * MADE AT), THE AMOUNTS, THE SCHEDULE AND THE INSTALLMENT
      * TABLE BELONG TO THE ONE LOAN. I-RFND-FLAG IS 'Y' ONCE
      * LAB5RFD HAS EVER VOUCHERED A REFUND ON THE ACCOUNT
      * (I-RFND-DATE SAYS WHEN, LAST), AND I-RFND-AMT IS THE
      * TOTAL ALREADY VOUCHERED TO ACCOUNTS PAYABLE - THE REFUND
      * ADDRESS MAKES LAB5STM'S BORROWER STATEMENTS MAILABLE -
      * IT IS MAINTAINED THROUGH LAB5MNT'S ADD/CHANGE CARDS AND
      * IS BLANK ON ACCOUNTS CONVERTED BEFORE ADDRESS CAPTURE.
      * I-DEFER-TYPE IS THE DEFERMENT OR FORBEARANCE ON FILE -
      * S (BACK IN SCHOOL HALF-TIME), M (ACTIVE MILITARY DUTY),
      * H (HARDSHIP FORBEARANCE) OR SPACE FOR NONE - RUNNING FROM
      * I-DEFER-START THROUGH I-DEFER-END (YYMMDD), KEYED THROUGH
      * LAB5MNT'S DEFERMENT CARDS. ONCE THE START DATE ARRIVES
      * THE ACCOUNT AGES AS CURRENT IN EVERY PROGRAM THAT AGES,
      * CHARGES, ESCALATES OR BILLS IT, UNTIL LAB5DEF CLEARS THE
      * FIELDS THE NIGHT AFTER THE END DATE AND ROLLS I-NEXT-DUE
      * FORWARD BY THE DEFERRED PERIOD. I-DEFER-STAT IS A WHEN
      * LAB5DEF HAS REPORTED THE ACCOUNT ENTERING DEFERMENT,
      * SPACE BEFORE THEN.
      * I-ENRL-STAT IS THE REGISTRAR'S ENROLLMENT STATUS AS LAB5ENR
      * LAST RECORDED IT - F (FULL-TIME), H (HALF-TIME), L (LESS
      * THAN HALF-TIME), G (GRADUATED), W (WITHDRAWN) OR SPACE
      * WHEN THE REGISTRAR HAS NOT YET REPORTED THE STUDENT.
      * I-SEP-DATE IS THE DATE THE STUDENT LEFT HALF-TIME STUDY
      * (L, G OR W), AND I-REPAY-START IS THE END OF THE GRACE
      * PERIOD THAT FOLLOWS IT - THE DATE I-NEXT-DUE WAS SET TO
      * WHEN REPAYMENT BEGAN. BOTH ARE ZERO UNTIL THE STUDENT FIRST
      * LEAVES; THE GRACE PERIOD IS GRANTED ONCE.
      * I-LOAN-NO IS THE LENDER'S LOAN NUMBER AS KEYED ON THE ADD
      * CARD, I-ORIG-DATE THE DATE THE LOAN WAS ADDED AND I-RATE
      * THE INTEREST RATE IN EFFECT FOR ITS CLASS STANDING THAT
      * DAY. ALL THREE ARE BLANK OR ZERO ON LOANS CONVERTED FROM
      * THE ONE-LOAN MASTER, AND A ZERO I-RATE MEANS THE LOAN
      * ACCRUES AT THE CURRENT CONTROL-FILE RATE FOR I-YEAR.
      * I-CO-FLAG IS 'Y' ONCE LAB5CHO HAS CHARGED THE LOAN OFF ON
      * A SUPERVISOR'S APPROVAL, WITH I-CO-DATE THE DAY IT WAS
      * WRITTEN OFF AND I-CO-AMT THE BALANCE WRITTEN OFF. THE
      * AMOUNTS AND INSTALLMENTS STAY AS THEY WERE, BUT A CHARGED-
      * OFF LOAN IS NO LONGER ACTIVE - IT IS NOT CHARGED, AGED,
      * ESCALATED OR COUNTED IN THE ACTIVE BALANCE. I-RCVY-AMT IS
      * THE TOTAL LAB5PAY HAS POSTED TO THE LOAN SINCE, THE MONEY
      * RECOVERED ON THE WRITE-OFF.
      * EACH INSTALLMENT ALSO CARRIES HOW LAB5PAY APPLIED IT -
      * I-PAID-LATE TO LATE CHARGES, I-PAID-INT TO INTEREST AND
      * I-PAID-PRIN TO PRINCIPAL, ADDING BACK TO I-PAID. ALL THREE
      * ARE ZERO ON AN INSTALLMENT POSTED BEFORE PAYMENTS WERE
      * SPLIT; SUCH A PAYMENT COUNTS AS PRINCIPAL.
      **************************************************************
       01 INPUT-DATA.
         03 I-NAME       PIC X(20).
         03 I-PAY-CT     PIC 9(2).
         03 I-NEXT-DUE   PIC 9(6).
         03 I-STUD-ID    PIC 9(9).
         03 I-LOAN-SEQ   PIC 9(2).
         03 I-RFND-FLAG  PIC X(1).
         03 I-RFND-DATE  PIC 9(6).
         03 I-RFND-AMT   PIC 9(6)V99.
         03 I-ADDR-CITY  PIC X(18).
         03 I-ADDR-STATE PIC X(2).
         03 I-ADDR-ZIP   PIC X(5).
         03 I-DEFER-TYPE PIC X(1).
         03 I-DEFER-STAT PIC X(1).
         03 I-DEFER-START PIC 9(6).
         03 I-DEFER-END  PIC 9(6).
         03 I-ENRL-STAT  PIC X(1).
         03 I-SEP-DATE   PIC 9(6).
         03 I-REPAY-START PIC 9(6).
         03 I-LOAN-NO    PIC X(10).
         03 I-ORIG-DATE  PIC 9(6).
         03 I-RATE       PIC 9V9999.
         03 I-CO-FLAG    PIC X(1).
         03 I-CO-DATE    PIC 9(6).
         03 I-CO-AMT     PIC 9(6)V99.
         03 I-RCVY-AMT   PIC 9(6)V99.
         03 I-PAID-ENTRY OCCURS 1 TO 12 TIMES
              DEPENDING ON I-PAY-CT.
           05 I-PAID      PIC 9(4)V99.
           05 I-PAID-DATE PIC 9(6).
           05 I-PAID-LATE PIC 9(4)V99.
           05 I-PAID-INT  PIC 9(4)V99.
           05 I-PAID-PRIN PIC 9(4)V99.
