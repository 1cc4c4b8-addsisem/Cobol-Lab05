      * DECLINING BALANCE UNTIL PAYOFF, PLUS TOTAL PROJECTED
      * INTEREST AND THE PROJECTED NUMBER OF PERIODS. FINANCIAL
      * AID COUNSELORS GET THE SYSTEM'S OWN ARITHMETIC INSTEAD OF
      * A DESK CALCULATOR'S. EACH LOAN IS PROJECTED ON ITS OWN,
      * AT THE RATE IT WAS ORIGINATED WITH WHEN IT CARRIES ONE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS IR-LOAN-KEY
             ALTERNATE RECORD KEY IS IR-DEGREE
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS IR-NAME
         03 IR-NAME       PIC X(20).
         03 IR-DEGREE     PIC X(4).
         03 FILLER        PIC X(19).
         03 IR-LOAN-KEY.
           05 IR-STUD-ID  PIC 9(9).
           05 IR-LOAN-SEQ PIC 9(2).
         03 FILLER        PIC X(509).
       COPY LOANPFD.
       COPY LOANCTLF.

      **************************************************************
       01 PRNT-STUDENT.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 A-LOAN-SEQ  PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 A-NAME      PIC X(20).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 A-DEGREE    PIC X(4).
      * LOOKS UP THE EFFECTIVE INTEREST RATE FOR THE STUDENT'S
      * CLASS STANDING - SAME SELECTION RULE AND SAME REFUSAL AS
      * LAB5'S 8200-FIND-RATE, SO THE PROJECTION CAN NEVER RUN ON
      * A RATE THE NIGHTLY ACCRUAL WOULD REFUSE. A LOAN THAT
      * CARRIES ITS OWN RATE FROM ORIGINATION (I-RATE) IS
      * PROJECTED AT THAT RATE, AS LAB5 ACCRUES IT.
      **************************************************************
       1300-FIND-RATE.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE 0 TO BEST-EFF.
           MOVE 0 TO INT-RATE.
           IF I-RATE NUMERIC AND I-RATE > 0
             MOVE I-RATE TO INT-RATE
             MOVE 'Y' TO RATE-FOUND-SW
           ELSE
             PERFORM 1310-CHECK-RATE-ROW
               VARYING CTL-SUB FROM 1 BY 1
                 UNTIL CTL-SUB > CTL-RATE-CT
           END-IF.
           IF NOT RATE-FOUND
             DISPLAY 'LAB5AMT: NO EFFECTIVE RATE FOR CLASS '
               'STANDING ' I-YEAR
           MOVE 0 TO REC-CT.

       1700-PRINT-STUDENT.
           MOVE I-LOAN-SEQ  TO A-LOAN-SEQ.
           MOVE I-NAME      TO A-NAME.
           MOVE I-DEGREE    TO A-DEGREE.
           MOVE I-YEAR      TO A-YEAR.
