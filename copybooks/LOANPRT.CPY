      * SO THE INQUIRY PROGRAM'S OUTPUT LINES UP WITH THE MAIN
      * LOAN REPORT.
      **************************************************************
      * L-LOAN-SEQ1 SAYS WHICH OF THE STUDENT'S LOANS THE BLOCK IS.
       01 PRNT-DATA1.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 L-LOAN-SEQ1 PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 L-NAME1     PIC X(20).
         03 L-DEGREE1   PIC X(4).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(16)       VALUE 'OVERPAID BALANCE'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 N-BALANCE   PIC $$$,$$$9.99-.

      * A LOAN LAB5CHO HAS CHARGED OFF SHOWS WHAT IS STILL
      * UNRECOVERED ON ITS OWN LINE, NOT AS A BALANCE DUE.
       01 PRNT-BALANCE3.
         03 FILLER      PIC X(19)       VALUE 'CHARGED OFF BALANCE'.
         03 C-BALANCE   PIC $$$,$$$9.99-.
