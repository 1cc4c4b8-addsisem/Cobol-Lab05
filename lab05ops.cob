      * OPERATIONS TREND REPORT - THE MONTH-END READ OF THE RUN-
      * CONTROL HISTORY (DA-S-RCTL) THAT LAB5 NOW APPENDS TO RUN
      * BY RUN. ONE LINE PER RUN SHOWS THE INPUT VOLUME, RECORDS
      * RELEASED, SUSPENSE COUNT, LOANS REPORTED AND THE
      * BALANCE FLAG, SO THE AUDITORS' "HOW OFTEN WERE YOU OUT OF
      * BALANCE LAST QUARTER" IS A PAGE, NOT A SHRUG. A RUN WHOSE
      * SUSPENSE COUNT HAS CLIMBED OVER EACH OF THE TWO RUNS
         03 RCTL-INPUT-CT        PIC 9(7).
         03 RCTL-RELEASED-CT     PIC 9(7).
         03 RCTL-SUSP-CT         PIC 9(5).
         03 RCTL-LOAN-CT         PIC 9(5).
         03 RCTL-LOAN-HASH       PIC 9(9)V99.
         03 RCTL-LOAN-SUM        PIC 9(7)V99.
         03 RCTL-SUSP-LOAN       PIC 9(7)V99.
         03 FILLER      PIC X(10)       VALUE '    INPUT'.
         03 FILLER      PIC X(10)       VALUE ' RELEASED'.
         03 FILLER      PIC X(10)       VALUE ' SUSPENSE'.
         03 FILLER      PIC X(10)       VALUE '    LOANS'.
         03 FILLER      PIC X(5)        VALUE 'BAL'.
         03 FILLER      PIC X(10)       VALUE 'TREND'.
       01 PRNT-RUN-LINE.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 RL-SUSP     PIC ZZZ,ZZ9.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 RL-LOAN     PIC ZZZ,ZZ9.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 RL-FLAG     PIC X(1).
         03 FILLER      PIC X(4)        VALUE SPACES.
           MOVE RCTL-INPUT-CT    TO RL-INPUT.
           MOVE RCTL-RELEASED-CT TO RL-RELEASED.
           MOVE RCTL-SUSP-CT     TO RL-SUSP.
           MOVE RCTL-LOAN-CT     TO RL-LOAN.
           MOVE RCTL-BAL-FLAG    TO RL-FLAG.
           IF RCTL-BAL-FLAG NOT = 'B'
             ADD 1 TO OPS-OOB-CT
