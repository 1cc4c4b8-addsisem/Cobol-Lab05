      **************************************************************
      * CHARGE-OFF HISTORY - SHARED BY LAB5CHO, WHICH APPENDS A C
      * RECORD FOR EVERY LOAN IT WRITES OFF, AND LAB5PAY, WHICH
      * APPENDS A P RECORD FOR EVERY PAYMENT IT POSTS TO A
      * CHARGED-OFF LOAN (A RECOVERY) AND AN R RECORD WHEN IT
      * REVERSES ONE. CH-DATE IS THE RUN DATE THE EVENT WAS
      * POSTED, SO LAB5COR CAN REPORT THE MONTH'S CHARGE-OFFS AND
      * RECOVERIES BY DEGREE PROGRAM FOR THE CONTROLLER WITHOUT
      * READING THE MASTER. UNLIKE THE UPDATE JOURNAL THIS FILE
      * IS NEVER CLEARED - IT IS THE CONTROLLER'S YEAR-TO-DATE
      * RECORD OF LOSSES.
      **************************************************************
       FD COHS-FILE
           LABEL RECORDS ARE STANDARD.
       01 COHS-REC.
         03 CH-DATE       PIC 9(6).
         03 CH-TYPE       PIC X(1).
           88 CH-CHARGE-OFF         VALUE 'C'.
           88 CH-RECOVERY           VALUE 'P'.
           88 CH-RECOVERY-REVERSED  VALUE 'R'.
         03 CH-STUD-ID    PIC 9(9).
         03 CH-LOAN-SEQ   PIC 9(2).
         03 CH-DEGREE     PIC X(4).
         03 CH-AMOUNT     PIC 9(6)V99.
