      * THEIR EXPECTED-PAYMENT DATE (I-NEXT-DUE) AND THE BALANCE
      * IS BUCKETED CURRENT / 30 / 60 / 90+ DAYS PAST DUE, WITH
      * SUBTOTALS BY DEGREE PROGRAM. AN ACCOUNT WITH NO SCHEDULE
      * ON FILE (I-NEXT-DUE ZERO) AGES AS CURRENT. A LOAN LAB5CHO
      * HAS CHARGED OFF IS NO LONGER COLLECTIONS' TO WORK AND IS
      * LEFT OFF THE LIST.

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
       FD AGEP-FILE
           LABEL RECORDS ARE OMITTED.
       01 AGEP-REC      PIC X(90).
      * AGES ONE BORROWER. ONLY VALID RECORDS WITH A GENUINE
      * BALANCE DUE APPEAR; PAID-OFF, OVERPAID AND UNPARSEABLE
      * RECORDS ARE PASSED OVER - THE LATTER ARE THE SUSPENSE
      * CYCLE'S PROBLEM, NOT COLLECTIONS'. SO ARE CHARGED-OFF
      * LOANS.
      **************************************************************
       1100-AGE-STUDENT.
           PERFORM 1070-CHECK-NUMERIC.
           IF VALID-RECORD AND I-CO-FLAG NOT = 'Y'
             PERFORM 1150-CALC-TOTAL
             COMPUTE BAL-AMT = I-LOAN + I-LATE-CHG - TOTAL
             IF BAL-AMT > 0
           ADD 1 TO REC-CT.
      **************************************************************
      * SAME DAYS-PAST-DUE RULES AS LAB5'S 1815-CALC-DAYS-PAST-
      * DUE: NO SCHEDULE, A BAD DATE, A FUTURE DUE DATE, OR A
      * DEFERMENT IN FORCE ALL AGE AS CURRENT.
      **************************************************************
       1250-CALC-DAYS-PAST-DUE.
           MOVE 0 TO DAYS-PAST-DUE.
      * AN ACCOUNT IN DEFERMENT OR FORBEARANCE AGES AS CURRENT
      * FROM ITS START DATE UNTIL LAB5DEF ROLLS I-NEXT-DUE PAST IT.
           IF I-DEFER-TYPE NOT = SPACE
             AND I-DEFER-START NUMERIC
             AND I-DEFER-START NOT > RUN-DATE-RAW
             GO TO 1250-DAYS-EXIT
           END-IF.
           IF I-NEXT-DUE NOT NUMERIC OR I-NEXT-DUE = 0
             GO TO 1250-DAYS-EXIT
           END-IF.
