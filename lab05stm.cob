      * PROJECTS WITH - CLAMPED TO THE BALANCE WHEN LESS THAN ONE
      * INSTALLMENT REMAINS. AN ACCOUNT CONVERTED BEFORE ADDRESS
      * CAPTURE STILL PRINTS, FLAGGED FOR THE MAIL ROOM TO HOLD.
      * AN ACCOUNT IN DEFERMENT OR FORBEARANCE IS TREATED AS
      * CURRENT: ITS STATEMENT SAYS NO PAYMENT IS DUE UNTIL THE
      * DEFERMENT ENDS, AND THE STUB ASKS FOR NOTHING. A BORROWER
      * HOLDING SEVERAL LOANS GETS ONE STATEMENT: A SECTION FOR
      * EACH LOAN WITH A BALANCE DUE, A COMBINED TOTAL FOR ALL OF
      * THEM, AND ONE STUB PER LOAN. EACH STUB CARRIES ITS LOAN
      * SEQUENCE IN THE COLUMNS AHEAD OF THE STUDENT ID, WHERE
      * LAB5LBX PICKS IT UP SO THE CHECK POSTS TO THAT LOAN. A
      * CHARGED-OFF LOAN IS LEFT OFF THE STATEMENT ALTOGETHER.

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
       COPY LOANCTLF.
       FD STMT-FILE
           LABEL RECORDS ARE OMITTED.
       01 NEXT-PAYMENT     PIC 9(6)V99  VALUE 0.
       01 SUB              PIC 999999.
      **************************************************************
      * ONE BORROWER'S LOANS WITH A BALANCE DUE, HELD UNTIL THE
      * STUDENT ID CHANGES SO THE STATEMENT CAN BE PRINTED WHOLE -
      * THE ADDRESS AND THE COMBINED TOTAL NEED EVERY LOAN IN
      * HAND. STU- FIELDS ACCUMULATE THE COMBINED TOTAL.
      **************************************************************
       01 SAVE-STUD-ID     PIC 9(9)     VALUE 0.
       01 STM-HOLD-CT      PIC 9(3)     VALUE 0.
       01 STM-HOLD-MAX     PIC 9(3)     VALUE 20.
       01 STM-HOLD-SUB     PIC 9(3)     VALUE 0.
       01 STM-HOLD-TABLE.
         03 STM-HOLD-IMAGE PIC X(563) OCCURS 20 TIMES.
       01 STU-BALANCE      PIC S9(7)V99 VALUE 0.
       01 STU-NEXT-PAYMENT PIC 9(7)V99  VALUE 0.
      **************************************************************
      * STATEMENT LINE COUNTING. EACH SECTION KNOWS HOW MANY LINES
      * IT PRINTS, SO A BORROWER WITH SEVERAL LOANS RUNS ONTO A
      * CONTINUATION PAGE INSTEAD OF OFF THE FORM.
      **************************************************************
       01 STM-PAGE-LINES   PIC 99       VALUE 60.
       01 STM-LINE-CT      PIC 99       VALUE 0.
       01 STM-NEED         PIC 99       VALUE 0.
      **************************************************************
      * RUN CONTROL TOTALS, DISPLAYED FOR THE OPERATOR LOG LIKE
      * LAB5ARC'S CLOSE TOTALS.
      **************************************************************
       01 STM-READ-CT      PIC 9(7)     VALUE 0.
       01 STM-PRINTED-CT   PIC 9(7)     VALUE 0.
       01 STM-NOADDR-CT    PIC 9(7)     VALUE 0.
       01 STM-DEFER-CT     PIC 9(7)     VALUE 0.
       01 STM-LOAN-CT      PIC 9(7)     VALUE 0.
       01 STM-CHGOFF-CT    PIC 9(7)     VALUE 0.
      **************************************************************
      * SET BY 1260-CHECK-DEFERMENT WHEN THE ACCOUNT'S DEFERMENT
      * OR FORBEARANCE HAS STARTED - THE SAME TEST LAB5 AND
      * LAB5AGE USE TO AGE IT AS CURRENT.
      **************************************************************
       01 DEFER-SW         PIC X(1)     VALUE 'N'.
         88 IN-DEFERMENT                VALUE 'Y'.
      **************************************************************
      * INPUT-VALIDATION WORK AREAS - SAME EDITS LAB5'S 1070-
      * CHECK-NUMERIC APPLIES, SO A BAD MASTER RECORD IS LEFT TO
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'STUDENT LOAN STATEMENT'.
       01 PRNT-CONT-HEAD.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'STUDENT LOAN STATEMENT (CONTINUED)'.
       01 PRNT-ADDR-NAME.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 SA-NAME     PIC X(20).
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT: '.
         03 SA-STUD-ID  PIC 9(9).
       01 PRNT-LOAN-HEAD.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'LOAN '.
         03 SL-LOAN-SEQ PIC 99.
         03 FILLER      PIC X(11)       VALUE '  LOAN NO. '.
         03 SL-LOAN-NO  PIC X(10).
      **************************************************************
      * INSTALLMENT-HISTORY LINES - PAYMENT DATE AHEAD OF THE
      * AMOUNT, AS ON THE MAIN LOAN REPORT. A PAYMENT POSTED
         03 SN-DD       PIC 99.
         03 FILLER      PIC X(1)        VALUE '/'.
         03 SN-YY       PIC 99.
       01 PRNT-DEFER-LINE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(26)       VALUE
           'PAYMENTS DEFERRED THROUGH '.
         03 SD-MM       PIC 99.
         03 FILLER      PIC X(1)        VALUE '/'.
         03 SD-DD       PIC 99.
         03 FILLER      PIC X(1)        VALUE '/'.
         03 SD-YY       PIC 99.
         03 FILLER      PIC X(19)       VALUE ' - NO PAYMENT DUE'.
       01 PRNT-STUB-RULE.
         03 FILLER      PIC X(80)       VALUE
           '- - - - - - - - DETACH AND RETURN WITH YOUR PAYMENT - -
      -    ' - - - - - -'.
       01 PRNT-STUB-LINE.
         03 FILLER      PIC X(3)        VALUE 'LN '.
         03 SB-LOAN-SEQ PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 SB-STUD-ID  PIC 9(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 SB-NAME     PIC X(20).
                 STMT-FILE.
           DISPLAY 'LAB5STM: RECORDS READ        ' STM-READ-CT.
           DISPLAY 'LAB5STM: STATEMENTS PRINTED  ' STM-PRINTED-CT.
           DISPLAY 'LAB5STM: LOANS ON STATEMENTS ' STM-LOAN-CT.
           DISPLAY 'LAB5STM: HELD - NO ADDRESS   ' STM-NOADDR-CT.
           DISPLAY 'LAB5STM: IN DEFERMENT        ' STM-DEFER-CT.
           DISPLAY 'LAB5STM: CHARGED OFF, OMITTED' STM-CHGOFF-CT.
           STOP RUN.
      **************************************************************
      * LOADS THE EFFECTIVE-DATED RATES FROM DA-S-CTLF - SAME
           END-IF.
           PERFORM 0110-READ-CONTROL.
      **************************************************************
      * JUDGES ONE LOAN. ONLY A VALID RECORD WITH A BALANCE
      * STILL DUE GOES ON THE STATEMENT - PAID-OFF AND OVERPAID
      * LOANS HAVE NOTHING TO REMIT, UNPARSEABLE RECORDS BELONG
      * TO THE SUSPENSE CYCLE, AND A CHARGED-OFF LOAN IS WORKED
      * BY COLLECTIONS, NOT BILLED, SO IT GETS NO SECTION, NO
      * STUB AND NO SHARE OF THE TOTAL. THE LOANS ARRIVE IN STUDENT
      * ID ORDER, SO WHEN THE NEXT RECORD IS ANOTHER STUDENT'S THE
      * LOANS HELD SO FAR MAKE UP THIS BORROWER'S STATEMENT.
      **************************************************************
       1100-JUDGE-STUDENT.
           PERFORM 1070-CHECK-NUMERIC.
             PERFORM 1150-CALC-TOTAL
             PERFORM 1800-CALC-BALANCE
             IF BAL-AMT > 0
               IF I-CO-FLAG = 'Y'
                 ADD 1 TO STM-CHGOFF-CT
               ELSE
                 PERFORM 1110-HOLD-LOAN
               END-IF
             END-IF
           END-IF.
           MOVE I-STUD-ID TO SAVE-STUD-ID.
           PERFORM 2000-READ-INPUT.
           IF EOF-I = 1 OR I-STUD-ID NOT = SAVE-STUD-ID
             IF STM-HOLD-CT > 0
               PERFORM 1200-PRINT-STATEMENT
               IF EOF-I NOT = 1
                 PERFORM 2010-UNPACK-INPUT
               END-IF
             END-IF
             MOVE 0 TO STM-HOLD-CT
           END-IF.

       1110-HOLD-LOAN.
           IF STM-HOLD-CT = STM-HOLD-MAX
             DISPLAY 'LAB5STM: LOAN HOLD TABLE FULL, INCREASE '
               'STM-HOLD-MAX'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO STM-HOLD-CT.
           MOVE INPUT-REC TO STM-HOLD-IMAGE (STM-HOLD-CT).
      **************************************************************
      * PRINTS ONE BORROWER'S STATEMENT - ADDRESS BLOCK, THEN FOR
      * EACH LOAN ITS PAYMENT HISTORY, SUMMARY AND NEXT PAYMENT,
      * THEN THE COMBINED TOTAL WHEN THERE IS MORE THAN ONE LOAN,
      * AND THE STUBS. THE ADDRESS IS THE STUDENT'S, THE SAME ON
      * EVERY LOAN, SO THE FIRST LOAN HELD SUPPLIES IT.
      **************************************************************
       1200-PRINT-STATEMENT.
           MOVE 1 TO STM-HOLD-SUB.
           PERFORM 1210-LOAD-HELD-LOAN.
           ADD 1 TO PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE I-STUD-ID TO SA-STUD-ID.
           WRITE STMT-REC FROM PRNT-ACCT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 8 TO STM-LINE-CT.
           PERFORM 1260-CHECK-DEFERMENT.
           IF IN-DEFERMENT
             ADD 1 TO STM-DEFER-CT
           END-IF.
           MOVE 0 TO STU-BALANCE STU-NEXT-PAYMENT.
           PERFORM 1230-PRINT-LOAN
             VARYING STM-HOLD-SUB FROM 1 BY 1
               UNTIL STM-HOLD-SUB > STM-HOLD-CT.
           IF STM-HOLD-CT > 1
             IF STM-LINE-CT + 3 > STM-PAGE-LINES
               PERFORM 1240-CONTINUE-PAGE
             END-IF
             MOVE SPACES TO STMT-REC
             WRITE STMT-REC
               AFTER ADVANCING 1 LINE
             MOVE 'TOTAL BALANCE DUE' TO SM-LABEL
             MOVE STU-BALANCE        TO SM-AMOUNT
             WRITE STMT-REC FROM PRNT-SUM-LINE
               AFTER ADVANCING 1 LINE
             MOVE 'TOTAL NOW DUE . .' TO SM-LABEL
             MOVE STU-NEXT-PAYMENT   TO SM-AMOUNT
             WRITE STMT-REC FROM PRNT-SUM-LINE
               AFTER ADVANCING 1 LINE
             ADD 3 TO STM-LINE-CT
           END-IF.
           COMPUTE STM-NEED = STM-HOLD-CT + 2.
           IF STM-LINE-CT + STM-NEED > STM-PAGE-LINES
             PERFORM 1240-CONTINUE-PAGE
           END-IF.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM PRNT-STUB-RULE
             AFTER ADVANCING 1 LINE.
           PERFORM 1280-PRINT-STUB
             VARYING STM-HOLD-SUB FROM 1 BY 1
               UNTIL STM-HOLD-SUB > STM-HOLD-CT.
           ADD 1 TO STM-PRINTED-CT.
      **************************************************************
      * UNPACKS ONE HELD LOAN INTO INPUT-DATA AND REFIGURES ITS
      * TOTAL PAID, BALANCE AND NEXT PAYMENT - THE RECORD WAS
      * ALREADY EDITED WHEN IT WAS HELD.
      **************************************************************
       1210-LOAD-HELD-LOAN.
           MOVE STM-HOLD-IMAGE (STM-HOLD-SUB) (36:2) TO I-PAY-CT.
           MOVE STM-HOLD-IMAGE (STM-HOLD-SUB) TO INPUT-DATA.
           MOVE STM-HOLD-IMAGE (STM-HOLD-SUB) (36:2) TO I-PAY-CT.
           PERFORM 1150-CALC-TOTAL.
           PERFORM 1800-CALC-BALANCE.
           PERFORM 1270-CALC-NEXT-PAYMENT.
      **************************************************************
      * PRINTS ONE LOAN'S SECTION OF THE STATEMENT - I-PAY-CT
      * HISTORY LINES PLUS TEN FIXED LINES - AND ADDS THE LOAN TO
      * THE BORROWER'S COMBINED TOTAL.
      **************************************************************
       1230-PRINT-LOAN.
           PERFORM 1210-LOAD-HELD-LOAN.
           COMPUTE STM-NEED = I-PAY-CT + 10.
           IF STM-LINE-CT + STM-NEED > STM-PAGE-LINES
             PERFORM 1240-CONTINUE-PAGE
           END-IF.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
           MOVE I-LOAN-SEQ TO SL-LOAN-SEQ.
           MOVE I-LOAN-NO  TO SL-LOAN-NO.
           WRITE STMT-REC FROM PRNT-LOAN-HEAD
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM PRNT-HIST-HEAD
             AFTER ADVANCING 1 LINE.
           PERFORM 1250-PRINT-HISTORY
           MOVE BAL-AMT            TO SM-AMOUNT.
           WRITE STMT-REC FROM PRNT-SUM-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
           IF IN-DEFERMENT
             MOVE I-DEFER-END (3:2) TO SD-MM
             MOVE I-DEFER-END (5:2) TO SD-DD
             MOVE I-DEFER-END (1:2) TO SD-YY
             WRITE STMT-REC FROM PRNT-DEFER-LINE
               AFTER ADVANCING 1 LINE
           ELSE
             MOVE NEXT-PAYMENT     TO SN-AMOUNT
             MOVE I-NEXT-DUE (3:2) TO SN-MM
             MOVE I-NEXT-DUE (5:2) TO SN-DD
             MOVE I-NEXT-DUE (1:2) TO SN-YY
             WRITE STMT-REC FROM PRNT-NEXT-LINE
               AFTER ADVANCING 1 LINE
           END-IF.
           ADD STM-NEED     TO STM-LINE-CT.
           ADD BAL-AMT      TO STU-BALANCE.
           ADD NEXT-PAYMENT TO STU-NEXT-PAYMENT.
           ADD 1 TO STM-LOAN-CT.
      **************************************************************
      * STARTS A CONTINUATION PAGE WHEN THE NEXT SECTION WILL NOT
      * FIT - RUN HEADING, CONTINUED TITLE AND THE ACCOUNT LINE.
      **************************************************************
       1240-CONTINUE-PAGE.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO H-PAGE-NO.
           WRITE STMT-REC FROM PRNT-RUN-HEAD
             AFTER ADVANCING PAGE.
           WRITE STMT-REC FROM PRNT-CONT-HEAD
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM PRNT-ACCT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 3 TO STM-LINE-CT.
      **************************************************************
      * ONE REMITTANCE STUB PER LOAN, ASKING FOR THAT LOAN'S NEXT
      * PAYMENT (OR NOTHING, DATED THE DEFERMENT END, WHILE IN
      * DEFERMENT).
      **************************************************************
       1280-PRINT-STUB.
           PERFORM 1210-LOAD-HELD-LOAN.
           MOVE I-LOAN-SEQ       TO SB-LOAN-SEQ.
           MOVE I-STUD-ID        TO SB-STUD-ID.
           MOVE I-NAME           TO SB-NAME.
           IF IN-DEFERMENT
             MOVE I-DEFER-END (3:2) TO SB-MM
             MOVE I-DEFER-END (5:2) TO SB-DD
             MOVE I-DEFER-END (1:2) TO SB-YY
           ELSE
             MOVE I-NEXT-DUE (3:2) TO SB-MM
             MOVE I-NEXT-DUE (5:2) TO SB-DD
             MOVE I-NEXT-DUE (1:2) TO SB-YY
           END-IF.
           MOVE NEXT-PAYMENT     TO SB-AMOUNT.
           WRITE STMT-REC FROM PRNT-STUB-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE MAILING ADDRESS BLOCK. AN ACCOUNT CONVERTED
      * BEFORE ADDRESS CAPTURE STILL GETS ITS STATEMENT, FLAGGED
           IF NEXT-PAYMENT = 0 OR NEXT-PAYMENT > BAL-AMT
             MOVE BAL-AMT TO NEXT-PAYMENT
           END-IF.
           PERFORM 1260-CHECK-DEFERMENT.
           IF IN-DEFERMENT
             MOVE 0 TO NEXT-PAYMENT
           END-IF.
      **************************************************************
      * AN ACCOUNT WHOSE DEFERMENT OR FORBEARANCE HAS STARTED IS
      * CURRENT UNTIL LAB5DEF ROLLS I-NEXT-DUE PAST IT - NOTHING
      * IS DUE, AND THE STUB CARRIES THE DEFERMENT END DATE.
      **************************************************************
       1260-CHECK-DEFERMENT.
           MOVE 'N' TO DEFER-SW.
           IF I-DEFER-TYPE NOT = SPACE
             AND I-DEFER-START NUMERIC
             AND I-DEFER-START NOT > RUN-DATE-NUM
             MOVE 'Y' TO DEFER-SW
           END-IF.
      **************************************************************
      * CALCULATE LEFTOVER BALANCE - LOAN PLUS ASSESSED LATE
      * CHARGES LESS TOTAL PAID - THEN ACCRUE ONE PERIOD OF
      * INTEREST, EXACTLY AS LAB5'S 1800-CALC-BALANCE DOES, SO
      * THE STATEMENT AND THE NIGHTLY REPORT NEVER DISAGREE. A
      * CHARGED-OFF LOAN DOES NOT ACCRUE.
      **************************************************************
       1800-CALC-BALANCE.
           COMPUTE AMT-OWED = I-LOAN + I-LATE-CHG.
           SUBTRACT TOTAL FROM AMT-OWED GIVING BAL-AMT.
           IF BAL-AMT > 0 AND I-CO-FLAG NOT = 'Y'
             PERFORM 1810-ACCRUE-INTEREST
           END-IF.

      * A LOAN THAT CARRIES ITS OWN RATE FROM ORIGINATION
      * (I-RATE) ACCRUES AT THAT RATE, AS IN LAB5.
       1810-ACCRUE-INTEREST.
           IF I-RATE NUMERIC AND I-RATE > 0
             MOVE I-RATE TO INT-RATE
             MOVE 'Y' TO RATE-FOUND-SW
           ELSE
             PERFORM 8200-FIND-RATE
           END-IF.
           IF NOT RATE-FOUND
             DISPLAY 'LAB5STM: NO EFFECTIVE RATE FOR CLASS '
               'STANDING ' I-YEAR
           END-IF.
           IF EOF-I NOT = 1
             ADD 1 TO STM-READ-CT
             PERFORM 2010-UNPACK-INPUT
           END-IF.
      * ALSO USED AFTER A STATEMENT PRINTS - PRINTING UNPACKS THE
      * HELD LOANS OVER INPUT-DATA, SO THE RECORD JUST READ FOR
      * THE NEXT STUDENT IS UNPACKED AGAIN FROM INPUT-REC.
       2010-UNPACK-INPUT.
           MOVE INPUT-REC (36:2) TO I-PAY-CT.
           IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1 OR I-PAY-CT > 12
             MOVE 1 TO I-PAY-CT
           END-IF.
           MOVE INPUT-REC        TO INPUT-DATA.
           MOVE INPUT-REC (36:2) TO I-PAY-CT.
