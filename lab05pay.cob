       PROGRAM-ID. LAB5PAY.
       AUTHOR. Addyson Sisemore
      * BATCH PAYMENT POSTING - READS THE CASHIER'S PAYMENT
      * TRANSACTION FILE, FINDS EACH STUDENT'S LOAN IN THE INDEXED
      * LOAN FILE BY STUDENT ID AND LOAN SEQUENCE, APPENDS THE
      * PAYMENT AS A NEW I-PAID OCCURRENCE AND REWRITES THE
      * RECORD. A TRANSACTION THAT NAMES NO LOAN GOES TO THE
      * STUDENT'S OLDEST LOAN STILL OWING (SEE 1180-FIND-LOAN). A
      * REVERSAL TRANSACTION (TYPE R - AN NSF CHECK OR A MIS-KEYED
      * AMOUNT) BACKS THE MATCHING I-PAID OCCURRENCE OUT OF THE
      * MASTER AND ROLLS THE EXPECTED-PAYMENT DATE BACK A MONTH,
      * SO THE ACCOUNT READS AS IF THE PAYMENT NEVER HAPPENED -
      * WITHOUT THE OLD DELETE-AND-RE-ADD THROUGH LAB5MNT THAT
      * DESTROYED THE PAYMENT HISTORY. EVERY APPLIED TRANSACTION
      * GOES ON THE POSTING REGISTER (REVERSALS FLAGGED REV WITH A
      * NEGATIVE AMOUNT); UNKNOWN IDS, FULL SCHEDULES, UNMATCHED
      * REVERSALS AND ALREADY-POSTED TRANSACTIONS GO TO THE REJECT
      * FILE. A LOG OF POSTED TRANSACTIONS (DA-S-PLOG) CARRIES
      * FORWARD RUN TO RUN SO A RERUN OF THE SAME TRANSACTION FILE
      * CANNOT POST THE SAME PAYMENT - OR APPLY THE SAME REVERSAL
      * - TWICE. A PAYMENT POSTED TO A LOAN LAB5CHO HAS CHARGED
      * OFF IS A RECOVERY: IT IS ADDED TO I-RCVY-AMT, FLAGGED RCV
      * ON THE REGISTER AND APPENDED TO THE CHARGE-OFF HISTORY
      * (DA-S-COHS) FOR LAB5COR. A REVERSAL ON A CHARGED-OFF LOAN
      * TAKES BACK WHAT IT CAN OF THE RECOVERIES THE SAME WAY.
      * EACH PAYMENT IS SPLIT AS IT POSTS - LATE CHARGES STILL
      * UNPAID FIRST, THEN ONE PERIOD OF INTEREST ON THE PRINCIPAL
      * STILL UNPAID AT THE LOAN'S RATE, THE REST TO PRINCIPAL -
      * AND THE SPLIT IS STORED ON THE INSTALLMENT AND APPENDED TO
      * THE INTEREST HISTORY (DA-S-IHST) FOR LAB5YRE'S YEAR-END
      * INTEREST STATEMENTS. A REVERSAL BACKS THE SAME SPLIT OUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IR-LOAN-KEY
             ALTERNATE RECORD KEY IS IR-DEGREE
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS IR-NAME
             FILE STATUS IS PLOG-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
             FILE STATUS IS JRNL-STATUS.
           SELECT COHS-FILE ASSIGN TO 'DA-S-COHS'
             FILE STATUS IS COHS-STATUS.
           SELECT CTRL-FILE ASSIGN TO 'DA-S-CTLF'
             FILE STATUS IS CTRL-STATUS.
           SELECT IHST-FILE ASSIGN TO 'DA-S-IHST'
             FILE STATUS IS IHST-STATUS.

       DATA DIVISION.

         03 IR-NAME       PIC X(20).
         03 IR-DEGREE     PIC X(4).
         03 FILLER        PIC X(19).
         03 IR-LOAN-KEY.
           05 IR-STUD-ID  PIC 9(9).
           05 IR-LOAN-SEQ PIC 9(2).
         03 FILLER        PIC X(509).
      **************************************************************
      * CASHIER'S PAYMENT TRANSACTION FILE - ONE RECORD PER
      * TRANSACTION TAKEN AT THE WINDOW: TYPE (P OR BLANK =
      * PAYMENT, R = REVERSAL OF A POSTED PAYMENT - THE DATE AND
      * AMOUNT MUST MATCH THE INSTALLMENT BEING BACKED OUT),
      * STUDENT ID (THE MATCH KEY), STUDENT NAME (CARRIED FOR THE
      * REGISTER AND REJECT LISTINGS ONLY), PAYMENT DATE (YYMMDD),
      * AMOUNT, SCALED LIKE ONE I-PAID INSTALLMENT, AND THE LOAN
      * SEQUENCE THE PAYMENT IS FOR - BLANK (OR 00) WHEN THE
      * CASHIER LEAVES THE CHOICE TO 1180-FIND-LOAN.
      **************************************************************
       FD PAYT-FILE
           LABEL RECORDS ARE OMITTED.
           05 P-MM        PIC 99.
           05 P-DD        PIC 99.
         03 P-AMOUNT      PIC 9(4)V99.
         03 P-LOAN-SEQ-X  PIC X(2).
         03 P-LOAN-SEQ REDEFINES P-LOAN-SEQ-X PIC 9(2).
       COPY LOANPFD.
      **************************************************************
      * REJECT FILE - CARRIES THE RAW TRANSACTION IMAGE PLUS A
       FD RJCT-FILE
           LABEL RECORDS ARE OMITTED.
       01 RJCT-REC.
         03 RJCT-TRAN-IMAGE    PIC X(44).
         03 FILLER             PIC X(2)  VALUE SPACES.
         03 RJCT-REASON-CODE   PIC X(2).
         03 FILLER             PIC X(2)  VALUE SPACES.
      * IS A RERUN DUPLICATE AND IS REJECTED INSTEAD OF APPLIED
      * AGAIN - THE TYPE IS PART OF THE MATCH SO A REVERSAL IS
      * NOT MISTAKEN FOR A RERUN OF THE PAYMENT IT BACKS OUT.
      * PLOG-LOAN-SEQ IS THE LOAN THE TRANSACTION ACTUALLY WENT
      * TO; IT ONLY ENTERS THE MATCH WHEN THE CARD NAMES A LOAN.
      **************************************************************
       FD PLOG-FILE
           LABEL RECORDS ARE STANDARD.
         03 PLOG-STUD-ID  PIC 9(9).
         03 PLOG-DATE     PIC 9(6).
         03 PLOG-AMOUNT   PIC 9(4)V99.
         03 PLOG-LOAN-SEQ PIC 9(2).
       COPY LOANJRNF.
       COPY LOANCOHF.
       COPY LOANCTLF.
       COPY LOANIHSF.

       WORKING-STORAGE SECTION.
       01 INPUT-STATUS     PIC XX      VALUE '00'.
       01 PAYT-STATUS      PIC XX      VALUE '00'.
       01 PLOG-STATUS      PIC XX      VALUE '00'.
       01 COHS-STATUS      PIC XX      VALUE '00'.
       01 IHST-STATUS      PIC XX      VALUE '00'.
       COPY LOANJRNW.
      **************************************************************
      * CONTROL-FILE WORK AREAS - THE RATE ROWS, FOR THE INTEREST
      * PART OF A PAYMENT ON A LOAN THAT CARRIES NO RATE OF ITS
      * OWN (SEE 1240-SPLIT-PAYMENT).
      **************************************************************
       COPY LOANCTLW.
       01 SUB              PIC 999999.
      **************************************************************
      * RUN CONTROL TOTALS FOR THE REGISTER TRAILER.
       01 PAY-REJECT-CT    PIC 9(5)    VALUE 0.
       01 PAY-POSTED-SUM   PIC 9(7)V99 VALUE 0.
       01 PAY-REVERSED-SUM PIC 9(7)V99 VALUE 0.
       01 PAY-RCVY-CT      PIC 9(5)    VALUE 0.
       01 PAY-RCVY-SUM     PIC 9(7)V99 VALUE 0.
       01 PAY-LATE-SUM     PIC S9(7)V99 VALUE 0.
       01 PAY-INT-SUM      PIC S9(7)V99 VALUE 0.
       01 PAY-PRIN-SUM     PIC S9(7)V99 VALUE 0.
      **************************************************************
      * PAYMENT-SPLIT WORK AREAS FOR 1240-SPLIT-PAYMENT. SPLIT-
      * LATE-PAID AND SPLIT-PRIN-PAID ARE WHAT THE INSTALLMENTS
      * ALREADY ON FILE PUT TOWARD LATE CHARGES AND PRINCIPAL;
      * SPLIT-LATE, SPLIT-INT AND SPLIT-PRIN ARE THE PARTS OF THE
      * PAYMENT IN HAND (OR OF THE INSTALLMENT BEING REVERSED).
      **************************************************************
       01 SPLIT-LATE-PAID  PIC 9(6)V99 VALUE 0.
       01 SPLIT-PRIN-PAID  PIC 9(6)V99 VALUE 0.
       01 SPLIT-REST       PIC 9(4)V99 VALUE 0.
       01 SPLIT-LATE       PIC 9(4)V99 VALUE 0.
       01 SPLIT-INT        PIC 9(4)V99 VALUE 0.
       01 SPLIT-PRIN       PIC 9(4)V99 VALUE 0.
       01 SPLIT-INT-CALC   PIC 9(6)V99 VALUE 0.
      **************************************************************
      * IN-CORE IMAGE OF THE POSTED-TRANSACTION LOG. LOADED AT
      * STARTUP AND EXTENDED AS PAYMENTS POST SO DUPLICATES WITHIN
           05 PLOG-T-STUD-ID PIC 9(9).
           05 PLOG-T-DATE   PIC 9(6).
           05 PLOG-T-AMOUNT PIC 9(4)V99.
           05 PLOG-T-LOAN-SEQ PIC 9(2).
       01 DUP-FOUND-SW     PIC X(1)    VALUE 'N'.
         88 DUP-FOUND                  VALUE 'Y'.
      **************************************************************
      * AND THE LOG ALWAYS CARRIES AN EXPLICIT TYPE.
       01 TRAN-TYPE        PIC X(1)    VALUE 'P'.
      **************************************************************
      * LOAN-SELECTION WORK AREAS FOR 1180-FIND-LOAN. POST-LOAN-SEQ
      * IS THE LOAN THE TRANSACTION WILL APPLY TO (ZERO WHEN THE
      * STUDENT HAS NO LOAN ON FILE); FIRST-LOAN-SEQ IS THE
      * STUDENT'S OLDEST LOAN, THE FALLBACK WHEN NO LOAN QUALIFIES.
      * CHGOFF-LOAN-SEQ IS THE OLDEST CHARGED-OFF LOAN STILL OWING,
      * TAKEN ONLY WHEN NO ACTIVE LOAN OWES.
      **************************************************************
       01 POST-LOAN-SEQ    PIC 9(2)    VALUE 0.
       01 FIRST-LOAN-SEQ   PIC 9(2)    VALUE 0.
       01 CHGOFF-LOAN-SEQ  PIC 9(2)    VALUE 0.
       01 LOAN-BAL         PIC S9(7)V99 VALUE 0.
       01 END-OF-STUDENT-SW PIC X(1)   VALUE 'N'.
         88 END-OF-STUDENT             VALUE 'Y'.
      **************************************************************
      * REVERSAL WORK AREAS FOR 1700-REVERSE-PAYMENT. THE MATCHED
      * OCCURRENCE IS LOCATED LAST-FIRST SO REVERSING A REPEATED
      * AMOUNT BACKS OUT THE MOST RECENT POSTING; MATCH-SUB IS
       01 MATCH-SUB        PIC 9(2)    VALUE 0.
       01 REV-SUB          PIC 9(2)    VALUE 0.
       01 NEG-AMT          PIC S9(4)V99 VALUE 0.
       01 NEG-INT          PIC S9(4)V99 VALUE 0.
      * RCVY-REV-AMT IS THE PART OF A REVERSAL ON A CHARGED-OFF
      * LOAN THAT COMES BACK OUT OF I-RCVY-AMT - NEVER MORE THAN
      * THE RECOVERIES ACTUALLY ON THE LOAN.
       01 RCVY-REV-AMT     PIC 9(6)V99 VALUE 0.
      **************************************************************
      * EXPECTED-PAYMENT-SCHEDULE WORK AREAS FOR 1270-ADVANCE-
      * NEXT-DUE. PAYMENTS ARE EXPECTED MONTHLY; THE MONTH-DAYS
           'PAYMENT POSTING REGISTER'.
      * THE AMOUNT PICTURE CARRIES A TRAILING SIGN AND R-TYPE
      * FLAGS THE LINE REV SO A REVERSAL READS AS THE NEGATIVE
      * ENTRY IT IS, RIGHT ON THE REGISTER. A PAYMENT ON A
      * CHARGED-OFF LOAN IS FLAGGED RCV.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(13)       VALUE 'STUD ID   LN'.
         03 FILLER      PIC X(20)       VALUE 'NAME'.
         03 FILLER      PIC X(10)       VALUE 'PAY DATE'.
         03 FILLER      PIC X(11)       VALUE 'AMOUNT'.
         03 FILLER      PIC X(4)        VALUE 'INST'.
         03 FILLER      PIC X(5)        VALUE 'TYP'.
         03 FILLER      PIC X(8)        VALUE 'INTEREST'.
       01 PRNT-REGISTER.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-STUD-ID   PIC 9(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-LOAN-SEQ  PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-NAME      PIC X(20).
         03 R-MM        PIC 99.
         03 FILLER      PIC X(1)        VALUE '/'.
         03 R-YY        PIC 99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-AMOUNT    PIC $$,$$9.99-.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-INST-NO   PIC Z9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-TYPE      PIC X(3).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-INTEREST  PIC $$,$$9.99-.
      **************************************************************
      * LAYOUT FOR THE REGISTER RUN-TOTAL TRAILER *
      **************************************************************
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT REVERSED . . .'.
         03 T-REVERSED-SUM PIC $$$,$$$,$$9.99.
       01 PRNT-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'RECOVERIES POSTED . .'.
         03 T-RCVY-CT   PIC ZZ,ZZ9.
       01 PRNT-TOTALS8.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT RECOVERED  . .'.
         03 T-RCVY-SUM  PIC $$$,$$$,$$9.99.
       01 PRNT-TOTALS9.
         03 FILLER      PIC X(22)       VALUE 'NET TO LATE CHARGES .'.
         03 T-LATE-SUM  PIC $$$,$$$,$$9.99-.
       01 PRNT-TOTALS10.
         03 FILLER      PIC X(22)       VALUE 'NET TO INTEREST . . .'.
         03 T-INT-SUM   PIC $$$,$$$,$$9.99-.
       01 PRNT-TOTALS11.
         03 FILLER      PIC X(22)       VALUE 'NET TO PRINCIPAL  . .'.
         03 T-PRIN-SUM  PIC $$$,$$$,$$9.99-.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO RUN-DATE-NUM.
           PERFORM 0100-LOAD-CONTROL.
           PERFORM 1000-LOAD-POSTED-LOG.
           OPEN INPUT PAYT-FILE.
           IF PAYT-STATUS NOT = '00'
           OPEN OUTPUT PRNT-FILE
                       RJCT-FILE.
           PERFORM 8300-OPEN-JOURNAL.
           PERFORM 8500-OPEN-HISTORY.
           PERFORM 8700-OPEN-INTEREST-HISTORY.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-PAYT.
           PERFORM 1100-PROCESS-PAYMENT
                 PRNT-FILE
                 RJCT-FILE
                 PLOG-FILE
                 JRNL-FILE
                 COHS-FILE
                 IHST-FILE.
           STOP RUN.
      **************************************************************
      * LOADS THE EFFECTIVE-DATED RATES FROM DA-S-CTLF - SAME
      * RULES AS LAB5'S 0100-LOAD-CONTROL. THE PARM ROWS BELONG
      * TO THE OTHER PROGRAMS AND ARE IGNORED HERE.
      **************************************************************
       0100-LOAD-CONTROL.
           OPEN INPUT CTRL-FILE.
           IF CTRL-STATUS NOT = '00'
             DISPLAY 'LAB5PAY: CONTROL FILE DA-S-CTLF MISSING OR '
               'UNREADABLE, STATUS=' CTRL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 0110-READ-CONTROL.
           PERFORM 0120-LOAD-CONTROL-ROW
             UNTIL EOF-CTL = 1.
           CLOSE CTRL-FILE.
           IF CTL-RATE-CT = 0
             DISPLAY 'LAB5PAY: CONTROL FILE HAS NO RATE ROWS'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0110-READ-CONTROL.
           READ CTRL-FILE
             AT END MOVE 1 TO EOF-CTL.

       0120-LOAD-CONTROL-ROW.
           IF CT-TYPE = 'RATE'
             IF CTL-RATE-CT = CTL-RATE-MAX
               DISPLAY 'LAB5PAY: RATE TABLE FULL, INCREASE '
                 'CTL-RATE-MAX'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO CTL-RATE-CT
             MOVE CT-YEAR     TO CTL-RATE-YEAR (CTL-RATE-CT)
             MOVE CT-EFF-DATE TO CTL-RATE-EFF (CTL-RATE-CT)
             MOVE CT-RATE     TO CTL-RATE-PCT (CTL-RATE-CT)
           END-IF.
           PERFORM 0110-READ-CONTROL.
      **************************************************************
      * LOADS THE POSTED-TRANSACTION LOG INTO THE POSTED-TABLE SO
      * 1150-CHECK-ALREADY-POSTED CAN CATCH RERUN DUPLICATES, THEN
      * REOPENS THE LOG FOR EXTEND SO THIS RUN'S POSTINGS ARE ADDED
           MOVE PLOG-STUD-ID TO PLOG-T-STUD-ID (PLOG-ENTRY-CT).
           MOVE PLOG-DATE   TO PLOG-T-DATE (PLOG-ENTRY-CT).
           MOVE PLOG-AMOUNT TO PLOG-T-AMOUNT (PLOG-ENTRY-CT).
           MOVE PLOG-LOAN-SEQ TO PLOG-T-LOAN-SEQ (PLOG-ENTRY-CT).
           PERFORM 1010-READ-POSTED-LOG.
      **************************************************************
      * EDITS ONE PAYMENT TRANSACTION AND EITHER POSTS IT TO THE
             PERFORM 1150-CHECK-ALREADY-POSTED
           END-IF.
           IF VALID-TRAN
             PERFORM 1180-FIND-LOAN
               THRU 1180-FIND-EXIT
             IF TRAN-TYPE = 'R'
               PERFORM 1700-REVERSE-PAYMENT
             ELSE
             MOVE '06'                    TO REASON-CODE
             MOVE 'P-DATE NOT A VALID DATE' TO REASON-TEXT
           END-IF.
           IF VALID-TRAN AND P-LOAN-SEQ-X NOT = SPACES
             AND P-LOAN-SEQ-X NOT NUMERIC
             MOVE 'N'                     TO VALID-TRAN-SW
             MOVE '12'                    TO REASON-CODE
             MOVE 'P-LOAN-SEQ INVALID'    TO REASON-TEXT
           END-IF.
      **************************************************************
      * SCANS THE POSTED-TABLE FOR THIS ID/DATE/AMOUNT - A HIT
      * MEANS THE TRANSACTION ALREADY POSTED ON A PRIOR RUN (OR
      * EARLIER IN THIS FILE) AND MUST NOT POST AGAIN. A CARD THAT
      * NAMES A LOAN ONLY MATCHES POSTINGS TO THAT LOAN, SO EQUAL
      * PAYMENTS TO TWO LOANS ON ONE DAY BOTH POST; ONE THAT NAMES
      * NONE MATCHES A POSTING TO ANY OF THE STUDENT'S LOANS, SINCE
      * ON A RERUN THE OLDEST-OWING CHOICE MAY FALL ELSEWHERE.
      **************************************************************
       1150-CHECK-ALREADY-POSTED.
           MOVE 'N' TO DUP-FOUND-SW.
             AND PLOG-T-STUD-ID (SUB) = P-STUD-ID
             AND PLOG-T-DATE (SUB) = P-DATE
             AND PLOG-T-AMOUNT (SUB) = P-AMOUNT
             AND (P-LOAN-SEQ-X = SPACES OR P-LOAN-SEQ = 0
               OR PLOG-T-LOAN-SEQ (SUB) = P-LOAN-SEQ)
             MOVE 'Y' TO DUP-FOUND-SW
           END-IF.
      **************************************************************
      * PICKS THE LOAN THE TRANSACTION APPLIES TO. A CARD NAMING A
      * LOAN GOES TO THAT LOAN. A PAYMENT NAMING NONE GOES TO THE
      * STUDENT'S OLDEST LOAN WITH A BALANCE STILL DUE (LOAN PLUS
      * LATE CHARGES LESS PAID), AND A REVERSAL NAMING NONE TO THE
      * OLDEST LOAN CARRYING THE INSTALLMENT IT BACKS OUT. WHEN NO
      * LOAN QUALIFIES THE OLDEST LOAN IS USED - A PAYMENT ON A
      * PAID-OFF ACCOUNT STILL POSTS AND REFUNDS THROUGH LAB5RFD,
      * AND AN UNMATCHED REVERSAL IS REJECTED BY 1700 AS BEFORE.
      * A CHARGED-OFF LOAN ONLY TAKES AN UNASSIGNED PAYMENT WHEN
      * NONE OF THE STUDENT'S ACTIVE LOANS STILL OWES.
      * THE STUDENT'S LOANS ARE READ IN KEY ORDER, OLDEST FIRST.
      **************************************************************
       1180-FIND-LOAN.
           MOVE 0 TO POST-LOAN-SEQ FIRST-LOAN-SEQ CHGOFF-LOAN-SEQ.
           IF P-LOAN-SEQ-X NOT = SPACES AND P-LOAN-SEQ > 0
             MOVE P-LOAN-SEQ TO POST-LOAN-SEQ
             GO TO 1180-FIND-EXIT
           END-IF.
           MOVE P-STUD-ID TO IR-STUD-ID.
           MOVE 0         TO IR-LOAN-SEQ.
           MOVE 'N'       TO END-OF-STUDENT-SW.
           START INPUT-FILE KEY IS GREATER THAN IR-LOAN-KEY
             INVALID KEY
               GO TO 1180-FIND-EXIT
           END-START.
           PERFORM 1185-SCAN-LOAN
             UNTIL END-OF-STUDENT OR POST-LOAN-SEQ > 0.
           IF POST-LOAN-SEQ = 0
             MOVE CHGOFF-LOAN-SEQ TO POST-LOAN-SEQ
           END-IF.
           IF POST-LOAN-SEQ = 0
             MOVE FIRST-LOAN-SEQ TO POST-LOAN-SEQ
           END-IF.
       1180-FIND-EXIT.
           EXIT.

       1185-SCAN-LOAN.
           READ INPUT-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO END-OF-STUDENT-SW
           END-READ.
           IF NOT END-OF-STUDENT
             AND (INPUT-STATUS NOT = '00'
               OR IR-STUD-ID NOT = P-STUD-ID)
             MOVE 'Y' TO END-OF-STUDENT-SW
           END-IF.
           IF NOT END-OF-STUDENT
             IF FIRST-LOAN-SEQ = 0
               MOVE IR-LOAN-SEQ TO FIRST-LOAN-SEQ
             END-IF
             MOVE INPUT-REC (36:2) TO I-PAY-CT
             IF I-PAY-CT NUMERIC AND I-PAY-CT > 0
                                 AND I-PAY-CT < 13
               MOVE INPUT-REC        TO INPUT-DATA
               MOVE INPUT-REC (36:2) TO I-PAY-CT
               IF TRAN-TYPE = 'R'
                 PERFORM 1710-FIND-INSTALLMENT
                 IF MATCH-SUB > 0
                   MOVE IR-LOAN-SEQ TO POST-LOAN-SEQ
                 END-IF
               ELSE
                 PERFORM 1190-CALC-LOAN-BAL
                 IF LOAN-BAL > 0
                   IF I-CO-FLAG = 'Y'
                     IF CHGOFF-LOAN-SEQ = 0
                       MOVE IR-LOAN-SEQ TO CHGOFF-LOAN-SEQ
                     END-IF
                   ELSE
                     MOVE IR-LOAN-SEQ TO POST-LOAN-SEQ
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
      * A LOAN WHOSE AMOUNTS FAIL THE NUMERIC EDITS IS LEFT FOR THE
      * SUSPENSE CYCLE, NOT CHOSEN TO TAKE THE PAYMENT.
       1190-CALC-LOAN-BAL.
           MOVE 0 TO LOAN-BAL.
           IF I-LOAN NUMERIC AND I-LATE-CHG NUMERIC
             COMPUTE LOAN-BAL = I-LOAN + I-LATE-CHG
             PERFORM 1195-LESS-PAID
               VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT
           END-IF.

       1195-LESS-PAID.
           IF I-PAID (SUB) NUMERIC
             SUBTRACT I-PAID (SUB) FROM LOAN-BAL
           END-IF.
      **************************************************************
      * READS THE LOAN 1180-FIND-LOAN CHOSE, APPENDS THE PAYMENT
      * AS A NEW I-PAID OCCURRENCE AND REWRITES THE RECORD. I-PAY-CT
      * (BYTES 36-37) IS MOVED IN AHEAD OF THE GROUP MOVE SO THE
      * OCCURS DEPENDING ON TABLE IS SIZED BEFORE INPUT-DATA IS
      * POPULATED, SAME AS LAB5'S 2000-READ-INPUT.
      **************************************************************
       1200-POST-PAYMENT.
           MOVE P-STUD-ID     TO IR-STUD-ID.
           MOVE POST-LOAN-SEQ TO IR-LOAN-SEQ.
           READ INPUT-FILE
             INVALID KEY
               PERFORM 1210-NOT-ON-MASTER
             NOT INVALID KEY
               MOVE INPUT-REC TO JRNL-BEFORE
               MOVE INPUT-REC (36:2) TO I-PAY-CT
                   MOVE 'ALREADY AT 12 INSTALLMENTS'
                     TO REASON-TEXT
                 ELSE
                   PERFORM 1240-SPLIT-PAYMENT
                     THRU 1240-SPLIT-EXIT
                   IF VALID-TRAN
                     PERFORM 1250-APPLY-PAYMENT
                   END-IF
                 END-IF
               END-IF
           END-READ.
             PERFORM 1500-WRITE-REJECT
           END-IF.

      * A CARD NAMING A LOAN THE STUDENT DOES NOT HAVE IS TOLD
      * APART FROM A STUDENT WITH NO LOANS AT ALL.
       1210-NOT-ON-MASTER.
           MOVE 'N' TO VALID-TRAN-SW.
           IF P-LOAN-SEQ-X NOT = SPACES AND P-LOAN-SEQ > 0
             MOVE '11'                    TO REASON-CODE
             MOVE 'LOAN SEQ NOT ON MASTER' TO REASON-TEXT
           ELSE
             MOVE '01'                    TO REASON-CODE
             MOVE 'STUDENT ID NOT ON MASTER' TO REASON-TEXT
           END-IF.

      **************************************************************
      * SPLITS THE PAYMENT IN HAND. LATE CHARGES ASSESSED AND NOT
      * YET PAID COME FIRST; THEN ONE PERIOD OF INTEREST ON THE
      * PRINCIPAL NOT YET PAID, FIGURED THE WAY LAB5'S 1810-
      * ACCRUE-INTEREST FIGURES IT (THE LOAN'S OWN I-RATE, OR THE
      * CONTROL-FILE RATE FOR ITS CLASS STANDING); WHAT IS LEFT IS
      * PRINCIPAL. AN INSTALLMENT POSTED BEFORE PAYMENTS WERE
      * SPLIT COUNTS AS PRINCIPAL ALREADY PAID. A CHARGED-OFF LOAN
      * ACCRUES NO INTEREST, SO A RECOVERY IS LATE CHARGES AND
      * PRINCIPAL ONLY. A CLASS STANDING WITH NO RATE IN EFFECT
      * REJECTS THE PAYMENT RATHER THAN REPORT NO INTEREST ON IT.
      **************************************************************
       1240-SPLIT-PAYMENT.
           MOVE 0 TO SPLIT-LATE-PAID SPLIT-PRIN-PAID.
           MOVE 0 TO SPLIT-LATE SPLIT-INT SPLIT-PRIN.
           IF I-LOAN NOT NUMERIC OR I-LATE-CHG NOT NUMERIC
             MOVE P-AMOUNT TO SPLIT-PRIN
             GO TO 1240-SPLIT-EXIT
           END-IF.
           PERFORM 1245-ADD-SPLIT
             VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT.
           IF I-LATE-CHG > SPLIT-LATE-PAID
             COMPUTE SPLIT-INT-CALC = I-LATE-CHG - SPLIT-LATE-PAID
             IF SPLIT-INT-CALC > P-AMOUNT
               MOVE P-AMOUNT       TO SPLIT-LATE
             ELSE
               MOVE SPLIT-INT-CALC TO SPLIT-LATE
             END-IF
           END-IF.
           COMPUTE SPLIT-REST = P-AMOUNT - SPLIT-LATE.
           IF SPLIT-REST > 0 AND I-CO-FLAG NOT = 'Y'
             AND I-LOAN > SPLIT-PRIN-PAID
             IF I-RATE NUMERIC AND I-RATE > 0
               MOVE I-RATE TO INT-RATE
               MOVE 'Y' TO RATE-FOUND-SW
             ELSE
               PERFORM 8200-FIND-RATE
             END-IF
             IF NOT RATE-FOUND
               MOVE 'N'                   TO VALID-TRAN-SW
               MOVE '13'                  TO REASON-CODE
               MOVE 'NO RATE FOR CLASS STANDING' TO REASON-TEXT
               GO TO 1240-SPLIT-EXIT
             END-IF
             COMPUTE SPLIT-INT-CALC ROUNDED =
               (I-LOAN - SPLIT-PRIN-PAID) * INT-RATE
             IF SPLIT-INT-CALC > SPLIT-REST
               MOVE SPLIT-REST     TO SPLIT-INT
             ELSE
               MOVE SPLIT-INT-CALC TO SPLIT-INT
             END-IF
           END-IF.
           COMPUTE SPLIT-PRIN = SPLIT-REST - SPLIT-INT.
       1240-SPLIT-EXIT.
           EXIT.

       1245-ADD-SPLIT.
           IF I-PAID-LATE (SUB) NUMERIC AND I-PAID-INT (SUB) NUMERIC
             AND I-PAID-PRIN (SUB) NUMERIC
             AND I-PAID-LATE (SUB) + I-PAID-INT (SUB)
               + I-PAID-PRIN (SUB) > 0
             ADD I-PAID-LATE (SUB) TO SPLIT-LATE-PAID
             ADD I-PAID-PRIN (SUB) TO SPLIT-PRIN-PAID
           ELSE
             IF I-PAID (SUB) NUMERIC
               ADD I-PAID (SUB) TO SPLIT-PRIN-PAID
             END-IF
           END-IF.

       1250-APPLY-PAYMENT.
           ADD 1 TO I-PAY-CT.
           MOVE P-AMOUNT TO I-PAID (I-PAY-CT).
           MOVE P-DATE   TO I-PAID-DATE (I-PAY-CT).
           MOVE SPLIT-LATE TO I-PAID-LATE (I-PAY-CT).
           MOVE SPLIT-INT  TO I-PAID-INT (I-PAY-CT).
           MOVE SPLIT-PRIN TO I-PAID-PRIN (I-PAY-CT).
           PERFORM 1270-ADVANCE-NEXT-DUE THRU 1270-ADVANCE-EXIT.
           IF I-CO-FLAG = 'Y'
             ADD P-AMOUNT TO I-RCVY-AMT
           END-IF.
           MOVE INPUT-DATA TO INPUT-REC.
           REWRITE INPUT-REC.
           IF INPUT-STATUS NOT = '00'
           END-IF.
           MOVE 'C'        TO JRNL-ACTION.
           MOVE P-STUD-ID  TO JRNL-STUD-ID.
           MOVE I-LOAN-SEQ TO JRNL-LOAN-SEQ.
           MOVE INPUT-REC  TO JRNL-AFTER.
           PERFORM 8400-WRITE-JOURNAL.
           PERFORM 1260-LOG-POSTED.
           PERFORM 8800-WRITE-INTEREST-HISTORY.
           PERFORM 1300-WRITE-REGISTER.
           ADD 1 TO PAY-POSTED-CT.
           ADD P-AMOUNT TO PAY-POSTED-SUM.
           ADD SPLIT-LATE TO PAY-LATE-SUM.
           ADD SPLIT-INT  TO PAY-INT-SUM.
           ADD SPLIT-PRIN TO PAY-PRIN-SUM.
           IF I-CO-FLAG = 'Y'
             MOVE 'P'      TO CH-TYPE
             MOVE P-AMOUNT TO CH-AMOUNT
             PERFORM 8600-WRITE-HISTORY
             ADD 1 TO PAY-RCVY-CT
             ADD P-AMOUNT TO PAY-RCVY-SUM
           END-IF.
      **************************************************************
      * RECORDS THE POSTED PAYMENT IN BOTH THE LOG FILE AND THE
      * POSTED-TABLE. THE REWRITE ABOVE AND THIS LOG WRITE TRAVEL
           MOVE P-STUD-ID TO PLOG-STUD-ID.
           MOVE P-DATE   TO PLOG-DATE.
           MOVE P-AMOUNT TO PLOG-AMOUNT.
           MOVE I-LOAN-SEQ TO PLOG-LOAN-SEQ.
           WRITE PLOG-REC.
           IF PLOG-ENTRY-CT = PLOG-ENTRY-MAX
             DISPLAY 'LAB5PAY: POSTED-TABLE FULL, INCREASE '
           MOVE P-STUD-ID TO PLOG-T-STUD-ID (PLOG-ENTRY-CT).
           MOVE P-DATE   TO PLOG-T-DATE (PLOG-ENTRY-CT).
           MOVE P-AMOUNT TO PLOG-T-AMOUNT (PLOG-ENTRY-CT).
           MOVE I-LOAN-SEQ TO PLOG-T-LOAN-SEQ (PLOG-ENTRY-CT).

      **************************************************************
      * MOVES THE EXPECTED-PAYMENT DATE FORWARD ONE MONTH NOW THAT
      * A PAYMENT HAS POSTED. A RECORD WITH NO SCHEDULE ON FILE
      * GETS ONE STARTED A MONTH OUT FROM THIS PAYMENT'S DATE -
      * UNLESS THE STUDENT IS STILL REPORTED ENROLLED AND HAS NO
      * REPAYMENT START YET, WHEN THE PAYMENTS STAY HELD AND
      * LAB5ENR STARTS THE SCHEDULE AT THE END OF THE GRACE
      * PERIOD. THE DAY IS CLAMPED TO THE NEW MONTH'S LAST DAY SO
      * A 31ST DOES NOT LAND ON A DATE THAT DOES NOT EXIST.
      * NOTHING MOVES WHILE A DEFERMENT IS IN FORCE - LAB5DEF ROLLS
      * THE DATE FORWARD BY THE DEFERRED PERIOD WHEN IT ENDS, AND A
      * PAYMENT MADE DURING IT MUST NOT PUSH THE DATE ON AS WELL.
      **************************************************************
       1270-ADVANCE-NEXT-DUE.
           IF (I-NEXT-DUE NOT NUMERIC OR I-NEXT-DUE = 0)
             AND (I-ENRL-STAT = 'F' OR I-ENRL-STAT = 'H')
             AND I-REPAY-START = 0
             GO TO 1270-ADVANCE-EXIT
           END-IF.
           IF I-DEFER-TYPE NOT = SPACE
             AND I-DEFER-START NOT > RUN-DATE-NUM
             GO TO 1270-ADVANCE-EXIT
           END-IF.
           IF I-NEXT-DUE NUMERIC AND I-NEXT-DUE > 0
             MOVE I-NEXT-DUE TO DUE-DATE
           ELSE
             MOVE DUE-LIMIT TO DUE-DD
           END-IF.
           MOVE DUE-DATE TO I-NEXT-DUE.
       1270-ADVANCE-EXIT.
           EXIT.
      **************************************************************
      * BACKS THE EXPECTED-PAYMENT DATE UP ONE MONTH - THE INVERSE
      * OF 1270-ADVANCE-NEXT-DUE, FOR A REVERSED PAYMENT WHOSE
      * POSTING HAD ROLLED THE SCHEDULE FORWARD. AN ACCOUNT WITH
      * NO SCHEDULE OR A BAD MONTH IS LEFT ALONE, AND A JANUARY
      * DUE DATE IN YEAR 00 STAYS PUT RATHER THAN ROLL OFF THE
      * 00-99 WINDOW THIS SYSTEM CARRIES. LIKE THE ADVANCE, IT
      * LEAVES THE DATE ALONE WHILE A DEFERMENT IS IN FORCE.
      **************************************************************
       1280-ROLL-BACK-NEXT-DUE.
           IF I-NEXT-DUE NUMERIC AND I-NEXT-DUE > 0
             AND (I-DEFER-TYPE = SPACE
               OR I-DEFER-START > RUN-DATE-NUM)
             MOVE I-NEXT-DUE TO DUE-DATE
             IF DUE-MM >= 1 AND DUE-MM <= 12
               AND (DUE-MM NOT = 1 OR DUE-YY > 0)
             END-IF
           END-IF.
      **************************************************************
      * READS THE LOAN 1180-FIND-LOAN CHOSE AND BACKS THE MATCHING
      * INSTALLMENT OUT OF THE MASTER. THE SAME I-PAY-CT SIZING
      * GUARD AS 1200-POST-PAYMENT APPLIES BEFORE THE TABLE IS
      * TOUCHED. A REVERSAL WHOSE DATE AND AMOUNT MATCH NO POSTED
      * SOMETHING THAT NEVER POSTED, OR MIS-KEYED THE REVERSAL.
      **************************************************************
       1700-REVERSE-PAYMENT.
           MOVE P-STUD-ID     TO IR-STUD-ID.
           MOVE POST-LOAN-SEQ TO IR-LOAN-SEQ.
           READ INPUT-FILE
             INVALID KEY
               PERFORM 1210-NOT-ON-MASTER
             NOT INVALID KEY
               MOVE INPUT-REC TO JRNL-BEFORE
               MOVE INPUT-REC (36:2) TO I-PAY-CT
      * ONE OCCURRENCE, SO A SOLE INSTALLMENT IS ZEROED IN PLACE -
      * THE SAME EMPTY-SCHEDULE SHAPE LAB5MNT SEEDS A NEW BORROWER
      * WITH. THE REWRITE AND THE LOG WRITE TRAVEL TOGETHER, SAME
      * AS A POSTING. ON A CHARGED-OFF LOAN THE REVERSAL COMES OUT
      * OF THE RECOVERIES FIRST, DOWN TO ZERO AND NO FURTHER. THE
      * INSTALLMENT'S SPLIT GOES TO THE INTEREST HISTORY AS AN R
      * RECORD SO THE YEAR'S INTEREST COMES BACK DOWN WITH IT; AN
      * INSTALLMENT POSTED BEFORE PAYMENTS WERE SPLIT GOES BACK
      * OUT AS PRINCIPAL.
      **************************************************************
       1730-BACK-OUT-PAYMENT.
           MOVE 0        TO SPLIT-LATE.
           MOVE 0        TO SPLIT-INT.
           MOVE P-AMOUNT TO SPLIT-PRIN.
           IF I-PAID-LATE (MATCH-SUB) NUMERIC
             AND I-PAID-INT (MATCH-SUB) NUMERIC
             AND I-PAID-PRIN (MATCH-SUB) NUMERIC
             AND I-PAID-LATE (MATCH-SUB) + I-PAID-INT (MATCH-SUB)
               + I-PAID-PRIN (MATCH-SUB) > 0
             MOVE I-PAID-LATE (MATCH-SUB) TO SPLIT-LATE
             MOVE I-PAID-INT (MATCH-SUB)  TO SPLIT-INT
             MOVE I-PAID-PRIN (MATCH-SUB) TO SPLIT-PRIN
           END-IF.
           IF I-PAY-CT = 1
             MOVE 0 TO I-PAID (1)
             MOVE 0 TO I-PAID-DATE (1)
             MOVE 0 TO I-PAID-LATE (1)
             MOVE 0 TO I-PAID-INT (1)
             MOVE 0 TO I-PAID-PRIN (1)
           ELSE
             PERFORM 1735-SHIFT-ENTRY
               VARYING REV-SUB FROM MATCH-SUB BY 1
             SUBTRACT 1 FROM I-PAY-CT
           END-IF.
           PERFORM 1280-ROLL-BACK-NEXT-DUE.
           MOVE 0 TO RCVY-REV-AMT.
           IF I-CO-FLAG = 'Y' AND I-RCVY-AMT > 0
             IF P-AMOUNT < I-RCVY-AMT
               MOVE P-AMOUNT   TO RCVY-REV-AMT
             ELSE
               MOVE I-RCVY-AMT TO RCVY-REV-AMT
             END-IF
             SUBTRACT RCVY-REV-AMT FROM I-RCVY-AMT
           END-IF.
           MOVE INPUT-DATA TO INPUT-REC.
           REWRITE INPUT-REC.
           IF INPUT-STATUS NOT = '00'
           END-IF.
           MOVE 'C'        TO JRNL-ACTION.
           MOVE P-STUD-ID  TO JRNL-STUD-ID.
           MOVE I-LOAN-SEQ TO JRNL-LOAN-SEQ.
           MOVE INPUT-REC  TO JRNL-AFTER.
           PERFORM 8400-WRITE-JOURNAL.
           PERFORM 1260-LOG-POSTED.
           PERFORM 8800-WRITE-INTEREST-HISTORY.
           PERFORM 1300-WRITE-REGISTER.
           ADD 1 TO PAY-REVERSED-CT.
           ADD P-AMOUNT TO PAY-REVERSED-SUM.
           SUBTRACT SPLIT-LATE FROM PAY-LATE-SUM.
           SUBTRACT SPLIT-INT  FROM PAY-INT-SUM.
           SUBTRACT SPLIT-PRIN FROM PAY-PRIN-SUM.
           IF RCVY-REV-AMT > 0
             MOVE 'R'          TO CH-TYPE
             MOVE RCVY-REV-AMT TO CH-AMOUNT
             PERFORM 8600-WRITE-HISTORY
           END-IF.

       1735-SHIFT-ENTRY.
           MOVE I-PAID-ENTRY (REV-SUB + 1) TO I-PAID-ENTRY (REV-SUB).

      * THE REGISTER SHOWS THE MASTER'S NAME, NOT THE CARD'S -
      * THE ID DID THE MATCHING, SO THE NAME PRINTED IS WHAT THE
      * SEE WHEN A MIS-KEYED ID LANDS ON SOMEBODY ELSE.
       1300-WRITE-REGISTER.
           MOVE P-STUD-ID     TO R-STUD-ID.
           MOVE I-LOAN-SEQ    TO R-LOAN-SEQ.
           MOVE I-NAME        TO R-NAME.
           MOVE P-DATE (3:2)  TO R-MM.
           MOVE P-DATE (5:2)  TO R-DD.
           IF TRAN-TYPE = 'R'
             COMPUTE NEG-AMT = 0 - P-AMOUNT
             MOVE NEG-AMT     TO R-AMOUNT
             COMPUTE NEG-INT = 0 - SPLIT-INT
             MOVE NEG-INT     TO R-INTEREST
             MOVE 'REV'       TO R-TYPE
           ELSE
             MOVE P-AMOUNT    TO R-AMOUNT
             MOVE SPLIT-INT   TO R-INTEREST
             IF I-CO-FLAG = 'Y'
               MOVE 'RCV'     TO R-TYPE
             ELSE
               MOVE SPACES    TO R-TYPE
             END-IF
           END-IF.
           MOVE I-PAY-CT      TO R-INST-NO.
           IF REC-CT + 1 > PAGE-SIZE-LINES
           MOVE PAY-POSTED-SUM TO T-POSTED-SUM.
           MOVE PAY-REVERSED-CT  TO T-REVERSED-CT.
           MOVE PAY-REVERSED-SUM TO T-REVERSED-SUM.
           MOVE PAY-RCVY-CT    TO T-RCVY-CT.
           MOVE PAY-RCVY-SUM   TO T-RCVY-SUM.
           MOVE PAY-LATE-SUM   TO T-LATE-SUM.
           MOVE PAY-INT-SUM    TO T-INT-SUM.
           MOVE PAY-PRIN-SUM   TO T-PRIN-SUM.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS6
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS7
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS8
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS9
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS10
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS11
             AFTER ADVANCING 1 LINE.

      **************************************************************
      * OPENS THE COMMON UPDATE JOURNAL FOR EXTEND SO THIS RUN'S
           END-IF.
      **************************************************************
      * APPENDS ONE BEFORE/AFTER IMAGE PAIR TO THE COMMON UPDATE
      * JOURNAL. THE CALLER FILLS JRNL-ACTION, JRNL-STUD-ID,
      * JRNL-LOAN-SEQ AND THE TWO IMAGES FIRST. A JOURNAL WRITE
      * FAILURE STOPS THE RUN - AN UNJOURNALED UPDATE CANNOT BE
      * ROLLED FORWARD.
      **************************************************************
       8400-WRITE-JOURNAL.
           MOVE RUN-DATE-RAW TO JR-DATE.
           MOVE 'LAB5PAY' TO JR-PROGRAM.
           MOVE JRNL-ACTION  TO JR-ACTION.
           MOVE JRNL-STUD-ID TO JR-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE JRNL-BEFORE  TO JR-BEFORE.
           MOVE JRNL-AFTER   TO JR-AFTER.
           WRITE JRNL-REC.
               JRNL-STATUS
             STOP RUN
           END-IF.
      **************************************************************
      * OPENS THE CHARGE-OFF HISTORY FOR EXTEND SO THIS RUN'S
      * RECOVERIES ARE ADDED TO IT. A BRAND NEW FILE (STATUS 35)
      * IS CREATED.
      **************************************************************
       8500-OPEN-HISTORY.
           OPEN EXTEND COHS-FILE.
           IF COHS-STATUS = '35'
             OPEN OUTPUT COHS-FILE
           END-IF.
           IF COHS-STATUS NOT = '00'
             DISPLAY 'LAB5PAY: COHS-FILE OPEN FAILED, STATUS='
               COHS-STATUS
             STOP RUN
           END-IF.
      **************************************************************
      * APPENDS ONE RECOVERY (P) OR RECOVERY-REVERSED (R) RECORD TO
      * THE CHARGE-OFF HISTORY. THE CALLER FILLS CH-TYPE AND
      * CH-AMOUNT FIRST.
      **************************************************************
       8600-WRITE-HISTORY.
           MOVE RUN-DATE-RAW TO CH-DATE.
           MOVE P-STUD-ID    TO CH-STUD-ID.
           MOVE I-LOAN-SEQ   TO CH-LOAN-SEQ.
           MOVE I-DEGREE     TO CH-DEGREE.
           WRITE COHS-REC.
           IF COHS-STATUS NOT = '00'
             DISPLAY 'LAB5PAY: COHS-FILE WRITE FAILED, STATUS='
               COHS-STATUS
             STOP RUN
           END-IF.

      **************************************************************
      * SELECTS THE RATE ROW FOR I-YEAR WITH THE LATEST EFFECTIVE
      * DATE NOT AFTER THE RUN DATE - SAME SELECTION AS LAB5'S
      * 8200-FIND-RATE.
      **************************************************************
       8200-FIND-RATE.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE 0 TO BEST-EFF.
           MOVE 0 TO INT-RATE.
           PERFORM 8210-CHECK-RATE-ROW
             VARYING CTL-SUB FROM 1 BY 1
               UNTIL CTL-SUB > CTL-RATE-CT.

       8210-CHECK-RATE-ROW.
           IF CTL-RATE-YEAR (CTL-SUB) = I-YEAR
             AND CTL-RATE-EFF (CTL-SUB) NOT > RUN-DATE-NUM
             AND CTL-RATE-EFF (CTL-SUB) NOT < BEST-EFF
             MOVE CTL-RATE-EFF (CTL-SUB) TO BEST-EFF
             MOVE CTL-RATE-PCT (CTL-SUB) TO INT-RATE
             MOVE 'Y' TO RATE-FOUND-SW
           END-IF.
      **************************************************************
      * OPENS THE INTEREST HISTORY FOR EXTEND SO THIS RUN'S SPLITS
      * ARE ADDED TO IT. A BRAND NEW FILE (STATUS 35) IS CREATED.
      **************************************************************
       8700-OPEN-INTEREST-HISTORY.
           OPEN EXTEND IHST-FILE.
           IF IHST-STATUS = '35'
             OPEN OUTPUT IHST-FILE
           END-IF.
           IF IHST-STATUS NOT = '00'
             DISPLAY 'LAB5PAY: IHST-FILE OPEN FAILED, STATUS='
               IHST-STATUS
             STOP RUN
           END-IF.
      **************************************************************
      * APPENDS ONE PAYMENT (P) OR REVERSAL (R) RECORD TO THE
      * INTEREST HISTORY FROM THE SPLIT FIELDS. LIKE THE POSTED LOG
      * IT TRAVELS WITH THE REWRITE - A WRITE FAILURE STOPS THE RUN.
      **************************************************************
       8800-WRITE-INTEREST-HISTORY.
           MOVE RUN-DATE-RAW   TO IH-POST-DATE.
           MOVE TRAN-TYPE      TO IH-TYPE.
           MOVE P-STUD-ID      TO IH-STUD-ID.
           MOVE I-LOAN-SEQ     TO IH-LOAN-SEQ.
           MOVE P-DATE         TO IH-PAY-DATE.
           MOVE P-AMOUNT       TO IH-AMOUNT.
           MOVE SPLIT-LATE     TO IH-LATE.
           MOVE SPLIT-INT      TO IH-INT.
           MOVE SPLIT-PRIN     TO IH-PRIN.
           MOVE I-NAME         TO IH-NAME.
           MOVE I-ADDR-STREET  TO IH-ADDR-STREET.
           MOVE I-ADDR-CITY    TO IH-ADDR-CITY.
           MOVE I-ADDR-STATE   TO IH-ADDR-STATE.
           MOVE I-ADDR-ZIP     TO IH-ADDR-ZIP.
           WRITE IHST-REC.
           IF IHST-STATUS NOT = '00'
             DISPLAY 'LAB5PAY: IHST-FILE WRITE FAILED, STATUS='
               IHST-STATUS
             STOP RUN
           END-IF.

       2000-READ-PAYT.
           READ PAYT-FILE
