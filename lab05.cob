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
      **************************************************************
      * EXCEPTION REPORT - OVERPAID AND DELINQUENT ACCOUNTS ONLY,
       FD SUSP-FILE
           LABEL RECORDS ARE OMITTED.
       01 SUSP-REC.
         03 SUSP-INPUT-IMAGE   PIC X(563).
         03 FILLER             PIC X(2)  VALUE SPACES.
         03 SUSP-REASON-CODE   PIC X(2).
         03 FILLER             PIC X(2)  VALUE SPACES.
      * RUN-TOTAL SNAPSHOT AS OF THIS CHECKPOINT, SO A RESTARTED RUN
      * CAN CARRY GT-*/SBT-* FORWARD INSTEAD OF RESTARTING THEM AT
      * ZERO (SEE 1560-WRITE-CHECKPOINT AND 1020-READ-LAST-CKPT).
         03 CKPT-GT-LOAN-CT      PIC 9(5).
         03 CKPT-GT-BORROWER-CT  PIC 9(5).
         03 CKPT-GT-LOAN-SUM     PIC 9(7)V99.
         03 CKPT-GT-PAID-SUM     PIC 9(7)V99.
         03 CKPT-GT-BALANCE-SUM  PIC S9(7)V99.
         03 CKPT-SBT-PAID-SUM    PIC 9(7)V99.
         03 CKPT-SBT-BALANCE-SUM PIC S9(7)V99.
         03 CKPT-SAVE-DEGREE     PIC X(4).
         03 CKPT-SAVE-STUD-ID    PIC 9(9).
         03 CKPT-STU-NAME        PIC X(20).
         03 CKPT-STU-LOAN-CT     PIC 99.
         03 CKPT-STU-LOAN-SUM    PIC 9(6)V99.
         03 CKPT-STU-PAID-SUM    PIC 9(7)V99.
         03 CKPT-STU-BALANCE-SUM PIC S9(7)V99.
         03 CKPT-REC-CT          PIC 99.
         03 CKPT-PAGE-NO         PIC 9(4).
         03 CKPT-GT-CHGOFF-CT    PIC 9(5).
         03 CKPT-GT-CHGOFF-SUM   PIC 9(7)V99.
      **************************************************************
      * MACHINE-READABLE EXTRACT - FIXED-FORMAT RECORDS FOR THE
      * LOAN-SERVICING VENDOR'S NIGHTLY LOAD JOB. UNLIKE PRNT-REC
      * THIS CARRIES UNEDITED NUMERIC AMOUNTS.
      * A STUDENT GETS ONE L RECORD PER LOAN, KEYED BY ITS LOAN
      * SEQUENCE, FOLLOWED BY ONE T RECORD (LOAN SEQUENCE 00)
      * CARRYING THE STUDENT'S COMBINED LOAN, PAID AND NET
      * BALANCE. THE AMOUNTS ARE SIZED FOR THE COMBINED FIGURES.
      * A CHARGED-OFF LOAN IS NOT SENT AND IS LEFT OUT OF THE T
      * RECORD - THE SERVICER NO LONGER WORKS IT, AND LAB5DLT
      * TRANSMITS IT AS A DROP THE NIGHT AFTER IT IS CHARGED OFF.
      * A STUDENT WHOSE LOANS ARE ALL CHARGED OFF GETS NO T RECORD.
      **************************************************************
       FD XTRC-FILE
           LABEL RECORDS ARE OMITTED.
       01 XTRC-REC.
         03 X-STUD-ID         PIC 9(9).
         03 X-LOAN-SEQ        PIC 9(2).
         03 X-REC-TYPE        PIC X(1).
         03 X-NAME            PIC X(20).
         03 X-DEGREE          PIC X(4).
         03 X-YEAR            PIC X(4).
         03 X-LOAN            PIC 9(6)V99.
         03 X-PAID            PIC 9(7)V99.
         03 X-BALANCE         PIC S9(7)V99.
         03 X-OVERPAID-FLAG   PIC X(1).
      **************************************************************
      * RUN-CONTROL RECORD - ONE RECORD PER COMPLETED RUN CARRYING
         03 RCTL-INPUT-CT        PIC 9(7).
         03 RCTL-RELEASED-CT     PIC 9(7).
         03 RCTL-SUSP-CT         PIC 9(5).
      * LOAN RECORDS REPORTED - ONE PER STUDENT UNTIL STUDENTS
      * COULD HOLD MORE THAN ONE LOAN.
         03 RCTL-LOAN-CT         PIC 9(5).
         03 RCTL-LOAN-HASH       PIC 9(9)V99.
         03 RCTL-LOAN-SUM        PIC 9(7)V99.
         03 RCTL-SUSP-LOAN       PIC 9(7)V99.
      **************************************************************
      * SORT WORK FILE - USED TO PRESENT INPUT-FILE TO 1500-PROCESS-
      * SORTED IN I-DEGREE/I-NAME SEQUENCE SO THE REPORT CAN BREAK
      * ON DEGREE PROGRAM (SEE 1550-DEGREE-BREAK). STUDENT ID AND
      * LOAN SEQUENCE FOLLOW SO A STUDENT'S LOANS COME TOGETHER IN
      * LOAN ORDER FOR 1570-STUDENT-BREAK.
      **************************************************************
       SD SORT-FILE.
       01 SD-REC.
         03 SD-NAME       PIC X(20).
         03 SD-DEGREE     PIC X(4).
         03 FILLER        PIC X(19).
         03 SD-STUD-ID    PIC 9(9).
         03 SD-LOAN-SEQ   PIC 9(2).
         03 FILLER        PIC X(509).
       WORKING-STORAGE SECTION.
       01 TOTAL         PIC 9(6)V99     VALUE 0.
       01 BAL-AMT       PIC S9(6)V99    VALUE 0.
      * RUN CONTROL TOTALS - ACCUMULATED ACROSS THE ENTIRE INPUT
      * FILE AND PRINTED ON THE TRAILER PAGE IN 1900-PRINT-TOTALS.
      **************************************************************
      * GT-LOAN-CT COUNTS LOAN RECORDS REPORTED (THE FIGURE THE
      * BALANCING PAGE PROVES AGAINST RECORDS READ) AND
      * GT-BORROWER-CT THE STUDENTS THOSE LOANS BELONG TO. A LOAN
      * LAB5CHO HAS CHARGED OFF STILL COUNTS AS A LOAN REPORTED,
      * BUT WHAT IS LEFT UNRECOVERED ON IT GOES TO GT-CHGOFF-SUM,
      * NOT THE ACTIVE BALANCE DUE.
       01 GRAND-TOTALS.
         03 GT-LOAN-CT      PIC 9(5)     VALUE 0.
         03 GT-BORROWER-CT  PIC 9(5)     VALUE 0.
         03 GT-LOAN-SUM     PIC 9(7)V99  VALUE 0.
         03 GT-PAID-SUM     PIC 9(7)V99  VALUE 0.
         03 GT-BALANCE-SUM  PIC S9(7)V99 VALUE 0.
         03 GT-OVERPAID-CT  PIC 9(5)     VALUE 0.
         03 GT-OVERPAID-SUM PIC 9(7)V99  VALUE 0.
         03 GT-CHGOFF-CT    PIC 9(5)     VALUE 0.
         03 GT-CHGOFF-SUM   PIC 9(7)V99  VALUE 0.
      **************************************************************
      * DEGREE-PROGRAM CONTROL-BREAK WORK AREAS FOR 1550-DEGREE-
      * BREAK. SAVE-DEGREE HOLDS THE KEY OF THE GROUP CURRENTLY
         03 SBT-PAID-SUM    PIC 9(7)V99  VALUE 0.
         03 SBT-BALANCE-SUM PIC S9(7)V99 VALUE 0.
      **************************************************************
      * STUDENT CONTROL-BREAK WORK AREAS FOR 1570-STUDENT-BREAK -
      * ONE STUDENT'S LOANS ACCUMULATED FOR THE COMBINED TOTAL.
      * STU-BALANCE-SUM IS THE NET OF THE LOAN BALANCES, SO AN
      * OVERPAID LOAN OFFSETS WHAT THE STUDENT OWES ON ANOTHER.
      **************************************************************
       01 SAVE-STUD-ID      PIC 9(9)     VALUE 0.
       01 STU-NAME          PIC X(20)    VALUE SPACES.
       01 STUDENT-TOTALS.
         03 STU-LOAN-CT     PIC 99       VALUE 0.
         03 STU-LOAN-SUM    PIC 9(6)V99  VALUE 0.
         03 STU-PAID-SUM    PIC 9(7)V99  VALUE 0.
         03 STU-BALANCE-SUM PIC S9(7)V99 VALUE 0.
      **************************************************************
      * DELINQUENCY TEST FOR THE EXCEPTION REPORT - AN ACCOUNT IS
      * DELINQUENT WHEN ITS EXPECTED PAYMENT (I-NEXT-DUE) IS MORE
      * THAN DELINQ-DAYS CALENDAR DAYS PAST AND A BALANCE IS STILL
      * LAYOUT FOR THE 1ST HEADING LINE OF REPORT PRNTING *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 FILLER      PIC X(3)        VALUE 'LN'.
         03 FILLER      PIC X(18)       VALUE 'NAME'.
         03 FILLER      PIC X(8)        VALUE 'DEGREE'.
         03 FILLER      PIC X(7)        VALUE 'YEAR'.
         03 FILLER      PIC X(11)       VALUE 'LOAN'.
         03 FILLER      PIC X(63)       VALUE
           'LOAN PORTFOLIO GRAND TOTALS'.
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'LOANS PROCESSED . . .'.
         03 T-LOAN-CT   PIC ZZ,ZZ9.
       01 PRNT-TOTALS1B.
         03 FILLER      PIC X(22)       VALUE 'BORROWERS PROCESSED .'.
         03 T-BORROWER-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'TOTAL LOAN AMOUNT . .'.
         03 T-LOAN-SUM  PIC $$$,$$$,$$9.99.
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'TOTAL OVERPAID AMT  .'.
         03 T-OVERPAID-SUM PIC $$$,$$$,$$9.99.
       01 PRNT-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'CHARGED-OFF LOANS . .'.
         03 T-CHGOFF-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS8.
         03 FILLER      PIC X(22)       VALUE 'CHARGED OFF UNRECOVRD'.
         03 T-CHGOFF-SUM PIC $$$,$$$,$$9.99.
      **************************************************************
      * LAYOUT FOR THE DEGREE-PROGRAM SUBTOTAL LINES *
      **************************************************************
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 SBT-BALANCE PIC $$$,$$$,$$9.99-.
      **************************************************************
      * LAYOUT FOR A STUDENT'S COMBINED TOTAL, PRINTED UNDER THE
      * LAST OF THE LOANS OF A STUDENT WHO HOLDS MORE THAN ONE *
      **************************************************************
       01 PRNT-STUTOTAL1.
         03 FILLER      PIC X(8)        VALUE SPACES.
         03 FILLER      PIC X(16)       VALUE 'BORROWER TOTAL -'.
         03 STU-LOANS   PIC Z9.
         03 FILLER      PIC X(6)        VALUE ' LOANS'.
       01 PRNT-STUTOTAL2.
         03 FILLER      PIC X(37)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'LOAN'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 STU-LOAN    PIC $$$,$$$,$$9.99.
       01 PRNT-STUTOTAL3.
         03 FILLER      PIC X(37)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'PAID'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 STU-PAID    PIC $$$,$$$,$$9.99.
       01 PRNT-STUTOTAL4.
         03 FILLER      PIC X(36)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'BALANCE'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 STU-BALANCE PIC $$$,$$$,$$9.99-.
      **************************************************************
      * LAYOUT FOR THE EXCEPTION REPORT HEADING AND DATA LINE *
      **************************************************************
      * HEADING COLUMN WIDTHS MATCH EXCP-DATA'S FIELD WIDTHS BELOW
         03 FILLER      PIC X(22)       VALUE 'RECORD COUNTS  . . . '.
         03 B-CHECK1    PIC X(14).
       01 PRNT-BAL7.
         03 FILLER      PIC X(22)       VALUE 'LOAN COUNTS  . . . . '.
         03 B-CHECK2    PIC X(14).
       01 PRNT-BAL8.
         03 FILLER      PIC X(22)       VALUE 'LOAN HASH  . . . . . '.
             PERFORM 1410-ECHO-CONTROL
           END-IF.
           SORT SORT-FILE
             ON ASCENDING KEY SD-DEGREE SD-NAME SD-STUD-ID
                              SD-LOAN-SEQ
             INPUT PROCEDURE 1050-VALIDATE-INPUT
               THRU 1050-VALIDATE-EXIT
             OUTPUT PROCEDURE 1500-PROCESS-SORTED
      * WHEN ONE IS FOUND, ITS LAST RECORD GIVES THE RECORD COUNT TO
      * SKIP IN 1520-LOOP-SORTED SO THE RESTARTED RUN DOESN'T REDO
      * WORK ALREADY REFLECTED ON THE REPORT, AND RESTORES GT-*/SBT-*/
      * STU-*/SAVE-DEGREE/SAVE-STUD-ID/REC-CT/PAGE-NO SO THE
      * CARRIED-FORWARD TOTALS AND PAGE LAYOUT PICK UP WHERE THE
      * INTERRUPTED RUN LEFT OFF RATHER THAN RESTARTING AT ZERO.
      * 000-MAINLINE DECIDES WHETHER TO OPEN EXTEND OR OUTPUT BASED
      * ON RESTART-MODE-SW SET HERE.
      **************************************************************
       1010-CHECK-RESTART.
           OPEN INPUT CKPT-FILE.
           READ CKPT-FILE.
           IF CKPT-STATUS = '00'
             MOVE CKPT-COUNT           TO RESTART-COUNT
             MOVE CKPT-GT-LOAN-CT      TO GT-LOAN-CT
             MOVE CKPT-GT-BORROWER-CT  TO GT-BORROWER-CT
             MOVE CKPT-GT-LOAN-SUM     TO GT-LOAN-SUM
             MOVE CKPT-GT-PAID-SUM     TO GT-PAID-SUM
             MOVE CKPT-GT-BALANCE-SUM  TO GT-BALANCE-SUM
             MOVE CKPT-SBT-PAID-SUM    TO SBT-PAID-SUM
             MOVE CKPT-SBT-BALANCE-SUM TO SBT-BALANCE-SUM
             MOVE CKPT-SAVE-DEGREE     TO SAVE-DEGREE
             MOVE CKPT-SAVE-STUD-ID    TO SAVE-STUD-ID
             MOVE CKPT-STU-NAME        TO STU-NAME
             MOVE CKPT-STU-LOAN-CT     TO STU-LOAN-CT
             MOVE CKPT-STU-LOAN-SUM    TO STU-LOAN-SUM
             MOVE CKPT-STU-PAID-SUM    TO STU-PAID-SUM
             MOVE CKPT-STU-BALANCE-SUM TO STU-BALANCE-SUM
             MOVE CKPT-REC-CT          TO REC-CT
             MOVE CKPT-GT-CHGOFF-CT    TO GT-CHGOFF-CT
             MOVE CKPT-GT-CHGOFF-SUM   TO GT-CHGOFF-SUM
             MOVE CKPT-PAGE-NO         TO PAGE-NO
           END-IF.
      **************************************************************
             MOVE '04'                  TO REASON-CODE
             MOVE 'I-STUD-ID INVALID'    TO REASON-TEXT
           END-IF.
      * THE LOAN SEQUENCE IS THE SECOND HALF OF THE KEY AND IS
      * HELD TO THE SAME STANDARD.
           IF VALID-RECORD
             AND (I-LOAN-SEQ NOT NUMERIC OR I-LOAN-SEQ = 0)
             MOVE 'N'                   TO VALID-REC-SW
             MOVE '06'                  TO REASON-CODE
             MOVE 'I-LOAN-SEQ INVALID'   TO REASON-TEXT
           END-IF.
           IF VALID-RECORD AND I-LATE-CHG NOT NUMERIC
             MOVE 'N'                   TO VALID-REC-SW
             MOVE '05'                  TO REASON-CODE
           PERFORM 1520-LOOP-SORTED
             UNTIL EOF-I = 1.
           IF NOT FIRST-RECORD
             PERFORM 1570-STUDENT-BREAK
             PERFORM 1550-DEGREE-BREAK
           END-IF.
       1500-PROCESS-EXIT.
           ELSE
             IF FIRST-RECORD
               MOVE I-DEGREE TO SAVE-DEGREE
               MOVE I-STUD-ID TO SAVE-STUD-ID
               MOVE 'N' TO FIRST-REC-SW
             ELSE
               IF I-DEGREE NOT = SAVE-DEGREE
                 PERFORM 1570-STUDENT-BREAK
                 PERFORM 1550-DEGREE-BREAK
                 PERFORM 1555-DEGREE-BREAK-NEXT-PAGE
                 MOVE I-DEGREE TO SAVE-DEGREE
                 MOVE I-STUD-ID TO SAVE-STUD-ID
               ELSE
                 IF I-STUD-ID NOT = SAVE-STUD-ID
                   PERFORM 1570-STUDENT-BREAK
                   MOVE I-STUD-ID TO SAVE-STUD-ID
                 END-IF
               END-IF
             END-IF
             PERFORM 1700-CALC-TOTAL
             PERFORM 1800-CALC-BALANCE
             PERFORM 1600-PRINT-DATA
             MOVE I-NAME TO STU-NAME
      * A CHARGED-OFF LOAN STAYS OUT OF THE STUDENT'S COMBINED
      * TOTAL, AS IT DOES THE EXTRACT.
             IF I-CO-FLAG NOT = 'Y'
               ADD 1       TO STU-LOAN-CT
               ADD I-LOAN  TO STU-LOAN-SUM
               ADD TOTAL   TO STU-PAID-SUM
               ADD BAL-AMT TO STU-BALANCE-SUM
             END-IF
             ADD I-LOAN  TO SBT-LOAN-SUM
             ADD TOTAL   TO SBT-PAID-SUM
      * ONLY GENUINE BALANCES DUE ADD INTO SBT-BALANCE-SUM - AN
      * OVERPAID STUDENT'S NEGATIVE BAL-AMT IS ALREADY CAPTURED
      * SEPARATELY IN GT-OVERPAID-CT/GT-OVERPAID-SUM (1600-PRINT-
      * DATA) AND MUST NOT NET AGAINST WHAT THE GROUP STILL OWES.
      * NOR DOES A CHARGED-OFF LOAN'S - IT IS NOT AN ACTIVE BALANCE.
             IF BAL-AMT > 0 AND I-CO-FLAG NOT = 'Y'
               ADD BAL-AMT TO SBT-BALANCE-SUM
             END-IF
             ADD 1 TO PROCESS-CT
       1560-WRITE-CHECKPOINT.
           MOVE I-NAME               TO CKPT-NAME.
           MOVE PROCESS-CT           TO CKPT-COUNT.
           MOVE GT-LOAN-CT           TO CKPT-GT-LOAN-CT.
           MOVE GT-BORROWER-CT       TO CKPT-GT-BORROWER-CT.
           MOVE GT-LOAN-SUM          TO CKPT-GT-LOAN-SUM.
           MOVE GT-PAID-SUM          TO CKPT-GT-PAID-SUM.
           MOVE GT-BALANCE-SUM       TO CKPT-GT-BALANCE-SUM.
           MOVE SBT-PAID-SUM         TO CKPT-SBT-PAID-SUM.
           MOVE SBT-BALANCE-SUM      TO CKPT-SBT-BALANCE-SUM.
           MOVE SAVE-DEGREE          TO CKPT-SAVE-DEGREE.
           MOVE SAVE-STUD-ID         TO CKPT-SAVE-STUD-ID.
           MOVE STU-NAME             TO CKPT-STU-NAME.
           MOVE STU-LOAN-CT          TO CKPT-STU-LOAN-CT.
           MOVE STU-LOAN-SUM         TO CKPT-STU-LOAN-SUM.
           MOVE STU-PAID-SUM         TO CKPT-STU-PAID-SUM.
           MOVE STU-BALANCE-SUM      TO CKPT-STU-BALANCE-SUM.
           MOVE REC-CT               TO CKPT-REC-CT.
           MOVE PAGE-NO              TO CKPT-PAGE-NO.
           MOVE GT-CHGOFF-CT         TO CKPT-GT-CHGOFF-CT.
           MOVE GT-CHGOFF-SUM        TO CKPT-GT-CHGOFF-SUM.
           WRITE CKPT-REC.
           MOVE 0 TO CKPT-TALLY.
      **************************************************************
           ADD 5 TO REC-CT.
           MOVE 0 TO SBT-LOAN-SUM SBT-PAID-SUM SBT-BALANCE-SUM.
      **************************************************************
      * CLOSES OUT ONE STUDENT: COUNTS THE BORROWER, WRITES THE
      * STUDENT'S COMBINED T RECORD TO THE EXTRACT WHEN ANY LOAN
      * IS STILL ACTIVE AND, WHEN THE STUDENT HOLDS MORE THAN ONE
      * ACTIVE LOAN, PRINTS THE 4-LINE COMBINED TOTAL UNDER THE
      * LAST LOAN (SAME HEADROOM CHECK AS 1550-DEGREE-BREAK).
      * PERFORMED AHEAD OF 1550-DEGREE-BREAK SO THE STUDENT'S
      * TOTAL LANDS INSIDE THE DEGREE GROUP.
      **************************************************************
       1570-STUDENT-BREAK.
           ADD 1 TO GT-BORROWER-CT.
           IF STU-LOAN-CT > 0
             PERFORM 1640-WRITE-STUDENT-EXTRACT
           END-IF.
           IF STU-LOAN-CT > 1
             MOVE STU-LOAN-CT     TO STU-LOANS
             MOVE STU-LOAN-SUM    TO STU-LOAN
             MOVE STU-PAID-SUM    TO STU-PAID
             MOVE STU-BALANCE-SUM TO STU-BALANCE
             IF REC-CT + 4 > PAGE-SIZE-LINES
               PERFORM 1400-PRINT-HEAD
               MOVE 0 TO REC-CT
             END-IF
             WRITE PRNT-REC FROM PRNT-STUTOTAL1
               AFTER ADVANCING 1 LINE
             WRITE PRNT-REC FROM PRNT-STUTOTAL2
               AFTER ADVANCING 1 LINE
             WRITE PRNT-REC FROM PRNT-STUTOTAL3
               AFTER ADVANCING 1 LINE
             WRITE PRNT-REC FROM PRNT-STUTOTAL4
               AFTER ADVANCING 1 LINE
             ADD 4 TO REC-CT
           END-IF.
           MOVE 0 TO STU-LOAN-CT STU-LOAN-SUM STU-PAID-SUM
                     STU-BALANCE-SUM.
      **************************************************************
      * STARTS THE NEXT DEGREE GROUP ON A FRESH PAGE. PERFORMED FROM
      * 1520-LOOP-SORTED ONLY ON A GENUINE MID-RUN DEGREE CHANGE -
      * NOT FROM 1500-PROCESS-SORTED'S END-OF-FILE CALL TO
      * PRINTS THE SCHEDULE INFORMATION *
      **************************************************************
       1600-PRINT-DATA.
           MOVE I-LOAN-SEQ      TO L-LOAN-SEQ1.
           MOVE I-NAME          TO L-NAME1.
           MOVE I-DEGREE        TO L-DEGREE1.
           MOVE I-YEAR          TO L-YEAR1.
             WRITE PRNT-REC FROM PRNT-DATA3
               AFTER ADVANCING 1 LINE.
           IF TOTAL <= AMT-OWED
             IF I-CO-FLAG = 'Y'
               MOVE L-BALANCE TO C-BALANCE
               WRITE PRNT-REC FROM PRNT-BALANCE3
                 BEFORE ADVANCING 1 LINE
             ELSE
               WRITE PRNT-REC FROM PRNT-BALANCE1
                 BEFORE ADVANCING 1 LINE
             END-IF
             IF BAL-AMT > 0 AND DAYS-PAST-DUE > DELINQ-DAYS
               PERFORM 1620-WRITE-EXCEPTION
             END-IF
             ADD OVERPAID-AMT TO GT-OVERPAID-SUM
             PERFORM 1620-WRITE-EXCEPTION
           END-IF.
           IF I-CO-FLAG NOT = 'Y'
             PERFORM 1630-WRITE-EXTRACT
           END-IF.
           ADD STUDENT-LINE-CT TO REC-CT.
           ADD 1 TO GT-LOAN-CT.
           ADD I-LOAN TO GT-LOAN-SUM.
           ADD TOTAL TO GT-PAID-SUM.
      * ONLY GENUINE BALANCES DUE ADD INTO GT-BALANCE-SUM - AN
      * OVERPAID STUDENT'S NEGATIVE BAL-AMT IS ALREADY CAPTURED
      * SEPARATELY IN GT-OVERPAID-CT/GT-OVERPAID-SUM ABOVE AND MUST
      * NOT NET AGAINST WHAT THE REST OF THE PORTFOLIO STILL OWES.
      * A CHARGED-OFF LOAN'S BALANCE IS TOTALED SEPARATELY.
           IF BAL-AMT > 0
             IF I-CO-FLAG = 'Y'
               ADD 1       TO GT-CHGOFF-CT
               ADD BAL-AMT TO GT-CHGOFF-SUM
             ELSE
               ADD BAL-AMT TO GT-BALANCE-SUM
             END-IF
           END-IF.

       1650-PRINT-PAID.
           END-IF.
           WRITE EXCP-REC FROM EXCP-DATA.
      **************************************************************
      * WRITES ONE LOAN'S L RECORD TO THE MACHINE-READABLE EXTRACT
      * FOR THE LOAN-SERVICING VENDOR'S NIGHTLY LOAD JOB *
      **************************************************************
       1630-WRITE-EXTRACT.
           MOVE I-STUD-ID  TO X-STUD-ID.
           MOVE I-LOAN-SEQ TO X-LOAN-SEQ.
           MOVE 'L'        TO X-REC-TYPE.
           MOVE I-NAME     TO X-NAME.
           MOVE I-DEGREE   TO X-DEGREE.
           MOVE I-YEAR     TO X-YEAR.
           END-IF.
           WRITE XTRC-REC.
      **************************************************************
      * WRITES THE STUDENT'S COMBINED T RECORD - LOAN SEQUENCE 00,
      * NO CLASS STANDING, THE SUMMED LOAN AND PAID AMOUNTS AND
      * THE NET BALANCE, FLAGGED OVERPAID WHEN THE NET IS A CREDIT.
      **************************************************************
       1640-WRITE-STUDENT-EXTRACT.
           MOVE SAVE-STUD-ID    TO X-STUD-ID.
           MOVE 0               TO X-LOAN-SEQ.
           MOVE 'T'             TO X-REC-TYPE.
           MOVE STU-NAME        TO X-NAME.
           MOVE SAVE-DEGREE     TO X-DEGREE.
           MOVE SPACES          TO X-YEAR.
           MOVE STU-LOAN-SUM    TO X-LOAN.
           MOVE STU-PAID-SUM    TO X-PAID.
           MOVE STU-BALANCE-SUM TO X-BALANCE.
           IF STU-BALANCE-SUM < 0
             MOVE 'Y' TO X-OVERPAID-FLAG
           ELSE
             MOVE 'N' TO X-OVERPAID-FLAG
           END-IF.
           WRITE XTRC-REC.
      **************************************************************
      * CALCULATE THE TOTAL AMOUNT PAID
      **************************************************************
       1700-CALC-TOTAL.
      **************************************************************
      * CALCULATE LEFTOVER BALANCE - LOAN PLUS ASSESSED LATE
      * CHARGES LESS TOTAL PAID - THEN ACCRUE ONE PERIOD OF
      * INTEREST ON ANY REMAINING (NON-OVERPAID) BALANCE. A
      * CHARGED-OFF LOAN NEITHER ACCRUES NOR AGES PAST DUE.
      **************************************************************
       1800-CALC-BALANCE.
           COMPUTE AMT-OWED = I-LOAN + I-LATE-CHG.
           SUBTRACT TOTAL FROM AMT-OWED GIVING BAL-AMT.
           MOVE 0 TO DAYS-PAST-DUE.
           IF BAL-AMT > 0 AND I-CO-FLAG NOT = 'Y'
             PERFORM 1810-ACCRUE-INTEREST
             PERFORM 1815-CALC-DAYS-PAST-DUE
               THRU 1815-DAYS-EXIT
      * OUTSTANDING BALANCE. A CLASS STANDING PRESENT IN THE
      * MASTER BUT WITHOUT AN EFFECTIVE RATE ROW ENDS THE RUN -
      * SILENTLY ACCRUING NOTHING IS HOW RATES GOT OUT OF STEP
      * WHEN THEY WERE COMPILED IN. A LOAN THAT CARRIES ITS OWN
      * RATE FROM ORIGINATION (I-RATE) ACCRUES AT THAT RATE.
      **************************************************************
       1810-ACCRUE-INTEREST.
           IF I-RATE NUMERIC AND I-RATE > 0
             MOVE I-RATE TO INT-RATE
             MOVE 'Y' TO RATE-FOUND-SW
           ELSE
             PERFORM 8200-FIND-RATE
           END-IF.
           IF NOT RATE-FOUND
             DISPLAY 'LAB5: NO EFFECTIVE RATE FOR CLASS '
               'STANDING ' I-YEAR
      **************************************************************
      * COMPUTES CALENDAR DAYS FROM THE EXPECTED-PAYMENT DATE TO
      * THE RUN DATE FOR THE DELINQUENCY TEST. NO SCHEDULE ON
      * FILE, A BAD DATE, A DUE DATE STILL IN THE FUTURE, OR A
      * DEFERMENT IN FORCE ALL LEAVE DAYS-PAST-DUE AT ZERO.
      **************************************************************
       1815-CALC-DAYS-PAST-DUE.
           MOVE 0 TO DAYS-PAST-DUE.
      * AN ACCOUNT IN DEFERMENT OR FORBEARANCE AGES AS CURRENT
      * FROM ITS START DATE UNTIL LAB5DEF ROLLS I-NEXT-DUE PAST IT.
           IF I-DEFER-TYPE NOT = SPACE
             AND I-DEFER-START NUMERIC
             AND I-DEFER-START NOT > RUN-DATE-RAW
             GO TO 1815-DAYS-EXIT
           END-IF.
           IF I-NEXT-DUE NOT NUMERIC OR I-NEXT-DUE = 0
             GO TO 1815-DAYS-EXIT
           END-IF.
      **************************************************************
       1900-PRINT-TOTALS.
           PERFORM 1405-PRINT-RUN-STAMP.
           MOVE GT-LOAN-CT      TO T-LOAN-CT.
           MOVE GT-BORROWER-CT  TO T-BORROWER-CT.
           MOVE GT-LOAN-SUM     TO T-LOAN-SUM.
           MOVE GT-PAID-SUM     TO T-PAID-SUM.
           MOVE GT-BALANCE-SUM  TO T-BALANCE-SUM.
           MOVE GT-OVERPAID-CT  TO T-OVERPAID-CT.
           MOVE GT-OVERPAID-SUM TO T-OVERPAID-SUM.
           MOVE GT-CHGOFF-CT    TO T-CHGOFF-CT.
           MOVE GT-CHGOFF-SUM   TO T-CHGOFF-SUM.
           WRITE PRNT-REC FROM PRNT-TOTALS-HEAD
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS1B
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS3
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS6
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS7
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS8
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE RUN-BALANCING PAGE AFTER THE GRAND-TOTAL
      * TRAILER AND PROVES THE RUN ARITHMETICALLY WHOLE: RECORDS
      * READ MUST EQUAL RECORDS RELEASED TO THE SORT PLUS RECORDS
      * SUSPENSED; LOANS REPORTED PLUS SUSPENSE MUST EQUAL
      * RECORDS READ; AND THE I-LOAN HASH TAKEN AT 2000-READ-INPUT
      * MUST EQUAL GT-LOAN-SUM PLUS THE LOAN AMOUNTS SITTING IN
      * SUSPENSE. ANY MISS SETS OUT-OF-BAL-SW FOR 000-MAINLINE.
             MOVE 'OUT OF BALANCE' TO B-CHECK1
             MOVE 'Y' TO OUT-OF-BAL-SW
           END-IF.
           IF GT-LOAN-CT + SUSP-CT = INPUT-READ-CT
             MOVE 'IN BALANCE'     TO B-CHECK2
           ELSE
             MOVE 'OUT OF BALANCE' TO B-CHECK2
           MOVE INPUT-READ-CT   TO RCTL-INPUT-CT.
           MOVE RELEASED-CT     TO RCTL-RELEASED-CT.
           MOVE SUSP-CT         TO RCTL-SUSP-CT.
           MOVE GT-LOAN-CT      TO RCTL-LOAN-CT.
           MOVE INPUT-LOAN-HASH TO RCTL-LOAN-HASH.
           MOVE GT-LOAN-SUM     TO RCTL-LOAN-SUM.
           MOVE SUSP-LOAN-SUM   TO RCTL-SUSP-LOAN.
