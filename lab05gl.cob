       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5GL.
       AUTHOR. Addyson Sisemore
      * GENERAL LEDGER INTERFACE - TURNS THE DAY'S LOAN MONEY
      * MOVEMENTS INTO A BALANCED DEBIT/CREDIT JOURNAL-ENTRY FILE
      * IN THE GL'S LOAD FORMAT, SO THE BURSAR'S ACCOUNTANT STOPS
      * REKEYING ENTRIES OFF LAB5PAY'S POSTING REGISTER (UR-S-
      * REGI), LAB5CHG'S ASSESSMENT REGISTER (UR-S-CHGR) AND
      * LAB5RFD'S REFUND REGISTER (UR-S-RFDR). PAYMENTS,
      * REVERSALS AND LATE CHARGES ARE PICKED UP FROM THE COMMON
      * UPDATE JOURNAL (DA-S-JRNL) - EVERY POSTING THOSE RUNS MAKE
      * IS JOURNALED WITH ITS BEFORE AND AFTER IMAGE, SO THE
      * MONEY MOVED IS THE DIFFERENCE BETWEEN THE TWO. REFUNDS
      * ARE PICKED UP FROM THE VOUCHER FILE (DA-S-RFDV) LAB5RFD
      * HANDS ACCOUNTS PAYABLE. THE ENTRIES ARE SUMMARIZED BY GL
      * ACCOUNT AND DEGREE PROGRAM (THE GL'S DEPARTMENT FIELD),
      * AND A POSTING REPORT TIES THE COUNTS AND AMOUNTS BACK TO
      * THE TRAILER OF EACH SOURCE REGISTER. THE GL ACCOUNT
      * NUMBERS ARE PARM ROWS IN DA-S-CTLF.
      *
      * THE POSTING DATE IS THE RUN DATE UNLESS A DATE CARD IN THE
      * OPTIONAL REQUEST FILE (UR-S-GLRQ) NAMES AN EARLIER DAY.
      * THIS JOB MUST RUN BEFORE THE NIGHTLY MASTER BACKUP SAVES
      * AND CLEARS THE JOURNAL. THE FILE IS NOT PRODUCED - IT IS
      * LEFT EMPTY SO A STALE FILE CANNOT BE RELOADED - WHEN THE
      * DEBITS AND CREDITS DO NOT NET TO ZERO, WHEN A JOURNAL
      * IMAGE CANNOT BE DECODED, OR WHEN THE POSTING DATE IS
      * ALREADY ON THE GL POSTING HISTORY (DA-S-GLHS). THE
      * HISTORY GETS ITS RECORD ONLY AFTER A BALANCED FILE IS
      * WRITTEN, SO A RERUN CANNOT POST THE SAME DAY TWICE BUT A
      * RUN THAT WAS REFUSED CAN BE RUN AGAIN ONCE IT IS FIXED.
      * RETURN CODE 4 = ALREADY POSTED, 8 = OUT OF BALANCE OR
      * UNREADABLE JOURNAL, 16 = MISSING CONTROL FILE OR GL
      * ACCOUNT PARM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IR-LOAN-KEY
             ALTERNATE RECORD KEY IS IR-DEGREE
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS IR-NAME
               WITH DUPLICATES
             FILE STATUS IS INPUT-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
             FILE STATUS IS JRNL-STATUS.
           SELECT RFDV-FILE ASSIGN TO 'DA-S-RFDV'
             FILE STATUS IS RFDV-STATUS.
           SELECT CTRL-FILE ASSIGN TO 'DA-S-CTLF'
             FILE STATUS IS CTRL-STATUS.
           SELECT GLRQ-FILE ASSIGN TO 'UR-S-GLRQ'
             FILE STATUS IS GLRQ-STATUS.
           SELECT GLHS-FILE ASSIGN TO 'DA-S-GLHS'
             FILE STATUS IS GLHS-STATUS.
           SELECT GLJE-FILE ASSIGN TO 'DA-S-GLJE'
             FILE STATUS IS GLJE-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-GLRP'.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC.
         03 IR-NAME       PIC X(20).
         03 IR-DEGREE     PIC X(4).
         03 FILLER        PIC X(19).
         03 IR-LOAN-KEY.
           05 IR-STUD-ID  PIC 9(9).
           05 IR-LOAN-SEQ PIC 9(2).
         03 FILLER        PIC X(509).
       COPY LOANJRNF.
      **************************************************************
      * REFUND VOUCHER FILE EXACTLY AS LAB5RFD WRITES IT FOR THE
      * ACCOUNTS PAYABLE LOAD JOB.
      **************************************************************
       FD RFDV-FILE
           LABEL RECORDS ARE OMITTED.
       01 RFDV-REC.
         03 RV-STUD-ID    PIC 9(9).
         03 RV-NAME       PIC X(20).
         03 RV-DATE       PIC 9(6).
         03 RV-AMOUNT     PIC 9(6)V99.
         03 RV-LOAN-SEQ   PIC 9(2).
       COPY LOANCTLF.
      **************************************************************
      * OPTIONAL REQUEST FILE - A DATE CARD (YYMMDD IN COLUMNS
      * 1-6) POSTS THAT DAY'S ACTIVITY INSTEAD OF TODAY'S, FOR A
      * NIGHT THE INTERFACE DID NOT RUN. NO FILE, OR NO CARD,
      * MEANS TODAY.
      **************************************************************
       FD GLRQ-FILE
           LABEL RECORDS ARE OMITTED.
       01 GLRQ-REC.
         03 GQ-POST-DATE  PIC 9(6).
         03 FILLER        PIC X(74).
      **************************************************************
      * GL POSTING HISTORY - ONE RECORD PER POSTING DATE EVER
      * SENT TO THE GL, APPENDED ONLY AFTER A BALANCED FILE HAS
      * BEEN WRITTEN. A POSTING DATE ALREADY HERE IS NEVER SENT
      * AGAIN.
      **************************************************************
       FD GLHS-FILE
           LABEL RECORDS ARE STANDARD.
       01 GLHS-REC.
         03 GH-POST-DATE  PIC 9(6).
         03 GH-RUN-DATE   PIC 9(6).
         03 GH-RECORD-CT  PIC 9(5).
         03 GH-DEBIT-SUM  PIC 9(9)V99.
         03 GH-CREDIT-SUM PIC 9(9)V99.
      **************************************************************
      * GL JOURNAL-ENTRY LOAD FILE - ONE DEBIT AND/OR ONE CREDIT
      * RECORD PER GL ACCOUNT AND DEGREE PROGRAM. THE DEGREE GOES
      * IN THE GL'S DEPARTMENT FIELD; AMOUNTS ARE UNEDITED AND
      * UNSIGNED, THE D/C CODE CARRYING THE DIRECTION.
      **************************************************************
       FD GLJE-FILE
           LABEL RECORDS ARE OMITTED.
       01 GLJE-REC.
         03 GJ-POST-DATE  PIC 9(6).
         03 GJ-SOURCE     PIC X(4).
         03 GJ-ACCOUNT    PIC 9(5).
         03 GJ-DEPT       PIC X(4).
         03 GJ-DR-CR      PIC X(1).
         03 GJ-AMOUNT     PIC 9(9)V99.
         03 GJ-DESC       PIC X(24).
         03 FILLER        PIC X(25).
      **************************************************************
      * GL POSTING REPORT - 80 BYTES WIDE LIKE THE THREE SOURCE
      * REGISTERS IT TIES BACK TO.
      **************************************************************
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 INPUT-STATUS     PIC XX      VALUE '00'.
       01 RFDV-STATUS      PIC XX      VALUE '00'.
       01 GLRQ-STATUS      PIC XX      VALUE '00'.
       01 GLHS-STATUS      PIC XX      VALUE '00'.
       01 GLJE-STATUS      PIC XX      VALUE '00'.
       COPY LOANJRNW.
      **************************************************************
      * CONTROL-FILE WORK AREAS - THE RATE TABLE IN LOANCTLW IS
      * CARRIED BUT NOT LOADED; ONLY THE GL ACCOUNT PARM ROWS
      * MATTER HERE.
      **************************************************************
       COPY LOANCTLW.
       01 SUB              PIC 999999.
      **************************************************************
      * GL ACCOUNT NUMBERS FROM THE GLCASH, GLLOANRC, GLLATEIN AND
      * GLRFDPAY PARM ROWS. THERE ARE NO COMPILED DEFAULTS - A
      * ZERO AFTER THE CONTROL FILE LOADS MEANS THE ROW IS MISSING
      * AND THE RUN REFUSES TO START, RATHER THAN POST THE DAY'S
      * MONEY TO AN ACCOUNT THE CONTROLLER NEVER NAMED.
      **************************************************************
       01 GL-CASH-ACCT     PIC 9(5)    VALUE 0.
       01 GL-LOANRC-ACCT   PIC 9(5)    VALUE 0.
       01 GL-LATEIN-ACCT   PIC 9(5)    VALUE 0.
       01 GL-RFDPAY-ACCT   PIC 9(5)    VALUE 0.
      **************************************************************
      * POSTING DATE - THE DAY WHOSE ACTIVITY IS SENT. JOURNAL
      * RECORDS AND VOUCHERS DATED ANY OTHER DAY ARE PASSED OVER.
      **************************************************************
       01 GL-POST-DATE     PIC 9(6)    VALUE 0.
       01 GL-POST-PARTS REDEFINES GL-POST-DATE.
         03 GL-POST-YY     PIC 99.
         03 GL-POST-MM     PIC 99.
         03 GL-POST-DD     PIC 99.
      **************************************************************
      * RUN OUTCOME - ONLY A BALANCED RUN WRITES THE LOAD FILE
      * AND THE HISTORY RECORD.
      **************************************************************
       01 GL-RESULT-SW     PIC X(1)    VALUE 'B'.
         88 GL-BALANCED                VALUE 'B'.
         88 GL-OUT-OF-BALANCE          VALUE 'O'.
         88 GL-ALREADY-POSTED          VALUE 'P'.
         88 GL-UNREADABLE              VALUE 'U'.
      **************************************************************
      * JOURNAL-IMAGE DECODE WORK AREAS FOR 1300-DECODE-IMAGE. THE
      * IMAGE IS LAID OVER LOANREC'S INPUT-DATA WITH THE SAME
      * I-PAY-CT SIZING GUARD LAB5'S 2000-READ-INPUT USES, AND
      * GIVES BACK ITS DEGREE, TOTAL PAID AND LATE CHARGES.
      **************************************************************
       01 GL-IMAGE         PIC X(563)  VALUE SPACES.
       01 GL-IMAGE-OK-SW   PIC X(1)    VALUE 'Y'.
         88 GL-IMAGE-OK                VALUE 'Y'.
       01 GL-IMAGE-DEGREE  PIC X(4)    VALUE SPACES.
       01 GL-IMAGE-PAID    PIC 9(6)V99 VALUE 0.
       01 GL-IMAGE-CHG     PIC 9(5)V99 VALUE 0.
       01 GL-BEFORE-PAID   PIC 9(6)V99 VALUE 0.
       01 GL-BEFORE-CHG    PIC 9(5)V99 VALUE 0.
       01 GL-DELTA         PIC S9(6)V99 VALUE 0.
      **************************************************************
      * ONE MONEY MOVEMENT FOR 1500-POST-MOVEMENT - THE ACCOUNT TO
      * DEBIT, THE ACCOUNT TO CREDIT, THE DEGREE AND THE AMOUNT.
      **************************************************************
       01 GL-MOVE-DR-ACCT  PIC 9(5)    VALUE 0.
       01 GL-MOVE-CR-ACCT  PIC 9(5)    VALUE 0.
       01 GL-MOVE-DEGREE   PIC X(4)    VALUE SPACES.
       01 GL-MOVE-AMT      PIC 9(7)V99 VALUE 0.
       01 GL-FIND-ACCT     PIC 9(5)    VALUE 0.
       01 GL-DESC          PIC X(24)   VALUE SPACES.
      **************************************************************
      * GL SUMMARY TABLE - ONE ENTRY PER GL ACCOUNT AND DEGREE,
      * KEPT IN ACCOUNT/DEGREE SEQUENCE AS ENTRIES ARE INSERTED SO
      * THE REPORT AND THE LOAD FILE COME OUT IN ORDER WITHOUT A
      * SORT. GL-FOUND-SUB IS THE ENTRY 1510-FIND-ENTRY LANDED ON.
      **************************************************************
       01 GL-ENTRY-CT      PIC 9(3)    VALUE 0.
       01 GL-ENTRY-MAX     PIC 9(3)    VALUE 200.
       01 GL-TABLE.
         03 GL-ENTRY OCCURS 200 TIMES.
           05 GL-T-ACCT    PIC 9(5).
           05 GL-T-DEGREE  PIC X(4).
           05 GL-T-DR      PIC 9(9)V99.
           05 GL-T-CR      PIC 9(9)V99.
       01 GL-SUB           PIC 9(3)    VALUE 0.
       01 GL-FOUND-SUB     PIC 9(3)    VALUE 0.
       01 GL-NEW-ENTRY-SW  PIC X(1)    VALUE 'N'.
         88 GL-NEW-ENTRY               VALUE 'Y'.
      **************************************************************
      * RUN CONTROL TOTALS. THE PAY/REV/CHG/RFD PAIRS ARE WHAT THE
      * TIE-OUT SECTION PRINTS AGAINST EACH SOURCE REGISTER'S
      * TRAILER. THE DEBIT AND CREDIT TOTALS ARE RE-ADDED FROM THE
      * SUMMARY TABLE IN 1700-TOTAL-TABLE, NOT CARRIED FROM THE
      * POSTINGS, SO THE BALANCE CHECK PROVES WHAT IS ACTUALLY
      * ABOUT TO BE WRITTEN.
      **************************************************************
       01 GL-JRNL-READ-CT  PIC 9(7)    VALUE 0.
       01 GL-JRNL-DAY-CT   PIC 9(7)    VALUE 0.
       01 GL-BAD-IMAGE-CT  PIC 9(5)    VALUE 0.
       01 GL-PAY-CT        PIC 9(5)    VALUE 0.
       01 GL-PAY-SUM       PIC 9(7)V99 VALUE 0.
       01 GL-REV-CT        PIC 9(5)    VALUE 0.
       01 GL-REV-SUM       PIC 9(7)V99 VALUE 0.
       01 GL-CHG-CT        PIC 9(5)    VALUE 0.
       01 GL-CHG-SUM       PIC 9(7)V99 VALUE 0.
       01 GL-RFD-CT        PIC 9(5)    VALUE 0.
       01 GL-RFD-SUM       PIC 9(7)V99 VALUE 0.
       01 GL-RFD-OTHER-CT  PIC 9(5)    VALUE 0.
       01 GL-RFD-NOTFND-CT PIC 9(5)    VALUE 0.
       01 GL-TOTAL-DR      PIC 9(9)V99 VALUE 0.
       01 GL-TOTAL-CR      PIC 9(9)V99 VALUE 0.
       01 GL-RECORD-CT     PIC 9(5)    VALUE 0.
       COPY LOANREC.
       01 PAGE-SIZE-LINES  PIC 99      VALUE 55.
       01 PAGE-NO          PIC 9(4)    VALUE 0.
       01 REC-CT           PIC 99      VALUE 0.
       01 RUN-DATE-RAW.
         03 RUN-YY         PIC 99.
         03 RUN-MM         PIC 99.
         03 RUN-DD         PIC 99.
      **************************************************************
      * LAYOUT FOR THE RUN-DATE/PAGE-NUMBER LINE PRINTED AT THE TOP
      * OF EVERY REPORT PAGE, AHEAD OF THE COLUMN HEADINGS *
      **************************************************************
       01 PRNT-RUN-HEAD.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'RUN DATE:'.
         03 H-RUN-MM    PIC 99.
         03 FILLER      PIC X(1)        VALUE '/'.
         03 H-RUN-DD    PIC 99.
         03 FILLER      PIC X(1)        VALUE '/'.
         03 H-RUN-YY    PIC 99.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'PAGE: '.
         03 H-PAGE-NO   PIC ZZZ9.
      **************************************************************
      * LAYOUT FOR THE REPORT HEADING AND DETAIL LINE *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(30)       VALUE
           'GENERAL LEDGER POSTING REPORT'.
         03 FILLER      PIC X(14)       VALUE 'POSTING DATE: '.
         03 H-POST-MM   PIC 99.
         03 FILLER      PIC X(1)        VALUE '/'.
         03 H-POST-DD   PIC 99.
         03 FILLER      PIC X(1)        VALUE '/'.
         03 H-POST-YY   PIC 99.
         03 FILLER      PIC X(22)       VALUE SPACES.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT'.
         03 FILLER      PIC X(8)        VALUE 'DEGREE'.
         03 FILLER      PIC X(25)       VALUE 'DESCRIPTION'.
         03 FILLER      PIC X(16)       VALUE '          DEBIT'.
         03 FILLER      PIC X(15)       VALUE '         CREDIT'.
       01 PRNT-DETAIL.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 G-ACCT      PIC 9(5).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 G-DEGREE    PIC X(4).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 G-DESC      PIC X(24).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 G-DEBIT     PIC $$$$,$$$,$$9.99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 G-CREDIT    PIC $$$$,$$$,$$9.99.
      **************************************************************
      * LAYOUT FOR THE SOURCE-REGISTER TIE-OUT. EACH LABEL READS
      * EXACTLY AS IT DOES ON THE SOURCE REGISTER'S TRAILER SO THE
      * ACCOUNTANT CAN LAY THE TWO PAGES SIDE BY SIDE *
      **************************************************************
       01 PRNT-TIE-HEAD.
         03 FILLER      PIC X(80)       VALUE
           'SOURCE REGISTER TIE-OUT'.
       01 PRNT-TIE-REGI.
         03 FILLER      PIC X(80)       VALUE
           '  UR-S-REGI  LAB5PAY PAYMENT POSTING REGISTER'.
       01 PRNT-TIE1.
         03 FILLER      PIC X(22)       VALUE 'PAYMENTS POSTED . . .'.
         03 T-PAY-CT    PIC ZZ,ZZ9.
       01 PRNT-TIE2.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT POSTED . . . .'.
         03 T-PAY-SUM   PIC $$$,$$$,$$9.99.
       01 PRNT-TIE3.
         03 FILLER      PIC X(22)       VALUE 'PAYMENTS REVERSED . .'.
         03 T-REV-CT    PIC ZZ,ZZ9.
       01 PRNT-TIE4.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT REVERSED . . .'.
         03 T-REV-SUM   PIC $$$,$$$,$$9.99.
       01 PRNT-TIE-CHGR.
         03 FILLER      PIC X(80)       VALUE
           '  UR-S-CHGR  LAB5CHG LATE-CHARGE ASSESSMENT REGISTER'.
       01 PRNT-TIE5.
         03 FILLER      PIC X(22)       VALUE 'CHARGES ASSESSED  . .'.
         03 T-CHG-CT    PIC ZZ,ZZ9.
       01 PRNT-TIE6.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT ASSESSED . . .'.
         03 T-CHG-SUM   PIC $$$,$$$,$$9.99.
       01 PRNT-TIE-RFDR.
         03 FILLER      PIC X(80)       VALUE
           '  UR-S-RFDR  LAB5RFD REFUND DISBURSEMENT REGISTER'.
       01 PRNT-TIE7.
         03 FILLER      PIC X(22)       VALUE 'REFUNDS VOUCHERED . .'.
         03 T-RFD-CT    PIC ZZ,ZZ9.
       01 PRNT-TIE8.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT VOUCHERED  . .'.
         03 T-RFD-SUM   PIC $$$,$$$,$$9.99.
      **************************************************************
      * LAYOUT FOR THE RUN-TOTAL TRAILER *
      **************************************************************
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'JOURNAL RECORDS READ.'.
         03 T-JRNL-READ-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'JOURNAL FOR POST DATE'.
         03 T-JRNL-DAY-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'UNREADABLE IMAGES . .'.
         03 T-BAD-IMAGE-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'VOUCHERS OTHER DATES.'.
         03 T-RFD-OTHER-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'VOUCHER ID NOT FOUND.'.
         03 T-RFD-NOTFND-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'TOTAL DEBITS  . . . .'.
         03 T-TOTAL-DR  PIC $$$$,$$$,$$9.99.
       01 PRNT-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'TOTAL CREDITS . . . .'.
         03 T-TOTAL-CR  PIC $$$$,$$$,$$9.99.
       01 PRNT-TOTALS8.
         03 FILLER      PIC X(22)       VALUE 'GL RECORDS WRITTEN  .'.
         03 T-RECORD-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS9.
         03 FILLER      PIC X(22)       VALUE 'GL FILE STATUS  . . .'.
         03 T-RESULT    PIC X(40).
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-J      PIC 9   VALUE 0.
         03 EOF-V      PIC 9   VALUE 0.
         03 EOF-H      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO RUN-DATE-NUM.
           PERFORM 0100-LOAD-CONTROL.
           PERFORM 0200-CHECK-POST-DATE.
           PERFORM 0300-CHECK-HISTORY.
           OPEN INPUT JRNL-FILE.
           IF JRNL-STATUS NOT = '00'
             DISPLAY 'LAB5GL: JRNL-FILE OPEN FAILED, STATUS='
               JRNL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5GL: INPUT-FILE OPEN FAILED, STATUS='
               INPUT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 2000-READ-JOURNAL.
           PERFORM 1100-SCAN-JOURNAL
             UNTIL EOF-J = 1.
           PERFORM 1600-SCAN-VOUCHERS.
           CLOSE JRNL-FILE
                 INPUT-FILE.
           PERFORM 1700-TOTAL-TABLE.
           IF GL-BALANCED
             IF GL-BAD-IMAGE-CT > 0
               MOVE 'U' TO GL-RESULT-SW
             ELSE
               IF GL-TOTAL-DR NOT = GL-TOTAL-CR
                 MOVE 'O' TO GL-RESULT-SW
               END-IF
             END-IF
           END-IF.
           PERFORM 1750-WRITE-GL-FILE.
           IF GL-BALANCED
             PERFORM 1900-WRITE-HISTORY
           END-IF.
           PERFORM 1800-PRINT-REPORT.
           CLOSE PRNT-FILE.
           EVALUATE TRUE
             WHEN GL-ALREADY-POSTED
               DISPLAY 'LAB5GL: POSTING DATE ' GL-POST-DATE
                 ' ALREADY SENT TO THE GL - NO FILE WRITTEN'
               MOVE 4 TO RETURN-CODE
             WHEN GL-OUT-OF-BALANCE
               DISPLAY 'LAB5GL: DEBITS AND CREDITS OUT OF BALANCE'
                 ' - NO FILE WRITTEN'
               MOVE 8 TO RETURN-CODE
             WHEN GL-UNREADABLE
               DISPLAY 'LAB5GL: UNREADABLE JOURNAL IMAGES'
                 ' - NO FILE WRITTEN'
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           STOP RUN.
      **************************************************************
      * LOADS THE GL ACCOUNT PARM ROWS FROM DA-S-CTLF. A MISSING
      * OR UNREADABLE FILE, OR ANY OF THE FOUR ACCOUNTS NOT ON IT,
      * ENDS THE RUN WITH RETURN CODE 16 BEFORE ANY OUTPUT FILE
      * IS TOUCHED.
      **************************************************************
       0100-LOAD-CONTROL.
           OPEN INPUT CTRL-FILE.
           IF CTRL-STATUS NOT = '00'
             DISPLAY 'LAB5GL: CONTROL FILE DA-S-CTLF MISSING OR '
               'UNREADABLE, STATUS=' CTRL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 0110-READ-CONTROL.
           PERFORM 0120-LOAD-CONTROL-ROW
             UNTIL EOF-CTL = 1.
           CLOSE CTRL-FILE.
           IF GL-CASH-ACCT = 0 OR GL-LOANRC-ACCT = 0
             OR GL-LATEIN-ACCT = 0 OR GL-RFDPAY-ACCT = 0
             DISPLAY 'LAB5GL: CONTROL FILE NEEDS PARM ROWS GLCASH, '
               'GLLOANRC, GLLATEIN AND GLRFDPAY'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0110-READ-CONTROL.
           READ CTRL-FILE
             AT END MOVE 1 TO EOF-CTL.

       0120-LOAD-CONTROL-ROW.
           IF CT-TYPE = 'PARM'
             EVALUATE CT-PARM-NAME
               WHEN 'GLCASH'
                 MOVE CT-PARM-VALUE TO GL-CASH-ACCT
               WHEN 'GLLOANRC'
                 MOVE CT-PARM-VALUE TO GL-LOANRC-ACCT
               WHEN 'GLLATEIN'
                 MOVE CT-PARM-VALUE TO GL-LATEIN-ACCT
               WHEN 'GLRFDPAY'
                 MOVE CT-PARM-VALUE TO GL-RFDPAY-ACCT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           PERFORM 0110-READ-CONTROL.
      **************************************************************
      * SETS THE POSTING DATE - TODAY, UNLESS THE OPTIONAL REQUEST
      * FILE CARRIES A DATE CARD. A CARD THAT IS NOT A DATE, OR IS
      * LATER THAN TODAY, STOPS THE RUN RATHER THAN GUESS.
      **************************************************************
       0200-CHECK-POST-DATE.
           MOVE RUN-DATE-NUM TO GL-POST-DATE.
           OPEN INPUT GLRQ-FILE.
           IF GLRQ-STATUS NOT = '00'
             CONTINUE
           ELSE
             READ GLRQ-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF GQ-POST-DATE NOT NUMERIC
                   OR GQ-POST-DATE > RUN-DATE-NUM
                   OR GQ-POST-DATE (3:2) < '01'
                   OR GQ-POST-DATE (3:2) > '12'
                   DISPLAY 'LAB5GL: REQUEST CARD POSTING DATE '
                     'INVALID: ' GLRQ-REC (1:6)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 MOVE GQ-POST-DATE TO GL-POST-DATE
                 DISPLAY 'LAB5GL: POSTING DATE ' GL-POST-DATE
                   ' REQUESTED'
             END-READ
             CLOSE GLRQ-FILE
           END-IF.
      **************************************************************
      * LOOKS FOR THE POSTING DATE ON THE GL POSTING HISTORY. A HIT
      * MEANS THE DAY HAS ALREADY GONE TO THE GL - THE RUN STILL
      * SCANS AND PRINTS SO THE ACCOUNTANT CAN SEE WHAT WAS SENT,
      * BUT WRITES NO FILE. A MISSING HISTORY JUST MEANS NOTHING
      * HAS EVER BEEN POSTED; ANY OTHER OPEN FAILURE STOPS THE RUN.
      **************************************************************
       0300-CHECK-HISTORY.
           OPEN INPUT GLHS-FILE.
           IF GLHS-STATUS = '00'
             PERFORM 2020-READ-HISTORY
             PERFORM 0310-MATCH-HISTORY
               UNTIL EOF-H = 1
             CLOSE GLHS-FILE
           ELSE
             IF GLHS-STATUS NOT = '35'
               DISPLAY 'LAB5GL: GLHS-FILE OPEN FAILED, STATUS='
                 GLHS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

       0310-MATCH-HISTORY.
           IF GH-POST-DATE = GL-POST-DATE
             MOVE 'P' TO GL-RESULT-SW
           END-IF.
           PERFORM 2020-READ-HISTORY.
      **************************************************************
      * JUDGES ONE JOURNAL RECORD. ONLY CHANGES LAB5PAY AND LAB5CHG
      * JOURNALED ON THE POSTING DATE CARRY MONEY FOR THE GL - EVERY
      * OTHER PROGRAM'S UPDATES ARE MAINTENANCE, AND LAB5RFD'S
      * REFUNDS ARE TAKEN FROM THE VOUCHER FILE INSTEAD.
      **************************************************************
       1100-SCAN-JOURNAL.
           IF JR-DATE = GL-POST-DATE AND JR-ACTION = 'C'
             EVALUATE JR-PROGRAM
               WHEN 'LAB5PAY'
                 ADD 1 TO GL-JRNL-DAY-CT
                 PERFORM 1200-PAYMENT-ENTRY
               WHEN 'LAB5CHG'
                 ADD 1 TO GL-JRNL-DAY-CT
                 PERFORM 1250-CHARGE-ENTRY
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           PERFORM 2000-READ-JOURNAL.
      **************************************************************
      * A LAB5PAY CHANGE IS A PAYMENT WHEN TOTAL PAID WENT UP AND A
      * REVERSAL WHEN IT WENT DOWN. A PAYMENT DEBITS CASH AND
      * CREDITS LOANS RECEIVABLE; A REVERSAL IS THE MIRROR ENTRY.
      **************************************************************
       1200-PAYMENT-ENTRY.
           MOVE JR-BEFORE TO GL-IMAGE.
           PERFORM 1300-DECODE-IMAGE THRU 1300-DECODE-EXIT.
           IF NOT GL-IMAGE-OK
             GO TO 1200-PAYMENT-EXIT
           END-IF.
           MOVE GL-IMAGE-PAID TO GL-BEFORE-PAID.
           MOVE JR-AFTER TO GL-IMAGE.
           PERFORM 1300-DECODE-IMAGE THRU 1300-DECODE-EXIT.
           IF NOT GL-IMAGE-OK
             GO TO 1200-PAYMENT-EXIT
           END-IF.
           COMPUTE GL-DELTA = GL-IMAGE-PAID - GL-BEFORE-PAID.
           MOVE GL-IMAGE-DEGREE TO GL-MOVE-DEGREE.
           IF GL-DELTA > 0
             MOVE GL-CASH-ACCT   TO GL-MOVE-DR-ACCT
             MOVE GL-LOANRC-ACCT TO GL-MOVE-CR-ACCT
             MOVE GL-DELTA       TO GL-MOVE-AMT
             PERFORM 1500-POST-MOVEMENT
             ADD 1 TO GL-PAY-CT
             ADD GL-MOVE-AMT TO GL-PAY-SUM
           ELSE
             IF GL-DELTA < 0
               MOVE GL-LOANRC-ACCT TO GL-MOVE-DR-ACCT
               MOVE GL-CASH-ACCT   TO GL-MOVE-CR-ACCT
               COMPUTE GL-MOVE-AMT = 0 - GL-DELTA
               PERFORM 1500-POST-MOVEMENT
               ADD 1 TO GL-REV-CT
               ADD GL-MOVE-AMT TO GL-REV-SUM
             END-IF
           END-IF.

       1200-PAYMENT-EXIT.
           EXIT.
      **************************************************************
      * A LAB5CHG CHANGE IS A LATE CHARGE - THE RISE IN I-LATE-CHG
      * DEBITS LOANS RECEIVABLE AND CREDITS LATE-CHARGE INCOME.
      **************************************************************
       1250-CHARGE-ENTRY.
           MOVE JR-BEFORE TO GL-IMAGE.
           PERFORM 1300-DECODE-IMAGE THRU 1300-DECODE-EXIT.
           IF NOT GL-IMAGE-OK
             GO TO 1250-CHARGE-EXIT
           END-IF.
           MOVE GL-IMAGE-CHG TO GL-BEFORE-CHG.
           MOVE JR-AFTER TO GL-IMAGE.
           PERFORM 1300-DECODE-IMAGE THRU 1300-DECODE-EXIT.
           IF NOT GL-IMAGE-OK
             GO TO 1250-CHARGE-EXIT
           END-IF.
           COMPUTE GL-DELTA = GL-IMAGE-CHG - GL-BEFORE-CHG.
           IF GL-DELTA > 0
             MOVE GL-IMAGE-DEGREE TO GL-MOVE-DEGREE
             MOVE GL-LOANRC-ACCT  TO GL-MOVE-DR-ACCT
             MOVE GL-LATEIN-ACCT  TO GL-MOVE-CR-ACCT
             MOVE GL-DELTA        TO GL-MOVE-AMT
             PERFORM 1500-POST-MOVEMENT
             ADD 1 TO GL-CHG-CT
             ADD GL-MOVE-AMT TO GL-CHG-SUM
           END-IF.

       1250-CHARGE-EXIT.
           EXIT.
      **************************************************************
      * DECODES ONE JOURNAL IMAGE (GL-IMAGE) THROUGH LOANREC -
      * I-PAY-CT (BYTES 36-37) IS MOVED IN AHEAD OF THE GROUP MOVE
      * SO THE OCCURS DEPENDING ON TABLE IS SIZED FIRST, SAME AS
      * LAB5'S 2000-READ-INPUT. AN IMAGE WHOSE COUNT OR AMOUNTS ARE
      * NOT NUMERIC IS COUNTED AND THE RUN WILL REFUSE TO WRITE -
      * A MOVEMENT THAT CANNOT BE MEASURED CANNOT BE LEFT OUT OF
      * THE BOOKS SILENTLY.
      **************************************************************
       1300-DECODE-IMAGE.
           MOVE 'Y' TO GL-IMAGE-OK-SW.
           MOVE 0 TO GL-IMAGE-PAID GL-IMAGE-CHG.
           MOVE GL-IMAGE (36:2) TO I-PAY-CT.
           IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1 OR I-PAY-CT > 12
             MOVE 'N' TO GL-IMAGE-OK-SW
             ADD 1 TO GL-BAD-IMAGE-CT
             DISPLAY 'LAB5GL: UNREADABLE ' JR-PROGRAM ' IMAGE, ID='
               JR-STUD-ID
             GO TO 1300-DECODE-EXIT
           END-IF.
           MOVE GL-IMAGE        TO INPUT-DATA.
           MOVE GL-IMAGE (36:2) TO I-PAY-CT.
           MOVE I-DEGREE        TO GL-IMAGE-DEGREE.
           IF I-LATE-CHG NUMERIC
             MOVE I-LATE-CHG TO GL-IMAGE-CHG
           ELSE
             MOVE 'N' TO GL-IMAGE-OK-SW
           END-IF.
           PERFORM 1310-ADD-PAID
             VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT.
           IF NOT GL-IMAGE-OK
             ADD 1 TO GL-BAD-IMAGE-CT
             DISPLAY 'LAB5GL: UNREADABLE ' JR-PROGRAM ' IMAGE, ID='
               JR-STUD-ID
           END-IF.

       1300-DECODE-EXIT.
           EXIT.

       1310-ADD-PAID.
           IF I-PAID (SUB) NUMERIC
             ADD I-PAID (SUB) TO GL-IMAGE-PAID
           ELSE
             MOVE 'N' TO GL-IMAGE-OK-SW
           END-IF.
      **************************************************************
      * TAKES THE POSTING DATE'S REFUND VOUCHERS FROM DA-S-RFDV. A
      * VOUCHER DEBITS LOANS RECEIVABLE (THE CREDIT BALANCE THE
      * OVERPAYMENT LEFT) AND CREDITS REFUNDS PAYABLE. THE DEGREE
      * COMES FROM THE MASTER; A VOUCHER WHOSE STUDENT HAS SINCE
      * LEFT THE MASTER STILL POSTS, UNDER DEGREE ????. LAB5RFD
      * REWRITES THE VOUCHER FILE EVERY RUN, SO VOUCHERS DATED ANY
      * OTHER DAY ARE COUNTED AND LEFT OUT. NO VOUCHER FILE JUST
      * MEANS LAB5RFD HAS NOT RUN.
      **************************************************************
       1600-SCAN-VOUCHERS.
           OPEN INPUT RFDV-FILE.
           IF RFDV-STATUS NOT = '00'
             DISPLAY 'LAB5GL: NO REFUND VOUCHER FILE, STATUS='
               RFDV-STATUS
           ELSE
             PERFORM 2010-READ-RFDV
             PERFORM 1610-VOUCHER-ENTRY
               UNTIL EOF-V = 1
             CLOSE RFDV-FILE
           END-IF.

       1610-VOUCHER-ENTRY.
           IF RV-DATE NOT = GL-POST-DATE
             ADD 1 TO GL-RFD-OTHER-CT
           ELSE
             MOVE RV-STUD-ID  TO IR-STUD-ID
             MOVE RV-LOAN-SEQ TO IR-LOAN-SEQ
             READ INPUT-FILE
               INVALID KEY
                 MOVE '????' TO GL-MOVE-DEGREE
                 ADD 1 TO GL-RFD-NOTFND-CT
               NOT INVALID KEY
                 MOVE IR-DEGREE TO GL-MOVE-DEGREE
             END-READ
             MOVE GL-LOANRC-ACCT TO GL-MOVE-DR-ACCT
             MOVE GL-RFDPAY-ACCT TO GL-MOVE-CR-ACCT
             MOVE RV-AMOUNT      TO GL-MOVE-AMT
             PERFORM 1500-POST-MOVEMENT
             ADD 1 TO GL-RFD-CT
             ADD RV-AMOUNT TO GL-RFD-SUM
           END-IF.
           PERFORM 2010-READ-RFDV.
      **************************************************************
      * POSTS ONE MONEY MOVEMENT TO THE SUMMARY TABLE - THE AMOUNT
      * TO THE DEBIT SIDE OF ONE ACCOUNT AND THE CREDIT SIDE OF THE
      * OTHER, BOTH UNDER THE SAME DEGREE.
      **************************************************************
       1500-POST-MOVEMENT.
           MOVE GL-MOVE-DR-ACCT TO GL-FIND-ACCT.
           PERFORM 1510-FIND-ENTRY.
           ADD GL-MOVE-AMT TO GL-T-DR (GL-FOUND-SUB).
           MOVE GL-MOVE-CR-ACCT TO GL-FIND-ACCT.
           PERFORM 1510-FIND-ENTRY.
           ADD GL-MOVE-AMT TO GL-T-CR (GL-FOUND-SUB).
      **************************************************************
      * FINDS THE TABLE ENTRY FOR GL-FIND-ACCT/GL-MOVE-DEGREE, OR
      * OPENS ONE AT ITS PLACE IN ACCOUNT/DEGREE SEQUENCE BY
      * SHIFTING THE HIGHER ENTRIES DOWN ONE. A FULL TABLE STOPS
      * THE RUN RATHER THAN DROP MONEY FROM THE LEDGER.
      **************************************************************
       1510-FIND-ENTRY.
           MOVE 0 TO GL-FOUND-SUB.
           PERFORM 1520-COMPARE-ENTRY
             VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB > GL-ENTRY-CT OR GL-FOUND-SUB > 0.
           MOVE 'Y' TO GL-NEW-ENTRY-SW.
           IF GL-FOUND-SUB > 0
             IF GL-T-ACCT (GL-FOUND-SUB) = GL-FIND-ACCT
               AND GL-T-DEGREE (GL-FOUND-SUB) = GL-MOVE-DEGREE
               MOVE 'N' TO GL-NEW-ENTRY-SW
             END-IF
           END-IF.
           IF GL-NEW-ENTRY
             IF GL-ENTRY-CT = GL-ENTRY-MAX
               DISPLAY 'LAB5GL: GL TABLE FULL, INCREASE '
                 'GL-ENTRY-MAX'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             IF GL-FOUND-SUB = 0
               COMPUTE GL-FOUND-SUB = GL-ENTRY-CT + 1
             ELSE
               PERFORM 1530-SHIFT-ENTRY
                 VARYING GL-SUB FROM GL-ENTRY-CT BY -1
                   UNTIL GL-SUB < GL-FOUND-SUB
             END-IF
             ADD 1 TO GL-ENTRY-CT
             MOVE GL-FIND-ACCT   TO GL-T-ACCT (GL-FOUND-SUB)
             MOVE GL-MOVE-DEGREE TO GL-T-DEGREE (GL-FOUND-SUB)
             MOVE 0 TO GL-T-DR (GL-FOUND-SUB)
                       GL-T-CR (GL-FOUND-SUB)
           END-IF.
      * STOPS ON THE FIRST ENTRY AT OR PAST THE WANTED KEY - EITHER
      * THE ENTRY ITSELF OR THE SLOT THE NEW ONE BELONGS IN.
       1520-COMPARE-ENTRY.
           IF GL-T-ACCT (GL-SUB) > GL-FIND-ACCT
             OR (GL-T-ACCT (GL-SUB) = GL-FIND-ACCT
               AND GL-T-DEGREE (GL-SUB) >= GL-MOVE-DEGREE)
             MOVE GL-SUB TO GL-FOUND-SUB
           END-IF.

       1530-SHIFT-ENTRY.
           MOVE GL-ENTRY (GL-SUB) TO GL-ENTRY (GL-SUB + 1).
      **************************************************************
      * RE-ADDS THE DEBIT AND CREDIT COLUMNS FROM THE SUMMARY TABLE
      * FOR THE BALANCE CHECK.
      **************************************************************
       1700-TOTAL-TABLE.
           MOVE 0 TO GL-TOTAL-DR GL-TOTAL-CR.
           PERFORM 1710-ADD-ENTRY
             VARYING GL-SUB FROM 1 BY 1 UNTIL GL-SUB > GL-ENTRY-CT.

       1710-ADD-ENTRY.
           ADD GL-T-DR (GL-SUB) TO GL-TOTAL-DR.
           ADD GL-T-CR (GL-SUB) TO GL-TOTAL-CR.
      **************************************************************
      * WRITES THE GL LOAD FILE. THE FILE IS ALWAYS OPENED OUTPUT,
      * SO A REFUSED RUN LEAVES IT EMPTY AND LAST NIGHT'S ENTRIES
      * CANNOT BE LOADED A SECOND TIME BY MISTAKE.
      **************************************************************
       1750-WRITE-GL-FILE.
           OPEN OUTPUT GLJE-FILE.
           IF GLJE-STATUS NOT = '00'
             DISPLAY 'LAB5GL: GLJE-FILE OPEN FAILED, STATUS='
               GLJE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF GL-BALANCED
             PERFORM 1760-WRITE-GL-ENTRY
               VARYING GL-SUB FROM 1 BY 1 UNTIL GL-SUB > GL-ENTRY-CT
           END-IF.
           CLOSE GLJE-FILE.

       1760-WRITE-GL-ENTRY.
           MOVE SPACES             TO GLJE-REC.
           MOVE GL-POST-DATE       TO GJ-POST-DATE.
           MOVE 'LOAN'             TO GJ-SOURCE.
           MOVE GL-T-ACCT (GL-SUB) TO GJ-ACCOUNT GL-FIND-ACCT.
           MOVE GL-T-DEGREE (GL-SUB) TO GJ-DEPT.
           PERFORM 1770-DESCRIBE-ACCOUNT.
           MOVE GL-DESC            TO GJ-DESC.
           IF GL-T-DR (GL-SUB) > 0
             MOVE 'D'              TO GJ-DR-CR
             MOVE GL-T-DR (GL-SUB) TO GJ-AMOUNT
             PERFORM 1780-WRITE-GL-RECORD
           END-IF.
           IF GL-T-CR (GL-SUB) > 0
             MOVE 'C'              TO GJ-DR-CR
             MOVE GL-T-CR (GL-SUB) TO GJ-AMOUNT
             PERFORM 1780-WRITE-GL-RECORD
           END-IF.
      **************************************************************
      * NAMES A GL ACCOUNT BY THE PARM ROW IT CAME FROM. WHEN TWO
      * PARMS SHARE ONE ACCOUNT NUMBER THE FIRST NAME WINS.
      **************************************************************
       1770-DESCRIBE-ACCOUNT.
           EVALUATE GL-FIND-ACCT
             WHEN GL-CASH-ACCT
               MOVE 'CASH - LOAN RECEIPTS'   TO GL-DESC
             WHEN GL-LOANRC-ACCT
               MOVE 'STUDENT LOANS RECEIVABLE' TO GL-DESC
             WHEN GL-LATEIN-ACCT
               MOVE 'LATE CHARGE INCOME'     TO GL-DESC
             WHEN GL-RFDPAY-ACCT
               MOVE 'LOAN REFUNDS PAYABLE'   TO GL-DESC
             WHEN OTHER
               MOVE SPACES                   TO GL-DESC
           END-EVALUATE.

       1780-WRITE-GL-RECORD.
           WRITE GLJE-REC.
           IF GLJE-STATUS NOT = '00'
             DISPLAY 'LAB5GL: GLJE-FILE WRITE FAILED, STATUS='
               GLJE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO GL-RECORD-CT.
      **************************************************************
      * PRINTS THE GL POSTING REPORT - ONE LINE PER SUMMARY ENTRY,
      * THEN THE SOURCE-REGISTER TIE-OUT AND THE RUN TOTALS.
      **************************************************************
       1800-PRINT-REPORT.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1810-PRINT-ENTRY
             VARYING GL-SUB FROM 1 BY 1 UNTIL GL-SUB > GL-ENTRY-CT.
           IF REC-CT + 21 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
           PERFORM 1820-PRINT-TIE-OUT.
           PERFORM 1830-PRINT-TOTALS.

       1810-PRINT-ENTRY.
           MOVE GL-T-ACCT (GL-SUB)   TO G-ACCT GL-FIND-ACCT.
           MOVE GL-T-DEGREE (GL-SUB) TO G-DEGREE.
           PERFORM 1770-DESCRIBE-ACCOUNT.
           MOVE GL-DESC              TO G-DESC.
           MOVE GL-T-DR (GL-SUB)     TO G-DEBIT.
           MOVE GL-T-CR (GL-SUB)     TO G-CREDIT.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE PRNT-REC FROM PRNT-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REC-CT.

       1820-PRINT-TIE-OUT.
           MOVE GL-PAY-CT  TO T-PAY-CT.
           MOVE GL-PAY-SUM TO T-PAY-SUM.
           MOVE GL-REV-CT  TO T-REV-CT.
           MOVE GL-REV-SUM TO T-REV-SUM.
           MOVE GL-CHG-CT  TO T-CHG-CT.
           MOVE GL-CHG-SUM TO T-CHG-SUM.
           MOVE GL-RFD-CT  TO T-RFD-CT.
           MOVE GL-RFD-SUM TO T-RFD-SUM.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE-HEAD
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE-REGI
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE3
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE4
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE-CHGR
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE5
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE6
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE-RFDR
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE7
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TIE8
             AFTER ADVANCING 1 LINE.

       1830-PRINT-TOTALS.
           MOVE GL-JRNL-READ-CT  TO T-JRNL-READ-CT.
           MOVE GL-JRNL-DAY-CT   TO T-JRNL-DAY-CT.
           MOVE GL-BAD-IMAGE-CT  TO T-BAD-IMAGE-CT.
           MOVE GL-RFD-OTHER-CT  TO T-RFD-OTHER-CT.
           MOVE GL-RFD-NOTFND-CT TO T-RFD-NOTFND-CT.
           MOVE GL-TOTAL-DR      TO T-TOTAL-DR.
           MOVE GL-TOTAL-CR      TO T-TOTAL-CR.
           MOVE GL-RECORD-CT     TO T-RECORD-CT.
           EVALUATE TRUE
             WHEN GL-ALREADY-POSTED
               MOVE 'ALREADY POSTED - NO FILE WRITTEN' TO T-RESULT
             WHEN GL-OUT-OF-BALANCE
               MOVE 'OUT OF BALANCE - NO FILE WRITTEN' TO T-RESULT
             WHEN GL-UNREADABLE
               MOVE 'BAD JOURNAL IMAGES - NO FILE WRITTEN'
                 TO T-RESULT
             WHEN OTHER
               MOVE 'BALANCED - FILE WRITTEN' TO T-RESULT
           END-EVALUATE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS3
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS4
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS5
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS6
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS7
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS8
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS9
             AFTER ADVANCING 1 LINE.

       1400-PRINT-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE PAGE-NO TO H-PAGE-NO.
           MOVE GL-POST-MM TO H-POST-MM.
           MOVE GL-POST-DD TO H-POST-DD.
           MOVE GL-POST-YY TO H-POST-YY.
           WRITE PRNT-REC FROM PRNT-RUN-HEAD
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO REC-CT.
      **************************************************************
      * APPENDS THE POSTING DATE TO THE GL POSTING HISTORY ONCE THE
      * BALANCED FILE IS SAFELY WRITTEN. A BRAND NEW HISTORY
      * (STATUS 35) IS CREATED.
      **************************************************************
       1900-WRITE-HISTORY.
           OPEN EXTEND GLHS-FILE.
           IF GLHS-STATUS = '35'
             OPEN OUTPUT GLHS-FILE
           END-IF.
           IF GLHS-STATUS NOT = '00'
             DISPLAY 'LAB5GL: GLHS-FILE OPEN FAILED, STATUS='
               GLHS-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE GL-POST-DATE TO GH-POST-DATE.
           MOVE RUN-DATE-RAW TO GH-RUN-DATE.
           MOVE GL-RECORD-CT TO GH-RECORD-CT.
           MOVE GL-TOTAL-DR  TO GH-DEBIT-SUM.
           MOVE GL-TOTAL-CR  TO GH-CREDIT-SUM.
           WRITE GLHS-REC.
           IF GLHS-STATUS NOT = '00'
             DISPLAY 'LAB5GL: GLHS-FILE WRITE FAILED, STATUS='
               GLHS-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE GLHS-FILE.

       2000-READ-JOURNAL.
           READ JRNL-FILE
             AT END MOVE 1 TO EOF-J.
           IF EOF-J NOT = 1 AND JRNL-STATUS NOT = '00'
             DISPLAY 'LAB5GL: JRNL-FILE READ ERROR, STATUS='
               JRNL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF EOF-J NOT = 1
             ADD 1 TO GL-JRNL-READ-CT
           END-IF.

       2010-READ-RFDV.
           READ RFDV-FILE
             AT END MOVE 1 TO EOF-V.

       2020-READ-HISTORY.
           READ GLHS-FILE
             AT END MOVE 1 TO EOF-H.
