      * AN ALREADY-REFUNDED ACCOUNT (THE MIS-KEYED-ID SCENARIO
      * THE STUDENT-ID CONVERSION EXISTS FOR) STILL REFUNDS.
      * ACCOUNTS WHOSE OVERPAYMENT IS FULLY VOUCHERED ARE COUNTED
      * AND PASSED OVER. EACH OF A STUDENT'S LOANS IS JUDGED ON ITS
      * OWN AND THE VOUCHER NAMES THE LOAN IT REFUNDS.

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
      **************************************************************
      * REFUND VOUCHER FILE - ONE FIXED-FORMAT RECORD PER REFUND
      * FOR THE ACCOUNTS PAYABLE LOAD JOB. LIKE LAB5'S EXTRACT
         03 RV-NAME       PIC X(20).
         03 RV-DATE       PIC 9(6).
         03 RV-AMOUNT     PIC 9(6)V99.
         03 RV-LOAN-SEQ   PIC 9(2).
      **************************************************************
      * REFUND REGISTER - 80 BYTES WIDE LIKE LAB5MNT'S AND
      * LAB5RCN'S REGISTERS.
           'REFUND DISBURSEMENT REGISTER'.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(13)       VALUE 'STUD ID   LN'.
         03 FILLER      PIC X(21)       VALUE 'NAME'.
         03 FILLER      PIC X(12)       VALUE 'LOAN'.
         03 FILLER      PIC X(12)       VALUE 'PAID'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-STUD-ID   PIC 9(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-LOAN-SEQ  PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-NAME      PIC X(20).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-LOAN      PIC $$$,$$9.99.
           MOVE I-NAME       TO RV-NAME.
           MOVE RUN-DATE-RAW TO RV-DATE.
           MOVE REFUND-AMT   TO RV-AMOUNT.
           MOVE I-LOAN-SEQ   TO RV-LOAN-SEQ.
           WRITE RFDV-REC.
           MOVE 'Y'          TO I-RFND-FLAG.
           MOVE RUN-DATE-RAW TO I-RFND-DATE.
           REWRITE INPUT-REC.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5RFD: REWRITE FAILED, STATUS='
               INPUT-STATUS ' ID=' I-STUD-ID '-' I-LOAN-SEQ
             STOP RUN
           END-IF.
           MOVE 'C'       TO JRNL-ACTION.
           MOVE I-STUD-ID TO JRNL-STUD-ID.
           MOVE I-LOAN-SEQ TO JRNL-LOAN-SEQ.
           MOVE INPUT-REC TO JRNL-AFTER.
           PERFORM 8400-WRITE-JOURNAL.
           PERFORM 1300-WRITE-REGISTER.

       1300-WRITE-REGISTER.
           MOVE I-STUD-ID  TO R-STUD-ID.
           MOVE I-LOAN-SEQ TO R-LOAN-SEQ.
           MOVE I-NAME     TO R-NAME.
           MOVE I-LOAN     TO R-LOAN.
           MOVE TOTAL      TO R-PAID.
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
           MOVE 'LAB5RFD' TO JR-PROGRAM.
           MOVE JRNL-ACTION  TO JR-ACTION.
           MOVE JRNL-STUD-ID TO JR-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE JRNL-BEFORE  TO JR-BEFORE.
           MOVE JRNL-AFTER   TO JR-AFTER.
           WRITE JRNL-REC.
