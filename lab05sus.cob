           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
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
      * TODAY'S SUSPENSE FILE AS LAB5 WROTE IT - RAW INPUT IMAGE
      * PLUS REASON, SAME LAYOUT AS LAB5'S SUSP-REC.
       FD SUSP-FILE
           LABEL RECORDS ARE OMITTED.
       01 SUSP-REC.
         03 SUSP-INPUT-IMAGE   PIC X(563).
         03 FILLER             PIC X(2).
         03 SUSP-REASON-CODE   PIC X(2).
         03 FILLER             PIC X(2).
         03 SM-FIRST-DATE      PIC 9(6).
         03 SM-REASON-CODE     PIC X(2).
         03 SM-REASON-TEXT     PIC X(30).
         03 SM-IMAGE           PIC X(563).
      **************************************************************
      * CORRECTION CARDS - STUDENT ID OF THE SUSPENDED RECORD,
      * WHICH FIELD TO PATCH (LOAN, PYCT, PAID, STID OR LSEQ), THE
      * OCCURRENCE FOR A PAID PATCH, AND THE REPLACEMENT VALUE
      * LEFT-JUSTIFIED IN C-VALUE (7 DIGITS FOR LOAN, 2 FOR PYCT,
      * 6 FOR PAID, 9 FOR STID, 2 FOR LSEQ). C-LOAN-SEQ NAMES
      * WHICH OF THE STUDENT'S LOANS THE ITEM IS; LEFT BLANK IT
      * TAKES THE FIRST ITEM IN SUSPENSE FOR THE ID, SO A DECK
      * PUNCHED BEFORE STUDENTS COULD HOLD SEVERAL LOANS STILL
      * READS THE SAME.
      **************************************************************
       FD SCOR-FILE
           LABEL RECORDS ARE OMITTED.
         03 C-FIELD       PIC X(4).
         03 C-OCCUR       PIC 9(2).
         03 C-VALUE       PIC X(9).
         03 C-LOAN-SEQ    PIC X(2).
         03 FILLER        PIC X(54).
      **************************************************************
      * CORRECTION-ACTIVITY AND AGING REPORT - 80 BYTES WIDE, LIKE
      * LAB5MNT'S AND LAB5RCN'S REGISTERS, BECAUSE THE AGING
           05 SMT-DATE        PIC 9(6).
           05 SMT-REASON-CODE PIC X(2).
           05 SMT-REASON-TEXT PIC X(30).
           05 SMT-IMAGE       PIC X(563).
           05 SMT-DROP-SW     PIC X(1).
      **************************************************************
      * RUN CONTROL TOTALS FOR THE REPORT TRAILER.
       01 ITEM-FOUND-SW    PIC X(1)    VALUE 'N'.
         88 ITEM-FOUND                 VALUE 'Y'.
       01 ITEM-SUB         PIC 9(4)    VALUE 0.
       01 FIND-KEY.
         03 FIND-ID        PIC 9(9)    VALUE 0.
         03 FIND-SEQ       PIC X(2)    VALUE SPACES.
       01 WORK-IMAGE       PIC X(563)  VALUE SPACES.
      **************************************************************
      * BUSINESS-DAY AGING WORK AREAS. DATES ARE YYMMDD; DAY
      * NUMBERS COUNT FROM 01/01/00 SO A WEEKDAY FALLS OUT OF THE
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 CR-STUD-ID  PIC 9(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 CR-LOAN-SEQ PIC X(2).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 CR-FIELD    PIC X(4).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 CR-DISP     PIC X(35).
           PERFORM 1010-READ-SUSM.
      **************************************************************
      * MERGES TODAY'S SUSPENSE FILE FROM LAB5 INTO THE TABLE. AN
      * ITEM ALREADY CARRIED (SAME STUDENT ID AND LOAN SEQUENCE)
      * KEEPS ITS ORIGINAL FIRST-SUSPENDED DATE - LAB5 RE-SUSPENDS
      * THE SAME BAD MASTER RECORD EVERY NIGHT UNTIL IT IS
      * CORRECTED, AND THE AGING CLOCK MUST NOT RESET EACH TIME.
      **************************************************************
       1100-MERGE-SUSP.
           OPEN INPUT SUSP-FILE.

       1120-MERGE-ONE.
           MOVE SUSP-INPUT-IMAGE (44:9) TO FIND-ID.
           MOVE SUSP-INPUT-IMAGE (53:2) TO FIND-SEQ.
           PERFORM 1130-FIND-ITEM-BY-ID.
           IF ITEM-FOUND
             MOVE SUSP-REASON-CODE
           PERFORM 1110-READ-SUSP.
      **************************************************************
      * FINDS A LIVE TABLE ITEM WHOSE STUDENT ID (BYTES 44-52 OF
      * THE IMAGE) MATCHES FIND-ID AND WHOSE LOAN SEQUENCE (BYTES
      * 53-54) MATCHES FIND-SEQ. A BLANK FIND-SEQ TAKES THE FIRST
      * LIVE ITEM FOR THE ID.
      **************************************************************
       1130-FIND-ITEM-BY-ID.
           MOVE 'N' TO ITEM-FOUND-SW.
       1135-MATCH-ITEM.
           IF SMT-DROP-SW (SUB) = 'N'
             AND SMT-IMAGE (SUB) (44:9) = FIND-ID
             AND (FIND-SEQ = SPACES
               OR SMT-IMAGE (SUB) (53:2) = FIND-SEQ)
             MOVE 'Y' TO ITEM-FOUND-SW
             MOVE SUB TO ITEM-SUB
           END-IF.
             AT END MOVE 1 TO EOF-C.

       1220-APPLY-ONE.
           MOVE C-STUD-ID  TO FIND-ID.
           MOVE C-LOAN-SEQ TO FIND-SEQ.
           PERFORM 1130-FIND-ITEM-BY-ID.
           IF NOT ITEM-FOUND
             MOVE 'NO SUSPENSE ITEM FOR THIS ID'
      **************************************************************
      * PATCHES THE REQUESTED FIELD IN WORK-IMAGE. FIELD OFFSETS
      * MATCH THE LOANREC LAYOUT: LOAN IN BYTES 29-35, PAY COUNT
      * IN 36-37, NEXT-DUE IN 38-43, STUDENT ID IN 44-52, LOAN
      * SEQUENCE IN 53-54, REFUND FLAG, DATE AND VOUCHERED AMOUNT
      * IN 55-69, LATE CHARGE AND ASSESSMENT DATE IN 70-82,
      * MAILING ADDRESS IN 83-132, DEFERMENT TYPE, STATUS AND
      * DATES IN 133-146, ENROLLMENT STATUS, SEPARATION AND
      * REPAYMENT START DATES IN 147-159, LOAN NUMBER, ORIGINATION
      * DATE AND RATE IN 160-180, CHARGE-OFF FLAG, DATE, AMOUNT
      * AND RECOVERIES IN 181-203, INSTALLMENT N'S AMOUNT IN THE 6
      * BYTES FROM 204+(N-1)*30 (EACH ENTRY IS AMOUNT, PAYMENT
      * DATE, THEN THE LATE-CHARGE, INTEREST AND PRINCIPAL SPLIT).
      * A PATCHED AMOUNT NO LONGER MATCHES ITS SPLIT, SO THE SPLIT
      * IS CLEARED AND THE CORRECTED PAYMENT COUNTS AS PRINCIPAL.
      **************************************************************
       1230-PATCH-IMAGE.
           MOVE 'Y' TO VALID-REC-SW.
               MOVE C-VALUE (1:2) TO WORK-IMAGE (36:2)
             WHEN 'STID'
               MOVE C-VALUE (1:9) TO WORK-IMAGE (44:9)
             WHEN 'LSEQ'
               MOVE C-VALUE (1:2) TO WORK-IMAGE (53:2)
             WHEN 'PAID'
               IF C-OCCUR NOT NUMERIC
                 OR C-OCCUR < 1 OR C-OCCUR > 12
                 MOVE 'N' TO VALID-REC-SW
               ELSE
                 COMPUTE SUB2 = 204 + (C-OCCUR - 1) * 30
                 MOVE C-VALUE (1:6) TO WORK-IMAGE (SUB2:6)
                 ADD 12 TO SUB2
                 MOVE ALL '0' TO WORK-IMAGE (SUB2:18)
               END-IF
             WHEN OTHER
               MOVE 'N' TO VALID-REC-SW
             MOVE '01'                  TO REASON-CODE
             MOVE 'I-LOAN NOT NUMERIC'   TO REASON-TEXT
           END-IF.
      * THE STUDENT ID AND LOAN SEQUENCE ARE THE MASTER RECORD
      * KEY - AN IMAGE WHOSE ID OR SEQUENCE IS NOT A POSITIVE
      * NUMBER CANNOT BE REINJECTED, SAME EDITS LAB5 APPLIES ON
      * THE WAY IN (REASONS 04 AND 06).
           IF VALID-RECORD
             AND (I-STUD-ID NOT NUMERIC OR I-STUD-ID = 0)
             MOVE 'N'                   TO VALID-REC-SW
             MOVE '04'                  TO REASON-CODE
             MOVE 'I-STUD-ID INVALID'    TO REASON-TEXT
           END-IF.
           IF VALID-RECORD
             AND (I-LOAN-SEQ NOT NUMERIC OR I-LOAN-SEQ = 0)
             MOVE 'N'                   TO VALID-REC-SW
             MOVE '06'                  TO REASON-CODE
             MOVE 'I-LOAN-SEQ INVALID'   TO REASON-TEXT
           END-IF.
           IF VALID-RECORD AND I-LATE-CHG NOT NUMERIC
             MOVE 'N'                   TO VALID-REC-SW
             MOVE '05'                  TO REASON-CODE
      * MASTER RECORD WAS DELETED WHILE IT SAT IN SUSPENSE.
      **************************************************************
       1250-REINJECT.
           MOVE WORK-IMAGE (44:11) TO IR-LOAN-KEY.
           READ INPUT-FILE
             INVALID KEY
               MOVE SPACES     TO JRNL-BEFORE
           END-READ.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5SUS: MASTER UPDATE FAILED, STATUS='
               INPUT-STATUS ' ID=' WORK-IMAGE (44:9) '-'
               WORK-IMAGE (53:2)
             STOP RUN
           END-IF.
           MOVE WORK-IMAGE (44:9) TO JRNL-STUD-ID.
           MOVE WORK-IMAGE (53:2) TO JRNL-LOAN-SEQ.
           MOVE WORK-IMAGE        TO JRNL-AFTER.
           PERFORM 8400-WRITE-JOURNAL.

       1290-PRINT-CORR-LINE.
           MOVE C-STUD-ID  TO CR-STUD-ID.
           MOVE C-LOAN-SEQ TO CR-LOAN-SEQ.
           MOVE C-FIELD TO CR-FIELD.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1500-PRINT-HEAD
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
           MOVE 'LAB5SUS' TO JR-PROGRAM.
           MOVE JRNL-ACTION  TO JR-ACTION.
           MOVE JRNL-STUD-ID TO JR-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE JRNL-BEFORE  TO JR-BEFORE.
           MOVE JRNL-AFTER   TO JR-AFTER.
           WRITE JRNL-REC.
