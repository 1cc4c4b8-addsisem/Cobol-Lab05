       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5LBX.
       AUTHOR. Addyson Sisemore
      * LOCKBOX INTAKE - READS THE BANK'S DAILY LOCKBOX DEPOSIT FILE
      * AND BUILDS THE CASHIER'S PAYMENT TRANSACTION FILE (UR-S-PAYT)
      * FOR LAB5PAY, SO THE CASHIER NO LONGER KEYS A PAYT CARD FOR
      * EVERY CHECK THE BANK RECEIVES. THE FILE IS IN BATCHES - A
      * HEADER, ONE DETAIL PER CHECK CARRYING THE SCANNED REMITTANCE
      * STUB LINE LAB5STM PRINTS ON EVERY STATEMENT, AND A TRAILER
      * WITH THE BANK'S CHECK COUNT AND DEPOSIT TOTAL. EACH BATCH IS
      * HELD IN CORE UNTIL ITS TRAILER PROVES IT; A BATCH THAT DOES
      * NOT PROVE IS KICKED OUT WHOLE, NOT POSTED IN PART. EACH CHECK
      * IN A PROVEN BATCH IS MATCHED TO THE LOAN MASTER BY THE STUDENT
      * ID ON ITS STUB AND WRITTEN AS A PAYMENT FOR THE CHECK AMOUNT,
      * DATED THE DEPOSIT DATE. LAB5STM PRINTS ONE STUB PER LOAN WITH
      * THE LOAN SEQUENCE AHEAD OF THE STUDENT ID, AND THE PAYMENT IS
      * WRITTEN FOR THAT LOAN; A STUB WITHOUT ONE (AN OLDER STATEMENT)
      * IS WRITTEN WITH THE SEQUENCE BLANK AND LAB5PAY APPLIES IT TO
      * THE STUDENT'S OLDEST OPEN LOAN. A CHECK WHOSE STUB CANNOT BE
      * READ, WHOSE STUDENT ID IS NOT ON THE MASTER, WHOSE STUB
      * NAME DOES NOT MATCH I-NAME, OR WHOSE STUB NAMES A LOAN THE
      * STUDENT DOES NOT HOLD GOES TO THE CASHIER'S EXCEPTION LIST
      * INSTEAD. THE DEPOSIT RECONCILIATION REPORT PROVES THE
      * BANK DEPOSIT TOTAL AGAINST THE CHECKS ACCEPTED PLUS THE CHECKS
      * KICKED OUT, BATCH BY BATCH; THE RUN ENDS WITH RETURN CODE 8
      * WHEN ANY BATCH FAILS TO PROVE OR THE DEPOSIT DOES NOT
      * RECONCILE, SO THE SCHEDULER HOLDS LAB5PAY UNTIL THE CASHIER
      * HAS LOOKED. LAB5PAY'S POSTED-TRANSACTION LOG STILL GUARDS
      * AGAINST A DEPOSIT FILE BEING RUN TWICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IR-LOAN-KEY
             ALTERNATE RECORD KEY IS IR-DEGREE
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS IR-NAME
               WITH DUPLICATES
             FILE STATUS IS INPUT-STATUS.
           SELECT LBOX-FILE ASSIGN TO 'DA-S-LBOX'
             FILE STATUS IS LBOX-STATUS.
           SELECT PAYT-FILE ASSIGN TO 'UR-S-PAYT'
             FILE STATUS IS PAYT-STATUS.
           SELECT LBXE-FILE ASSIGN TO 'UR-S-LBXE'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-LBXR'.

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
      **************************************************************
      * BANK LOCKBOX DEPOSIT FILE - 100-BYTE RECORDS, TYPED IN
      * COLUMN 1: H = BATCH HEADER (BATCH NUMBER AND DEPOSIT DATE),
      * D = ONE CHECK (ITEM NUMBER, CHECK NUMBER, CHECK AMOUNT AND
      * THE 65-BYTE SCANNED STUB LINE), T = BATCH TRAILER (THE
      * BANK'S CHECK COUNT AND DEPOSIT TOTAL FOR THE BATCH).
      **************************************************************
       FD LBOX-FILE
           LABEL RECORDS ARE STANDARD.
       01 LBOX-REC.
         03 LB-TYPE        PIC X(1).
         03 LB-BATCH-NO    PIC 9(4).
         03 FILLER         PIC X(95).
       01 LBOX-HEADER.
         03 FILLER         PIC X(1).
         03 LH-BATCH-NO    PIC 9(4).
         03 LH-DEPOSIT-DATE PIC 9(6).
         03 LH-BANK-ID     PIC X(10).
         03 FILLER         PIC X(79).
       01 LBOX-TRAILER.
         03 FILLER         PIC X(1).
         03 LT-BATCH-NO    PIC 9(4).
         03 LT-ITEM-CT     PIC 9(5).
         03 LT-DEPOSIT-SUM PIC 9(9)V99.
         03 FILLER         PIC X(79).
      **************************************************************
      * PAYMENT TRANSACTION FILE EXACTLY AS LAB5PAY READS IT.
      **************************************************************
       FD PAYT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PAYT-REC.
         03 P-TYPE        PIC X(1).
         03 P-STUD-ID     PIC 9(9).
         03 P-NAME        PIC X(20).
         03 P-DATE        PIC 9(6).
         03 P-AMOUNT      PIC 9(4)V99.
         03 P-LOAN-SEQ-X  PIC X(2).
      **************************************************************
      * CASHIER'S EXCEPTION LIST AND THE DEPOSIT RECONCILIATION
      * REPORT - 80 BYTES WIDE LIKE THE OTHER REGISTERS.
      **************************************************************
       FD LBXE-FILE
           LABEL RECORDS ARE OMITTED.
       01 LBXE-REC      PIC X(80).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 INPUT-STATUS     PIC XX      VALUE '00'.
       01 LBOX-STATUS      PIC XX      VALUE '00'.
       01 PAYT-STATUS      PIC XX      VALUE '00'.
      **************************************************************
      * ONE CHECK DETAIL - THE D RECORD LAID OUT FIELD BY FIELD,
      * WITH THE STUB LINE BROKEN DOWN TO MATCH LAB5STM'S
      * PRNT-STUB-LINE. THE STUB'S ID IS CARRIED AS TEXT SO A
      * SMUDGED OR MIS-SCANNED STUB CAN BE TESTED BEFORE IT IS
      * TRUSTED AS A NUMBER.
      **************************************************************
       01 LBX-DETAIL.
         03 LD-TYPE        PIC X(1).
         03 LD-BATCH-NO    PIC 9(4).
         03 LD-ITEM-NO     PIC 9(4).
         03 LD-CHECK-NO    PIC X(10).
         03 LD-CHECK-AMT   PIC 9(5)V99.
         03 LD-STUB        PIC X(65).
         03 LD-STUB-PARTS REDEFINES LD-STUB.
           05 LS-LOAN-TAG  PIC X(3).
           05 LS-LOAN-SEQ  PIC X(2).
           05 FILLER       PIC X(1).
           05 LS-STUD-ID   PIC X(9).
           05 LS-STUD-ID-N REDEFINES LS-STUD-ID PIC 9(9).
           05 FILLER       PIC X(1).
           05 LS-NAME      PIC X(20).
           05 LS-DUE-TAG   PIC X(5).
           05 LS-DUE-DATE  PIC X(8).
           05 LS-AMT-TAG   PIC X(6).
           05 LS-AMOUNT    PIC X(10).
         03 FILLER         PIC X(9).
      **************************************************************
      * THE BATCH BEING PROVED - EVERY DETAIL IS HELD HERE UNTIL
      * THE TRAILER ARRIVES, SO NOTHING FROM AN UNPROVEN BATCH
      * REACHES THE PAYMENT FILE. AN OVERFLOWING BATCH STOPS THE
      * RUN RATHER THAN POST PART OF A DEPOSIT.
      **************************************************************
       01 LBX-ITEM-CT      PIC 9(4)    VALUE 0.
       01 LBX-ITEM-MAX     PIC 9(4)    VALUE 0500.
       01 LBX-BATCH-TABLE.
         03 LBX-ITEM OCCURS 500 TIMES PIC X(100).
       01 LBX-SUB          PIC 9(4)    VALUE 0.
      **************************************************************
      * CURRENT-BATCH CONTROLS. LBX-IN-BATCH IS ON BETWEEN A HEADER
      * AND ITS TRAILER. LBX-BATCH-BAD IS SET BY ANYTHING THAT
      * MAKES THE BATCH UNPROVABLE - A DETAIL OUTSIDE A BATCH, A
      * DETAIL OR TRAILER CARRYING ANOTHER BATCH'S NUMBER, A
      * NON-NUMERIC CHECK AMOUNT, AN UNRECOGNIZED RECORD TYPE.
      **************************************************************
       01 LBX-IN-BATCH-SW  PIC X(1)    VALUE 'N'.
         88 LBX-IN-BATCH               VALUE 'Y'.
       01 LBX-BATCH-BAD-SW PIC X(1)    VALUE 'N'.
         88 LBX-BATCH-BAD              VALUE 'Y'.
       01 LBX-BATCH-NO     PIC 9(4)    VALUE 0.
       01 LBX-DEPOSIT-DATE PIC 9(6)    VALUE 0.
       01 LBX-BATCH-ITEM-SUM PIC 9(9)V99 VALUE 0.
       01 LBX-TRL-ITEM-CT  PIC 9(5)    VALUE 0.
       01 LBX-TRL-SUM      PIC 9(9)V99 VALUE 0.
       01 LBX-PROOF-MSG    PIC X(14)   VALUE SPACES.
       01 LBX-BATCH-ACC-CT PIC 9(5)    VALUE 0.
       01 LBX-BATCH-ACC-SUM PIC 9(9)V99 VALUE 0.
       01 LBX-BATCH-EXC-CT PIC 9(5)    VALUE 0.
       01 LBX-BATCH-EXC-SUM PIC 9(9)V99 VALUE 0.
      **************************************************************
      * CHECK-EDIT WORK AREAS - A CHECK FAILING ANY EDIT GOES TO
      * THE EXCEPTION LIST WITH ITS REASON INSTEAD OF THE PAYMENT
      * FILE.
      **************************************************************
       01 VALID-ITEM-SW    PIC X(1)    VALUE 'Y'.
         88 VALID-ITEM                 VALUE 'Y'.
       01 REASON-CODE      PIC X(2)    VALUE SPACES.
       01 REASON-TEXT      PIC X(30)   VALUE SPACES.
       01 LBX-ITEM-AMT     PIC 9(5)V99 VALUE 0.
      **************************************************************
      * RUN CONTROL TOTALS FOR THE RECONCILIATION TRAILER. THE
      * BANK DEPOSIT TOTAL IS THE SUM OF THE TRAILERS; IT SHOULD
      * EQUAL THE CHECKS ACCEPTED PLUS THE CHECKS KICKED OUT.
      **************************************************************
       01 LBX-READ-CT      PIC 9(7)    VALUE 0.
       01 LBX-BATCH-CT     PIC 9(5)    VALUE 0.
       01 LBX-UNPROVEN-CT  PIC 9(5)    VALUE 0.
       01 LBX-UNKNOWN-CT   PIC 9(5)    VALUE 0.
       01 LBX-CHECK-CT     PIC 9(7)    VALUE 0.
       01 LBX-DEPOSIT-SUM  PIC 9(9)V99 VALUE 0.
       01 LBX-ACCEPT-CT    PIC 9(7)    VALUE 0.
       01 LBX-ACCEPT-SUM   PIC 9(9)V99 VALUE 0.
       01 LBX-EXCEPT-CT    PIC 9(7)    VALUE 0.
       01 LBX-EXCEPT-SUM   PIC 9(9)V99 VALUE 0.
       01 LBX-DIFFERENCE   PIC S9(9)V99 VALUE 0.
       01 OUT-OF-BAL-SW    PIC X(1)    VALUE 'N'.
         88 OUT-OF-BALANCE             VALUE 'Y'.
       01 PAGE-SIZE-LINES  PIC 99      VALUE 55.
       01 PAGE-NO          PIC 9(4)    VALUE 0.
       01 REC-CT           PIC 99      VALUE 0.
       01 EXC-PAGE-NO      PIC 9(4)    VALUE 0.
       01 EXC-REC-CT       PIC 99      VALUE 0.
       01 RUN-DATE-RAW.
         03 RUN-YY         PIC 99.
         03 RUN-MM         PIC 99.
         03 RUN-DD         PIC 99.
       COPY LOANREC.
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
      * LAYOUT FOR THE DEPOSIT RECONCILIATION HEADING AND THE ONE
      * LINE PRINTED PER BATCH *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'LOCKBOX DEPOSIT RECONCILIATION'.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'BATCH'.
         03 FILLER      PIC X(6)        VALUE 'CHKS'.
         03 FILLER      PIC X(14)       VALUE '  BANK TOTAL'.
         03 FILLER      PIC X(6)        VALUE ' ACC'.
         03 FILLER      PIC X(14)       VALUE '    ACCEPTED'.
         03 FILLER      PIC X(6)        VALUE ' EXC'.
         03 FILLER      PIC X(14)       VALUE '  KICKED OUT'.
         03 FILLER      PIC X(13)       VALUE 'PROOF'.
       01 PRNT-BATCH.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-BATCH-NO  PIC 9(4).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-ITEM-CT   PIC ZZZZ9.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-TRL-SUM   PIC $$$,$$$,$$9.99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-ACC-CT    PIC ZZZZ9.
         03 R-ACC-SUM   PIC $$$,$$$,$$9.99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-EXC-CT    PIC ZZZZ9.
         03 R-EXC-SUM   PIC $$$,$$$,$$9.99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-PROOF     PIC X(12).
      **************************************************************
      * LAYOUT FOR THE CASHIER'S EXCEPTION LIST *
      **************************************************************
       01 EXCP-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'LOCKBOX EXCEPTIONS - CHECKS NOT POSTED'.
       01 EXCP-HEADING2.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 FILLER      PIC X(11)       VALUE 'BATCH/ITEM'.
         03 FILLER      PIC X(11)       VALUE 'CHECK NO'.
         03 FILLER      PIC X(11)       VALUE '     AMOUNT'.
         03 FILLER      PIC X(10)       VALUE ' STUB ID'.
         03 FILLER      PIC X(36)       VALUE 'REASON'.
       01 EXCP-DATA.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 E-BATCH-NO  PIC 9(4).
         03 FILLER      PIC X(1)        VALUE '/'.
         03 E-ITEM-NO   PIC 9(4).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 E-CHECK-NO  PIC X(10).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 E-AMOUNT    PIC $$$,$$9.99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 E-STUD-ID   PIC X(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 E-REASON-CODE PIC X(2).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 E-REASON-TEXT PIC X(30).
       01 EXCP-NAME.
         03 FILLER      PIC X(12)       VALUE SPACES.
         03 FILLER      PIC X(11)       VALUE 'STUB NAME: '.
         03 E-STUB-NAME PIC X(20).
         03 FILLER      PIC X(10)       VALUE '  MASTER: '.
         03 E-MAST-NAME PIC X(20).
      **************************************************************
      * LAYOUT FOR THE RECONCILIATION RUN-TOTAL TRAILER *
      **************************************************************
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'RECORDS READ  . . . .'.
         03 T-READ-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'BATCHES READ  . . . .'.
         03 T-BATCH-CT  PIC ZZ,ZZ9.
       01 PRNT-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'BATCHES NOT PROVEN  .'.
         03 T-UNPROVEN-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'UNRECOGNIZED RECORDS.'.
         03 T-UNKNOWN-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'BANK DEPOSIT TOTAL  .'.
         03 T-DEPOSIT-SUM PIC $$$$,$$$,$$9.99.
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'CHECKS ON FILE  . . .'.
         03 T-CHECK-CT  PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'CHECKS ACCEPTED . . .'.
         03 T-ACCEPT-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS8.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT ACCEPTED . . .'.
         03 T-ACCEPT-SUM PIC $$$$,$$$,$$9.99.
       01 PRNT-TOTALS9.
         03 FILLER      PIC X(22)       VALUE 'CHECKS KICKED OUT . .'.
         03 T-EXCEPT-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS10.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT KICKED OUT . .'.
         03 T-EXCEPT-SUM PIC $$$$,$$$,$$9.99.
       01 PRNT-TOTALS11.
         03 FILLER      PIC X(22)       VALUE 'UNACCOUNTED FOR . . .'.
         03 T-DIFFERENCE PIC $$$$,$$$,$$9.99-.
       01 PRNT-TOTALS12.
         03 FILLER      PIC X(22)       VALUE 'DEPOSIT RECONCILES  .'.
         03 T-RECONCILED PIC X(14).
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-L      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           OPEN INPUT LBOX-FILE.
           IF LBOX-STATUS NOT = '00'
             DISPLAY 'LAB5LBX: LBOX-FILE OPEN FAILED, STATUS='
               LBOX-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5LBX: INPUT-FILE OPEN FAILED, STATUS='
               INPUT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT PAYT-FILE.
           IF PAYT-STATUS NOT = '00'
             DISPLAY 'LAB5LBX: PAYT-FILE OPEN FAILED, STATUS='
               PAYT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT LBXE-FILE
                       PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1450-PRINT-EXCP-HEAD.
           PERFORM 2000-READ-LBOX.
           PERFORM 1100-PROCESS-RECORD
             UNTIL EOF-L = 1.
      * A BATCH STILL OPEN AT END OF FILE NEVER GOT ITS TRAILER -
      * IT CANNOT BE PROVED, SO IT IS KICKED OUT LIKE ANY OTHER.
           IF LBX-IN-BATCH
             DISPLAY 'LAB5LBX: BATCH ' LBX-BATCH-NO
               ' HAS NO TRAILER'
             MOVE 'Y' TO LBX-BATCH-BAD-SW
             MOVE 0 TO LBX-TRL-ITEM-CT LBX-TRL-SUM
             PERFORM 1300-END-BATCH
           END-IF.
           PERFORM 1800-PRINT-TOTALS.
           CLOSE LBOX-FILE
                 INPUT-FILE
                 PAYT-FILE
                 LBXE-FILE
                 PRNT-FILE.
           IF OUT-OF-BALANCE
             DISPLAY 'LAB5LBX: DEPOSIT DOES NOT RECONCILE - '
               'SEE RECONCILIATION REPORT'
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************
      * ROUTES ONE LOCKBOX RECORD BY ITS TYPE.
      **************************************************************
       1100-PROCESS-RECORD.
           EVALUATE LB-TYPE
             WHEN 'H'
               PERFORM 1200-START-BATCH
             WHEN 'D'
               PERFORM 1250-HOLD-DETAIL
             WHEN 'T'
               PERFORM 1280-CHECK-TRAILER
             WHEN OTHER
               ADD 1 TO LBX-UNKNOWN-CT
               DISPLAY 'LAB5LBX: UNRECOGNIZED RECORD TYPE '
                 LB-TYPE ' AT RECORD ' LBX-READ-CT
               IF LBX-IN-BATCH
                 MOVE 'Y' TO LBX-BATCH-BAD-SW
               END-IF
           END-EVALUATE.
           PERFORM 2000-READ-LBOX.
      **************************************************************
      * A HEADER OPENS A NEW BATCH. A HEADER ARRIVING WHILE A BATCH
      * IS STILL OPEN MEANS THE PRIOR BATCH LOST ITS TRAILER - THAT
      * BATCH IS CLOSED OUT UNPROVEN FIRST.
      **************************************************************
       1200-START-BATCH.
           IF LBX-IN-BATCH
             DISPLAY 'LAB5LBX: BATCH ' LBX-BATCH-NO
               ' HAS NO TRAILER'
             MOVE 'Y' TO LBX-BATCH-BAD-SW
             MOVE 0 TO LBX-TRL-ITEM-CT LBX-TRL-SUM
             PERFORM 1300-END-BATCH
           END-IF.
           MOVE 'Y' TO LBX-IN-BATCH-SW.
           MOVE 'N' TO LBX-BATCH-BAD-SW.
           MOVE 0 TO LBX-ITEM-CT LBX-BATCH-ITEM-SUM.
           MOVE LH-BATCH-NO TO LBX-BATCH-NO.
      * A HEADER WITHOUT A USABLE DEPOSIT DATE CANNOT DATE ITS
      * PAYMENTS, SO ITS BATCH CANNOT POST.
           IF LH-DEPOSIT-DATE NUMERIC
             AND LH-DEPOSIT-DATE (3:2) >= '01'
             AND LH-DEPOSIT-DATE (3:2) <= '12'
             MOVE LH-DEPOSIT-DATE TO LBX-DEPOSIT-DATE
           ELSE
             MOVE 0 TO LBX-DEPOSIT-DATE
             MOVE 'Y' TO LBX-BATCH-BAD-SW
           END-IF.
      **************************************************************
      * HOLDS ONE CHECK DETAIL UNTIL ITS BATCH IS PROVED. A DETAIL
      * WITH NO OPEN BATCH CAN NEVER BE PROVED AND IS KICKED OUT
      * ON THE SPOT.
      **************************************************************
       1250-HOLD-DETAIL.
           MOVE LBOX-REC TO LBX-DETAIL.
           ADD 1 TO LBX-CHECK-CT.
           IF NOT LBX-IN-BATCH
             MOVE 'N'                     TO VALID-ITEM-SW
             MOVE '01'                    TO REASON-CODE
             MOVE 'CHECK OUTSIDE ANY BATCH' TO REASON-TEXT
             PERFORM 1600-WRITE-EXCEPTION
           ELSE
             IF LD-BATCH-NO NOT = LBX-BATCH-NO
               MOVE 'Y' TO LBX-BATCH-BAD-SW
             END-IF
             IF LD-CHECK-AMT NUMERIC
               ADD LD-CHECK-AMT TO LBX-BATCH-ITEM-SUM
             ELSE
               MOVE 'Y' TO LBX-BATCH-BAD-SW
             END-IF
             IF LBX-ITEM-CT = LBX-ITEM-MAX
               DISPLAY 'LAB5LBX: BATCH TABLE FULL, INCREASE '
                 'LBX-ITEM-MAX'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO LBX-ITEM-CT
             MOVE LBX-DETAIL TO LBX-ITEM (LBX-ITEM-CT)
           END-IF.
      **************************************************************
      * A TRAILER CLOSES THE OPEN BATCH. THE BANK'S COUNT AND TOTAL
      * ARE TAKEN FROM IT AND THE BATCH IS PROVED IN 1300-END-BATCH.
      * A TRAILER WITH NO OPEN BATCH IS COUNTED AS UNRECOGNIZED.
      **************************************************************
       1280-CHECK-TRAILER.
           IF NOT LBX-IN-BATCH
             ADD 1 TO LBX-UNKNOWN-CT
             DISPLAY 'LAB5LBX: TRAILER WITHOUT HEADER, BATCH '
               LT-BATCH-NO
           ELSE
             IF LT-BATCH-NO NOT = LBX-BATCH-NO
               OR LT-ITEM-CT NOT NUMERIC
               OR LT-DEPOSIT-SUM NOT NUMERIC
               MOVE 'Y' TO LBX-BATCH-BAD-SW
               MOVE 0 TO LBX-TRL-ITEM-CT LBX-TRL-SUM
             ELSE
               MOVE LT-ITEM-CT     TO LBX-TRL-ITEM-CT
               MOVE LT-DEPOSIT-SUM TO LBX-TRL-SUM
             END-IF
             PERFORM 1300-END-BATCH
           END-IF.
      **************************************************************
      * PROVES THE HELD BATCH AGAINST ITS TRAILER - THE CHECK
      * COUNT AND THE SUM OF THE CHECK AMOUNTS MUST BOTH AGREE.
      * A PROVEN BATCH'S CHECKS ARE EDITED AND MATCHED ONE BY ONE;
      * AN UNPROVEN BATCH'S CHECKS ALL GO TO THE EXCEPTION LIST.
      **************************************************************
       1300-END-BATCH.
           ADD 1 TO LBX-BATCH-CT.
           ADD LBX-TRL-SUM TO LBX-DEPOSIT-SUM.
           MOVE 0 TO LBX-BATCH-ACC-CT LBX-BATCH-ACC-SUM
                     LBX-BATCH-EXC-CT LBX-BATCH-EXC-SUM.
           IF LBX-ITEM-CT NOT = LBX-TRL-ITEM-CT
             OR LBX-BATCH-ITEM-SUM NOT = LBX-TRL-SUM
             MOVE 'Y' TO LBX-BATCH-BAD-SW
           END-IF.
           IF LBX-BATCH-BAD
             ADD 1 TO LBX-UNPROVEN-CT
             MOVE 'Y' TO OUT-OF-BAL-SW
             MOVE 'NOT PROVEN' TO LBX-PROOF-MSG
           ELSE
             MOVE 'PROVEN' TO LBX-PROOF-MSG
           END-IF.
           PERFORM 1310-RELEASE-ITEM
             VARYING LBX-SUB FROM 1 BY 1 UNTIL LBX-SUB > LBX-ITEM-CT.
           PERFORM 1700-PRINT-BATCH-LINE.
           MOVE 'N' TO LBX-IN-BATCH-SW.
           MOVE 0 TO LBX-ITEM-CT.

       1310-RELEASE-ITEM.
           MOVE LBX-ITEM (LBX-SUB) TO LBX-DETAIL.
           IF LBX-BATCH-BAD
             MOVE 'N'                     TO VALID-ITEM-SW
             MOVE '02'                    TO REASON-CODE
             MOVE 'BATCH DID NOT PROVE'   TO REASON-TEXT
             PERFORM 1600-WRITE-EXCEPTION
           ELSE
             PERFORM 1500-EDIT-ITEM
             IF VALID-ITEM
               PERFORM 1550-WRITE-PAYMENT
             ELSE
               PERFORM 1600-WRITE-EXCEPTION
             END-IF
           END-IF.
      **************************************************************
      * EDITS ONE CHECK FROM A PROVEN BATCH. THE STUB MUST CARRY A
      * READABLE STUDENT ID (AND THE DUE TAG LAB5STM PRINTS, WHICH
      * PROVES THE SCAN LINED UP), THE ID MUST BE ON THE MASTER,
      * AND THE STUB NAME MUST MATCH I-NAME. A STUB NAMING A LOAN
      * SEQUENCE MUST NAME ONE OF THE STUDENT'S LOANS ON THE
      * MASTER; A STUB WITHOUT ONE IS LEFT FOR LAB5PAY TO APPLY TO
      * THE OLDEST OPEN LOAN. A CHECK TOO LARGE FOR ONE PAYMENT
      * TRANSACTION IS LEFT FOR THE CASHIER TO SPLIT.
      **************************************************************
       1500-EDIT-ITEM.
           MOVE 'Y' TO VALID-ITEM-SW.
           MOVE SPACES TO REASON-CODE REASON-TEXT.
           MOVE SPACES TO I-NAME.
           IF LS-STUD-ID NOT NUMERIC OR LS-STUD-ID-N = 0
             OR LS-DUE-TAG NOT = ' DUE '
             MOVE 'N'                     TO VALID-ITEM-SW
             MOVE '03'                    TO REASON-CODE
             MOVE 'STUB UNREADABLE'       TO REASON-TEXT
           END-IF.
           IF VALID-ITEM
             AND (LD-CHECK-AMT = 0 OR LD-CHECK-AMT > 9999.99)
             MOVE 'N'                     TO VALID-ITEM-SW
             MOVE '06'                    TO REASON-CODE
             MOVE 'CHECK AMOUNT ZERO OR OVER LIMIT' TO REASON-TEXT
           END-IF.
      * THE STUDENT'S FIRST LOAN STANDS FOR THE STUDENT - THE NAME
      * IS THE SAME ON EVERY LOAN THE STUDENT HOLDS.
           IF VALID-ITEM
             MOVE LS-STUD-ID-N TO IR-STUD-ID
             MOVE 0            TO IR-LOAN-SEQ
             START INPUT-FILE KEY IS GREATER THAN IR-LOAN-KEY
               INVALID KEY
                 MOVE 'N'                 TO VALID-ITEM-SW
             END-START
           END-IF.
           IF VALID-ITEM
             READ INPUT-FILE NEXT RECORD
               AT END
                 MOVE 'N'                 TO VALID-ITEM-SW
             END-READ
           END-IF.
           IF VALID-ITEM AND IR-STUD-ID NOT = LS-STUD-ID-N
             MOVE 'N'                     TO VALID-ITEM-SW
           END-IF.
           IF NOT VALID-ITEM AND REASON-CODE = SPACES
             MOVE '04'                    TO REASON-CODE
             MOVE 'STUDENT ID NOT ON MASTER' TO REASON-TEXT
           END-IF.
           IF VALID-ITEM
             MOVE IR-NAME TO I-NAME
             IF LS-NAME NOT = IR-NAME
               MOVE 'N'                   TO VALID-ITEM-SW
               MOVE '05'                  TO REASON-CODE
               MOVE 'STUB NAME DOES NOT MATCH MASTER'
                 TO REASON-TEXT
             END-IF
           END-IF.
           IF VALID-ITEM
             AND LS-LOAN-TAG = 'LN ' AND LS-LOAN-SEQ NUMERIC
             MOVE LS-STUD-ID-N TO IR-STUD-ID
             MOVE LS-LOAN-SEQ  TO IR-LOAN-SEQ
             READ INPUT-FILE
               INVALID KEY
                 MOVE 'N'                 TO VALID-ITEM-SW
                 MOVE '07'                TO REASON-CODE
                 MOVE 'LOAN NOT ON FILE'  TO REASON-TEXT
             END-READ
           END-IF.
      **************************************************************
      * WRITES ONE READY-TO-POST PAYMENT FOR LAB5PAY - THE CHECK
      * AMOUNT (WHAT WAS ACTUALLY RECEIVED, NOT THE AMOUNT THE STUB
      * ASKED FOR), DATED THE BANK'S DEPOSIT DATE.
      **************************************************************
       1550-WRITE-PAYMENT.
           MOVE 'P'              TO P-TYPE.
           MOVE LS-STUD-ID-N     TO P-STUD-ID.
           MOVE I-NAME           TO P-NAME.
           MOVE LBX-DEPOSIT-DATE TO P-DATE.
           MOVE LD-CHECK-AMT     TO P-AMOUNT.
           IF LS-LOAN-TAG = 'LN ' AND LS-LOAN-SEQ NUMERIC
             MOVE LS-LOAN-SEQ    TO P-LOAN-SEQ-X
           ELSE
             MOVE SPACES         TO P-LOAN-SEQ-X
           END-IF.
           WRITE PAYT-REC.
           IF PAYT-STATUS NOT = '00'
             DISPLAY 'LAB5LBX: PAYT-FILE WRITE FAILED, STATUS='
               PAYT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO LBX-ACCEPT-CT LBX-BATCH-ACC-CT.
           ADD LD-CHECK-AMT TO LBX-ACCEPT-SUM LBX-BATCH-ACC-SUM.
      **************************************************************
      * LISTS ONE CHECK THE CASHIER MUST WORK BY HAND. A NAME
      * MISMATCH PRINTS BOTH NAMES SO THE CASHIER CAN SEE WHETHER
      * IT IS A TYPO OR SOMEBODY ELSE'S STUB.
      **************************************************************
       1600-WRITE-EXCEPTION.
           IF LD-CHECK-AMT NUMERIC
             MOVE LD-CHECK-AMT TO LBX-ITEM-AMT
           ELSE
             MOVE 0 TO LBX-ITEM-AMT
           END-IF.
           MOVE LD-BATCH-NO   TO E-BATCH-NO.
           MOVE LD-ITEM-NO    TO E-ITEM-NO.
           MOVE LD-CHECK-NO   TO E-CHECK-NO.
           MOVE LBX-ITEM-AMT  TO E-AMOUNT.
           MOVE LS-STUD-ID    TO E-STUD-ID.
           MOVE REASON-CODE   TO E-REASON-CODE.
           MOVE REASON-TEXT   TO E-REASON-TEXT.
           IF EXC-REC-CT + 2 > PAGE-SIZE-LINES
             PERFORM 1450-PRINT-EXCP-HEAD
           END-IF.
           WRITE LBXE-REC FROM EXCP-DATA
             AFTER ADVANCING 1 LINE.
           ADD 1 TO EXC-REC-CT.
           IF REASON-CODE = '05'
             MOVE LS-NAME TO E-STUB-NAME
             MOVE I-NAME  TO E-MAST-NAME
             WRITE LBXE-REC FROM EXCP-NAME
               AFTER ADVANCING 1 LINE
             ADD 1 TO EXC-REC-CT
           END-IF.
           ADD 1 TO LBX-EXCEPT-CT LBX-BATCH-EXC-CT.
           ADD LBX-ITEM-AMT TO LBX-EXCEPT-SUM LBX-BATCH-EXC-SUM.

       1700-PRINT-BATCH-LINE.
           MOVE LBX-BATCH-NO      TO R-BATCH-NO.
           MOVE LBX-ITEM-CT       TO R-ITEM-CT.
           MOVE LBX-TRL-SUM       TO R-TRL-SUM.
           MOVE LBX-BATCH-ACC-CT  TO R-ACC-CT.
           MOVE LBX-BATCH-ACC-SUM TO R-ACC-SUM.
           MOVE LBX-BATCH-EXC-CT  TO R-EXC-CT.
           MOVE LBX-BATCH-EXC-SUM TO R-EXC-SUM.
           MOVE LBX-PROOF-MSG     TO R-PROOF.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE PRNT-REC FROM PRNT-BATCH
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REC-CT.

       1400-PRINT-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE PAGE-NO TO H-PAGE-NO.
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

       1450-PRINT-EXCP-HEAD.
           ADD 1 TO EXC-PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE EXC-PAGE-NO TO H-PAGE-NO.
           WRITE LBXE-REC FROM PRNT-RUN-HEAD
             AFTER ADVANCING PAGE.
           WRITE LBXE-REC FROM EXCP-HEADING1
             AFTER ADVANCING 1 LINE.
           WRITE LBXE-REC FROM EXCP-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LBXE-REC.
           WRITE LBXE-REC
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO EXC-REC-CT.
      **************************************************************
      * PRINTS THE RECONCILIATION TRAILER. THE BANK DEPOSIT TOTAL
      * LESS THE CHECKS ACCEPTED LESS THE CHECKS KICKED OUT MUST
      * COME TO ZERO, AND EVERY BATCH MUST HAVE PROVED.
      **************************************************************
       1800-PRINT-TOTALS.
           COMPUTE LBX-DIFFERENCE = LBX-DEPOSIT-SUM
             - LBX-ACCEPT-SUM - LBX-EXCEPT-SUM.
           IF LBX-DIFFERENCE NOT = 0
             MOVE 'Y' TO OUT-OF-BAL-SW
           END-IF.
           IF OUT-OF-BALANCE
             MOVE 'NO' TO T-RECONCILED
           ELSE
             MOVE 'YES' TO T-RECONCILED
           END-IF.
           MOVE LBX-READ-CT     TO T-READ-CT.
           MOVE LBX-BATCH-CT    TO T-BATCH-CT.
           MOVE LBX-UNPROVEN-CT TO T-UNPROVEN-CT.
           MOVE LBX-UNKNOWN-CT  TO T-UNKNOWN-CT.
           MOVE LBX-DEPOSIT-SUM TO T-DEPOSIT-SUM.
           MOVE LBX-CHECK-CT    TO T-CHECK-CT.
           MOVE LBX-ACCEPT-CT   TO T-ACCEPT-CT.
           MOVE LBX-ACCEPT-SUM  TO T-ACCEPT-SUM.
           MOVE LBX-EXCEPT-CT   TO T-EXCEPT-CT.
           MOVE LBX-EXCEPT-SUM  TO T-EXCEPT-SUM.
           MOVE LBX-DIFFERENCE  TO T-DIFFERENCE.
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
           WRITE PRNT-REC FROM PRNT-TOTALS10
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS11
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS12
             AFTER ADVANCING 1 LINE.

       2000-READ-LBOX.
           READ LBOX-FILE
             AT END MOVE 1 TO EOF-L.
           IF EOF-L NOT = 1 AND LBOX-STATUS NOT = '00'
             DISPLAY 'LAB5LBX: LBOX-FILE READ ERROR, STATUS='
               LBOX-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF EOF-L NOT = 1
             ADD 1 TO LBX-READ-CT
           END-IF.
