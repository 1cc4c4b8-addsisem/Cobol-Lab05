      * AN ACCOUNT ALREADY ASSESSED IN THE RUN MONTH IS COUNTED
      * AND PASSED OVER, SO A RERUN CANNOT DOUBLE-CHARGE. EVERY
      * CHARGE PRINTS ON THE ASSESSMENT REGISTER WITH CONTROL
      * TOTALS, AND EVERY REWRITE IS JOURNALED FOR LAB5RCV. A
      * LOAN LAB5CHO HAS CHARGED OFF IS NEVER CHARGED AGAIN - IT
      * IS COUNTED ON THE TRAILER AND PASSED OVER.

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
       COPY LOANJRNF.
      **************************************************************
       01 CHG-ASSESS-CT    PIC 9(5)     VALUE 0.
       01 CHG-ASSESS-SUM   PIC 9(7)V99  VALUE 0.
       01 CHG-SKIP-CT      PIC 9(5)     VALUE 0.
       01 CHG-CHGOFF-CT    PIC 9(5)     VALUE 0.
      **************************************************************
      * INPUT-VALIDATION WORK AREAS - SAME EDITS LAB5'S 1070-
      * CHECK-NUMERIC APPLIES, SO A BAD MASTER RECORD IS LEFT TO
       01 PRNT-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'ASSESSED THIS MONTH .'.
         03 T-SKIP-CT   PIC ZZ,ZZ9.
       01 PRNT-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'CHARGED OFF - SKIPPED'.
         03 T-CHGOFF-CT PIC ZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      * REPORT USES - A POSITIVE BALANCE AND DAYS PAST DUE OVER
      * THE THRESHOLD. ONE ALREADY ASSESSED IN THE RUN MONTH IS
      * COUNTED AND PASSED OVER SO A RERUN CANNOT DOUBLE-CHARGE.
      * A CHARGED-OFF LOAN IS COUNTED AND PASSED OVER UNJUDGED.
      **************************************************************
       1100-ASSESS-STUDENT.
           PERFORM 1070-CHECK-NUMERIC.
           IF VALID-RECORD AND I-CO-FLAG = 'Y'
             ADD 1 TO CHG-CHGOFF-CT
           ELSE
             IF VALID-RECORD
               PERFORM 1150-CALC-TOTAL
               COMPUTE BAL-AMT = I-LOAN + I-LATE-CHG - TOTAL
               IF BAL-AMT > 0
                 PERFORM 1250-CALC-DAYS-PAST-DUE
                   THRU 1250-DAYS-EXIT
                 IF DAYS-PAST-DUE > DELINQ-DAYS
                   IF I-CHG-DATE NUMERIC
                     AND I-CHG-DATE (1:4) = RUN-DATE-RAW (1:4)
                     ADD 1 TO CHG-SKIP-CT
                   ELSE
                     PERFORM 1200-APPLY-CHARGE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE 'C'       TO JRNL-ACTION.
           MOVE I-STUD-ID TO JRNL-STUD-ID.
           MOVE I-LOAN-SEQ TO JRNL-LOAN-SEQ.
           MOVE INPUT-REC TO JRNL-AFTER.
           PERFORM 8400-WRITE-JOURNAL.
           PERFORM 1300-WRITE-REGISTER.
           MOVE CHG-ASSESS-CT  TO T-ASSESS-CT.
           MOVE CHG-ASSESS-SUM TO T-ASSESS-SUM.
           MOVE CHG-SKIP-CT    TO T-SKIP-CT.
           MOVE CHG-CHGOFF-CT  TO T-CHGOFF-CT.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS4
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS5
             AFTER ADVANCING 1 LINE.
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
           MOVE 'LAB5CHG' TO JR-PROGRAM.
           MOVE JRNL-ACTION  TO JR-ACTION.
           MOVE JRNL-STUD-ID TO JR-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE JRNL-BEFORE  TO JR-BEFORE.
           MOVE JRNL-AFTER   TO JR-AFTER.
           WRITE JRNL-REC.
