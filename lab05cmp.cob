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
      * THE PRIOR SEMESTER'S ARCHIVE - CLOSE DATE PLUS THE FULL
      * MASTER IMAGE, EXACTLY AS LAB5ARC WROTE IT AT LAST CLOSE.
           LABEL RECORDS ARE STANDARD.
       01 SEMP-REC.
         03 SP-CLOSE-DATE PIC 9(6).
         03 SP-IMAGE      PIC X(563).
       FD CMPP-FILE
           LABEL RECORDS ARE OMITTED.
       01 CMPP-REC      PIC X(80).
      **************************************************************
       01 SIDE-SW          PIC X(1)     VALUE 'C'.
      **************************************************************
      * THE STUDENT LAST COUNTED ON THE SIDE BEING TALLIED - BOTH
      * FILES ARE IN KEY ORDER, SO A BORROWER WITH SEVERAL LOANS
      * IS COUNTED ONCE, AT THE FIRST OF THEM.
      **************************************************************
       01 PRIOR-STUD-ID    PIC 9(9)     VALUE 0.
      **************************************************************
      * INPUT-VALIDATION WORK AREAS - SAME EDITS LAB5'S 1070-
      * CHECK-NUMERIC APPLIES; A BAD RECORD ON EITHER SIDE IS
      * LEFT OUT OF THE COMPARISON.
           PERFORM 1100-TALLY-CURRENT
             UNTIL EOF-I = 1.
           MOVE 'P' TO SIDE-SW.
           MOVE 0   TO PRIOR-STUD-ID.
           PERFORM 2010-READ-SEMP.
           PERFORM 1150-TALLY-PRIOR
             UNTIL EOF-P = 1.
           COMPUTE BAL-AMT = I-LOAN + I-LATE-CHG - TOTAL.
           PERFORM 1300-FIND-DEGREE-ENTRY.
           IF SIDE-SW = 'C'
             IF I-STUD-ID NOT = PRIOR-STUD-ID
               ADD 1   TO DGT-CUR-CT (DEG-SUB)
             END-IF
             ADD I-LOAN TO DGT-CUR-LOAN (DEG-SUB)
             ADD TOTAL TO DGT-CUR-PAID (DEG-SUB)
             IF BAL-AMT > 0
               ADD BAL-AMT TO DGT-CUR-BAL (DEG-SUB)
             END-IF
           ELSE
             IF I-STUD-ID NOT = PRIOR-STUD-ID
               ADD 1   TO DGT-PRI-CT (DEG-SUB)
             END-IF
             ADD I-LOAN TO DGT-PRI-LOAN (DEG-SUB)
             ADD TOTAL TO DGT-PRI-PAID (DEG-SUB)
             IF BAL-AMT > 0
               ADD BAL-AMT TO DGT-PRI-BAL (DEG-SUB)
             END-IF
           END-IF.
           MOVE I-STUD-ID TO PRIOR-STUD-ID.
       1200-ACCUMULATE-EXIT.
           EXIT.
      **************************************************************
