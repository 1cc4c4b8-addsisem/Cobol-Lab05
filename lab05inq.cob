      * RECORD KEY ON IR-DEGREE), OR BROWSE FORWARD AND
      * BACKWARD FROM A PARTIAL NAME (P=MART). EVERY STUDENT BLOCK
      * PRINTS IN THE SAME LOANPRT LAYOUT AS THE MAIN LOAN REPORT
      * SO THE OUTPUT STILL MATCHES THE BATCH RUN. A STUDENT MAY
      * HOLD SEVERAL LOANS; AN I= OR EXACT-NAME LOOKUP PRINTS
      * EVERY LOAN THE STUDENT HOLDS, AND THE DEGREE AND PARTIAL-
      * NAME BROWSES SHOW ONE BLOCK PER LOAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
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
      * BATCH REQUEST CARDS - ONE LOOKUP PER CARD IN THE SAME
       01 INQUIRY-ID       PIC X(9)     VALUE SPACES.
       01 BROWSE-DEGREE    PIC X(4)     VALUE SPACES.
       01 BROWSE-CMD       PIC X(1)     VALUE SPACES.
       01 BROWSE-STUD-ID   PIC 9(9)     VALUE 0.
       01 TOTAL            PIC 9(6)V99  VALUE 0.
       01 BAL-AMT          PIC S9(6)V99 VALUE 0.
       01 AMT-OWED         PIC 9(6)V99  VALUE 0.
      * SHOULD CONFIRM THE STUDENT ID ON THE PRINTED BLOCK AND
      * RE-PULL BY I=ID WHEN IN DOUBT. A MISS IS REPORTED TO THE
      * OPERATOR AND NOTHING IS PRINTED. THE KEY PHRASE SETS THE
      * KEY OF REFERENCE EXPLICITLY AFTER ANY EARLIER BROWSE. THE
      * RECORD FOUND ONLY IDENTIFIES THE STUDENT - EVERY LOAN THE
      * STUDENT HOLDS IS THEN PRINTED THROUGH 1650-SHOW-ALL-LOANS.
      **************************************************************
       1000-LOOKUP-STUDENT.
           MOVE INQUIRY-NAME TO IR-NAME.
             INVALID KEY
               DISPLAY 'STUDENT NOT FOUND: ' INQUIRY-NAME
             NOT INVALID KEY
               MOVE IR-STUD-ID TO BROWSE-STUD-ID
               PERFORM 1650-SHOW-ALL-LOANS
           END-READ.
      **************************************************************
      * READS THE STUDENT DIRECTLY BY STUDENT ID - THE LEADING
      * PART OF THE RECORD KEY, SO THIS IS THE ONE LOOKUP THAT
      * CANNOT LAND ON A SAME-NAMED NEIGHBOR. A MISS IS REPORTED
      * AND NOTHING IS PRINTED.
      **************************************************************
       1600-ID-LOOKUP.
           MOVE INQUIRY-CMD (3:9) TO INQUIRY-ID.
           IF INQUIRY-ID NOT NUMERIC
             DISPLAY 'STUDENT ID MUST BE 9 DIGITS: ' INQUIRY-ID
           ELSE
             MOVE INQUIRY-ID TO BROWSE-STUD-ID
             PERFORM 1650-SHOW-ALL-LOANS
             IF MATCH-CT = 0
               DISPLAY 'STUDENT ID NOT FOUND: ' INQUIRY-ID
             END-IF
           END-IF.
      **************************************************************
      * PRINTS EVERY LOAN BROWSE-STUD-ID HOLDS: POSITION JUST
      * AHEAD OF THE STUDENT'S FIRST LOAN SEQUENCE ON THE RECORD
      * KEY, THEN READ NEXT UNTIL THE STUDENT ID CHANGES.
      **************************************************************
       1650-SHOW-ALL-LOANS.
           MOVE 0 TO MATCH-CT.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE BROWSE-STUD-ID TO IR-STUD-ID.
           MOVE 0              TO IR-LOAN-SEQ.
           START INPUT-FILE KEY IS GREATER THAN IR-LOAN-KEY
             INVALID KEY
               MOVE 'Y' TO BROWSE-DONE-SW
           END-START.
           PERFORM 1660-LOAN-NEXT
             UNTIL BROWSE-DONE.
           IF MATCH-CT > 1
             DISPLAY 'LOANS PRINTED FOR ' BROWSE-STUD-ID ': '
               MATCH-CT
           END-IF.

       1660-LOAN-NEXT.
           READ INPUT-FILE NEXT
             AT END
               MOVE 'Y' TO BROWSE-DONE-SW
             NOT AT END
               IF IR-STUD-ID = BROWSE-STUD-ID
                 PERFORM 1300-SHOW-CURRENT
                 ADD 1 TO MATCH-CT
               ELSE
                 MOVE 'Y' TO BROWSE-DONE-SW
               END-IF
           END-READ.
      **************************************************************
      * SIZES THE OCCURS DEPENDING ON TABLE, RE-RUNS THE NUMERIC
      * EDITS AND PRINTS THE CURRENT RECORD'S BLOCK - THE COMMON
           ADD I-PAID (SUB) TO TOTAL.
      **************************************************************
      * CALCULATE LEFTOVER BALANCE, THEN ACCRUE ONE PERIOD OF
      * INTEREST ON ANY REMAINING (NON-OVERPAID) BALANCE. A
      * CHARGED-OFF LOAN ACCRUES NOTHING.
      **************************************************************
       1100-CALC-BALANCE.
           COMPUTE AMT-OWED = I-LOAN + I-LATE-CHG.
           SUBTRACT TOTAL FROM AMT-OWED GIVING BAL-AMT.
           IF BAL-AMT > 0 AND I-CO-FLAG NOT = 'Y'
             PERFORM 1110-ACCRUE-INTEREST
           END-IF.
           MOVE BAL-AMT TO L-BALANCE.
      * CLASS STANDING AND ADDS ONE PERIOD OF INTEREST TO THE
      * OUTSTANDING BALANCE - SAME SELECTION RULE AS LAB5'S
      * 8200-FIND-RATE, AND THE SAME REFUSAL WHEN A CLASS
      * STANDING ON THE MASTER HAS NO EFFECTIVE RATE ROW. A LOAN
      * THAT CARRIES ITS OWN RATE FROM ORIGINATION (I-RATE)
      * ACCRUES AT THAT RATE, AS IN LAB5.
      **************************************************************
       1110-ACCRUE-INTEREST.
           IF I-RATE NUMERIC AND I-RATE > 0
             MOVE I-RATE TO INT-RATE
             MOVE 'Y' TO RATE-FOUND-SW
           ELSE
             PERFORM 8200-FIND-RATE
           END-IF.
           IF NOT RATE-FOUND
             DISPLAY 'LAB5INQ: NO EFFECTIVE RATE FOR CLASS '
               'STANDING ' I-YEAR
      * PRINTS THE SCHEDULE INFORMATION *
      **************************************************************
       1200-PRINT-STUDENT.
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
           ELSE
             MOVE L-BALANCE TO N-BALANCE
             WRITE PRNT-REC FROM PRNT-BALANCE2
