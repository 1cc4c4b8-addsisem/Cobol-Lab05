       AUTHOR. Addyson Sisemore
      * EXTRACT/ACKNOWLEDGMENT RECONCILIATION - PROVES THE LOAN-
      * SERVICING VENDOR LOADED WHAT WE SENT. THE XTRC-FILE LAB5
      * PRODUCED AND THE VENDOR'S ACKNOWLEDGMENT FILE ARE EACH SORTED
      * INTO STUDENT-ID ORDER AND MATCHED RECORD BY RECORD ON
      * X-STUD-ID AND X-LOAN-SEQ (00 FOR A STUDENT'S COMBINED TOTAL
      * RECORD). THE REPORT SHOWS RECORDS WE SENT THAT THEY NEVER
      * ACKNOWLEDGED, RECORDS THEY REPORT THAT WE NEVER SENT, AND
      * RECORDS WHERE X-LOAN/X-BALANCE DISAGREE WITH THEIR LOADED
      * AMOUNTS BY MORE THAN A PENNY.
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
      * THE VENDOR'S ACKNOWLEDGMENT - ONE RECORD PER EXTRACT RECORD
      * THEY PROCESSED: STUDENT ID AND LOAN SEQUENCE, NAME (DISPLAY
      * ONLY), THE LOAN AND BALANCE AS LOADED, AND THE LOAD STATUS
      * (L = LOADED, ANYTHING ELSE = NOT LOADED).
      **************************************************************
       FD ACKN-FILE
           LABEL RECORDS ARE OMITTED.
       01 ACKN-REC.
         03 AK-STUD-ID        PIC 9(9).
         03 AK-LOAN-SEQ       PIC 9(2).
         03 AK-NAME           PIC X(20).
         03 AK-LOAN           PIC 9(6)V99.
         03 AK-BALANCE        PIC S9(7)V99.
         03 AK-STATUS         PIC X(1).
      **************************************************************
      * ID-SEQUENCED COPIES OF THE TWO FILES, PRODUCED BY THE
       FD XSRT-FILE
           LABEL RECORDS ARE OMITTED.
       01 XSRT-REC.
         03 XS-KEY.
           05 XS-STUD-ID      PIC 9(9).
           05 XS-LOAN-SEQ     PIC 9(2).
         03 XS-REC-TYPE       PIC X(1).
         03 XS-NAME           PIC X(20).
         03 XS-DEGREE         PIC X(4).
         03 XS-YEAR           PIC X(4).
         03 XS-LOAN           PIC 9(6)V99.
         03 XS-PAID           PIC 9(7)V99.
         03 XS-BALANCE        PIC S9(7)V99.
         03 XS-FLAG           PIC X(1).
       FD ASRT-FILE
           LABEL RECORDS ARE OMITTED.
       01 ASRT-REC.
         03 AS-KEY.
           05 AS-STUD-ID      PIC 9(9).
           05 AS-LOAN-SEQ     PIC 9(2).
         03 AS-NAME           PIC X(20).
         03 AS-LOAN           PIC 9(6)V99.
         03 AS-BALANCE        PIC S9(7)V99.
         03 AS-STATUS         PIC X(1).
       SD SORTX-FILE.
       01 SDX-REC.
         03 SDX-KEY       PIC X(11).
         03 FILLER        PIC X(56).
       SD SORTA-FILE.
       01 SDA-REC.
         03 SDA-KEY       PIC X(11).
         03 FILLER        PIC X(38).
       FD RCNP-FILE
           LABEL RECORDS ARE OMITTED.
       01 RCNP-REC      PIC X(80).
      * MATCH KEYS - SET TO HIGH-VALUES AT EOF SO THE LOW-KEY-
      * FIRST COMPARE DRAINS WHICHEVER FILE STILL HAS RECORDS.
      **************************************************************
       01 X-KEY            PIC X(11)   VALUE SPACES.
       01 A-KEY            PIC X(11)   VALUE SPACES.
      **************************************************************
      * PENNY TOLERANCE FOR THE AMOUNT COMPARE - THE VENDOR ROUNDS
      * HALF-CENTS THE OTHER WAY, AND THAT IS NOT WORTH A CALL.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(22)       VALUE 'DISCREPANCY'.
         03 FILLER      PIC X(21)       VALUE 'NAME'.
         03 FILLER      PIC X(3)        VALUE 'LN'.
         03 FILLER      PIC X(15)       VALUE 'OURS'.
         03 FILLER      PIC X(12)       VALUE 'THEIRS'.
      * RC-OURS/RC-THEIRS ARE SCALED FOR A STUDENT'S COMBINED
      * BALANCE - SEVERAL LOANS PLUS ACCRUED INTEREST RUN TO SEVEN
      * INTEGER DIGITS. RC-LOAN-SEQ 00 IS THE COMBINED RECORD.
       01 PRNT-DISCREPANCY.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RC-CATEGORY PIC X(22).
         03 RC-NAME     PIC X(20).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 RC-LOAN-SEQ PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 RC-OURS     PIC $$,$$$,$$9.99-.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 RC-THEIRS   PIC $$,$$$,$$9.99-.
      **************************************************************
      * LAYOUT FOR THE RUN-TOTAL TRAILER *
      **************************************************************
           PERFORM 0100-CHECK-INPUTS.
           IF XTRC-FOUND
             SORT SORTX-FILE
               ON ASCENDING KEY SDX-KEY
               USING XTRC-FILE
               GIVING XSRT-FILE
           ELSE
           END-IF.
           IF ACKN-FOUND
             SORT SORTA-FILE
               ON ASCENDING KEY SDA-KEY
               USING ACKN-FILE
               GIVING ASRT-FILE
           ELSE
           MOVE SPACES                 TO PRNT-DISCREPANCY.
           MOVE 'SENT - NEVER ACKED'   TO RC-CATEGORY.
           MOVE XS-NAME                TO RC-NAME.
           MOVE XS-LOAN-SEQ            TO RC-LOAN-SEQ.
           MOVE XS-BALANCE             TO RC-OURS.
           PERFORM 1700-PRINT-DISCREPANCY.

           MOVE SPACES                 TO PRNT-DISCREPANCY.
           MOVE 'ACKED - NEVER SENT'   TO RC-CATEGORY.
           MOVE AS-NAME                TO RC-NAME.
           MOVE AS-LOAN-SEQ            TO RC-LOAN-SEQ.
           MOVE AS-BALANCE             TO RC-THEIRS.
           PERFORM 1700-PRINT-DISCREPANCY.
      **************************************************************
      * A RECORD CAN THROW BOTH AN X-LOAN AND AN X-BALANCE LINE.
      **************************************************************
       1400-COMPARE-EQUAL.
           MOVE XS-LOAN-SEQ TO RC-LOAN-SEQ.
           IF AS-STATUS NOT = 'L'
             ADD 1 TO RCN-NOTLOAD-CT
             MOVE 'VENDOR DID NOT LOAD'  TO RC-CATEGORY
               MOVE 1 TO EOF-X
               MOVE HIGH-VALUES TO X-KEY
             NOT AT END
               MOVE XS-KEY TO X-KEY
               ADD 1 TO RCN-SENT-CT
           END-READ.

               MOVE 1 TO EOF-A
               MOVE HIGH-VALUES TO A-KEY
             NOT AT END
               MOVE AS-KEY TO A-KEY
               ADD 1 TO RCN-ACK-CT
           END-READ.
