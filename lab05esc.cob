      * CLEARING OR ROLLING BACK AFTER PAYMENT, PRINTS ON THE
      * ESCALATION REGISTER SO THE BURSAR CAN SEE THE PIPELINE.
      * AN ACCOUNT ALREADY AT ITS STAGE IS NOT NOTICED AGAIN.
      * THE ACCOUNT IS THE LOAN - A BORROWER WITH TWO LOANS CAN
      * HAVE ONE CURRENT AND ONE IN COLLECTIONS, SO THE STAGE IS
      * CARRIED BY STUDENT ID AND LOAN SEQUENCE. A LOAN LAB5CHO
      * HAS CHARGED OFF LEAVES THE PIPELINE - ITS ENTRY IS CLOSED
      * ON THE REGISTER AND IT IS NEVER ESCALATED AGAIN.

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
      * CARRIED-FORWARD NOTICE MASTER - ONE RECORD PER LOAN
      * CURRENTLY AT A STAGE ABOVE CURRENT, WITH THE DATE THE
      * STAGE WAS REACHED. READ IN FULL AT STARTUP AND REWRITTEN
      * AT END OF RUN, THE SAME CARRY PATTERN AS LAB5SUS'S
         03 NM-STUD-ID    PIC 9(9).
         03 NM-STAGE      PIC 9(1).
         03 NM-STAGE-DATE PIC 9(6).
         03 NM-LOAN-SEQ   PIC 9(2).
      **************************************************************
      * STAGE EXTRACT FILES - ONE FIXED-FORMAT RECORD PER ACCOUNT
      * ENTERING THE STAGE THIS RUN: FIRST NOTICES, SECOND
      **************************************************************
       FD NTC1-FILE
           LABEL RECORDS ARE OMITTED.
       01 NTC1-REC      PIC X(53).
       FD NTC2-FILE
           LABEL RECORDS ARE OMITTED.
       01 NTC2-REC      PIC X(53).
       FD COLL-FILE
           LABEL RECORDS ARE OMITTED.
       01 COLL-REC      PIC X(53).
      **************************************************************
      * ESCALATION REGISTER - 90 BYTES WIDE LIKE LAB5AGE'S REPORT.
      **************************************************************
         03 SE-BALANCE    PIC S9(6)V99.
         03 SE-DAYS       PIC 9(4).
         03 SE-NEXT-DUE   PIC 9(6).
         03 SE-LOAN-SEQ   PIC 9(2).
      **************************************************************
      * IN-CORE IMAGE OF THE NOTICE MASTER, SEARCHED BY STUDENT ID
      * AND LOAN SEQUENCE FOR EACH LOAN AGED. NMT-SEEN-SW IS SET
      * WHEN THE BORROWER TURNS UP ON THE MASTER DURING THE PASS,
      * SO THE REWRITE CAN DROP ENTRIES FOR BORROWERS WHO LEFT THE
      * FILE INSTEAD OF CARRYING A STALE STAGE FOREVER.
      **************************************************************
       01 NTCM-ENTRY-CT    PIC 9(5)     VALUE 0.
       01 NTCM-ENTRY-MAX   PIC 9(5)     VALUE 05000.
       01 NTCM-TABLE.
         03 NTCM-ENTRY OCCURS 5000 TIMES.
           05 NMT-STUD-ID   PIC 9(9).
           05 NMT-LOAN-SEQ  PIC 9(2).
           05 NMT-STAGE     PIC 9(1).
           05 NMT-DATE      PIC 9(6).
           05 NMT-SEEN-SW   PIC X(1).
       01 ESC-ROLLED-CT    PIC 9(5)     VALUE 0.
       01 ESC-CARRIED-CT   PIC 9(5)     VALUE 0.
       01 ESC-GONE-CT      PIC 9(5)     VALUE 0.
       01 ESC-CHGOFF-CT    PIC 9(5)     VALUE 0.
      **************************************************************
      * INPUT-VALIDATION WORK AREAS - SAME EDITS LAB5'S 1070-
      * CHECK-NUMERIC APPLIES, SO A BAD MASTER RECORD IS LEFT TO
           'DELINQUENCY ESCALATION REGISTER'.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(13)       VALUE 'STUD ID   LN'.
         03 FILLER      PIC X(21)       VALUE 'NAME'.
         03 FILLER      PIC X(5)        VALUE 'DAYS'.
         03 FILLER      PIC X(12)       VALUE '    BALANCE'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 EL-STUD-ID  PIC 9(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 EL-LOAN-SEQ PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 EL-NAME     PIC X(20).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 EL-DAYS     PIC ZZZ9.
       01 PRNT-TOTALS8.
         03 FILLER      PIC X(22)       VALUE 'DROPPED - OFF MASTER.'.
         03 T-GONE-CT   PIC ZZ,ZZ9.
       01 PRNT-TOTALS9.
         03 FILLER      PIC X(22)       VALUE 'CLOSED - CHARGED OFF.'.
         03 T-CHGOFF-CT PIC ZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
           END-IF.
           ADD 1 TO NTCM-ENTRY-CT.
           MOVE NM-STUD-ID    TO NMT-STUD-ID (NTCM-ENTRY-CT).
           MOVE NM-LOAN-SEQ   TO NMT-LOAN-SEQ (NTCM-ENTRY-CT).
           MOVE NM-STAGE      TO NMT-STAGE (NTCM-ENTRY-CT).
           MOVE NM-STAGE-DATE TO NMT-DATE (NTCM-ENTRY-CT).
           MOVE 'N'           TO NMT-SEEN-SW (NTCM-ENTRY-CT).
      * VALID RECORD IS JUDGED; A BAD ONE KEEPS WHATEVER STAGE IT
      * CARRIED UNTIL THE SUSPENSE CYCLE FIXES IT - ITS ENTRY IS
      * STILL MARKED SEEN SO THE REWRITE DOES NOT DROP IT AS IF
      * THE BORROWER HAD LEFT THE MASTER. A CHARGED-OFF LOAN IS
      * NOT JUDGED AT ALL - SEE 1280-CLOSE-CHARGED-OFF.
      **************************************************************
       1100-ESCALATE-STUDENT.
           PERFORM 1070-CHECK-NUMERIC.
           IF VALID-RECORD
             PERFORM 1150-CALC-TOTAL
             COMPUTE BAL-AMT = I-LOAN + I-LATE-CHG - TOTAL
             IF I-CO-FLAG = 'Y'
               PERFORM 1280-CLOSE-CHARGED-OFF
             ELSE
               PERFORM 1200-JUDGE-STAGE
             END-IF
           ELSE
             PERFORM 1220-FIND-NTCM-ENTRY
             IF ENTRY-FOUND
             ADD 1 TO NTCM-ENTRY-CT
             MOVE NTCM-ENTRY-CT TO ENTRY-SUB
             MOVE I-STUD-ID TO NMT-STUD-ID (ENTRY-SUB)
             MOVE I-LOAN-SEQ TO NMT-LOAN-SEQ (ENTRY-SUB)
             MOVE 'Y'       TO NMT-SEEN-SW (ENTRY-SUB)
           END-IF.
           MOVE TARGET-STAGE TO NMT-STAGE (ENTRY-SUB).
           PERFORM 1290-PRINT-ESC-LINE.

      **************************************************************
      * TAKES A CHARGED-OFF LOAN OUT OF THE PIPELINE. ITS ENTRY
      * GOES TO STAGE 0, SO THE REWRITE DROPS IT, AND THE CLOSE
      * PRINTS ON THE REGISTER ONCE - THE RUN AFTER THE
      * CHARGE-OFF. NO EXTRACT IS WRITTEN AND THE LOAN IS NEVER
      * NOTICED OR REFERRED AGAIN.
      **************************************************************
       1280-CLOSE-CHARGED-OFF.
           MOVE 0 TO DAYS-PAST-DUE.
           PERFORM 1220-FIND-NTCM-ENTRY.
           IF ENTRY-FOUND
             MOVE 'Y' TO NMT-SEEN-SW (ENTRY-SUB)
             IF NMT-STAGE (ENTRY-SUB) > 0
               MOVE NMT-STAGE (ENTRY-SUB) TO CARRIED-STAGE
               MOVE 0            TO TARGET-STAGE
               MOVE 0            TO NMT-STAGE (ENTRY-SUB)
               MOVE RUN-DATE-RAW TO NMT-DATE (ENTRY-SUB)
               ADD 1 TO ESC-CHGOFF-CT
               MOVE 'CLOSED - CHARGED OFF' TO EL-ACTION
               PERFORM 1290-PRINT-ESC-LINE
             END-IF
           END-IF.

      **************************************************************
      * FINDS THE NOTICE-MASTER ENTRY FOR THIS LOAN.
      **************************************************************
       1220-FIND-NTCM-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-SW.

       1225-MATCH-NTCM-ENTRY.
           IF NMT-STUD-ID (SUB) = I-STUD-ID
             AND NMT-LOAN-SEQ (SUB) = I-LOAN-SEQ
             MOVE 'Y' TO ENTRY-FOUND-SW
             MOVE SUB TO ENTRY-SUB
           END-IF.
           MOVE BAL-AMT       TO SE-BALANCE.
           MOVE DAYS-PAST-DUE TO SE-DAYS.
           MOVE I-NEXT-DUE    TO SE-NEXT-DUE.
           MOVE I-LOAN-SEQ    TO SE-LOAN-SEQ.

       1290-PRINT-ESC-LINE.
           MOVE I-STUD-ID     TO EL-STUD-ID.
           MOVE I-LOAN-SEQ    TO EL-LOAN-SEQ.
           MOVE I-NAME        TO EL-NAME.
           MOVE DAYS-PAST-DUE TO EL-DAYS.
           MOVE BAL-AMT       TO EL-BALANCE.
           ADD 1 TO REC-CT.
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
           IF NMT-STAGE (SUB) > 0
             IF NMT-SEEN-SW (SUB) = 'Y'
               MOVE NMT-STUD-ID (SUB) TO NM-STUD-ID
               MOVE NMT-LOAN-SEQ (SUB) TO NM-LOAN-SEQ
               MOVE NMT-STAGE (SUB)   TO NM-STAGE
               MOVE NMT-DATE (SUB)    TO NM-STAGE-DATE
               WRITE NTCM-REC
           MOVE ESC-ROLLED-CT  TO T-ROLLED-CT.
           MOVE ESC-CARRIED-CT TO T-CARRIED-CT.
           MOVE ESC-GONE-CT    TO T-GONE-CT.
           MOVE ESC-CHGOFF-CT  TO T-CHGOFF-CT.
           MOVE SPACES TO ESCR-REC.
           WRITE ESCR-REC
             AFTER ADVANCING 1 LINE.
             AFTER ADVANCING 1 LINE.
           WRITE ESCR-REC FROM PRNT-TOTALS8
             AFTER ADVANCING 1 LINE.
           WRITE ESCR-REC FROM PRNT-TOTALS9
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * CONVERTS WK-DATE (YYMMDD) TO A DAY NUMBER COUNTED FROM
      * 01/01/00, DAY NUMBER 1. YEARS DIVISIBLE BY 4 ARE LEAP
