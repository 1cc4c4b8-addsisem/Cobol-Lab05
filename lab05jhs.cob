       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5JHS.
       AUTHOR. Addyson Sisemore
      * JOURNAL HISTORY ROLL. RUNS IN THE BACKUP JOB AFTER THE
      * MASTER BACKUP (AND AFTER LAB5GL HAS POSTED THE DAY) AND
      * BEFORE OPERATIONS CLEARS THE COMMON UPDATE JOURNAL
      * (DA-S-JRNL), SO NO GENERATION OF THE JOURNAL IS LOST WHEN
      * IT IS CLEARED. THE JOURNAL HISTORY AS IT STOOD (RENAMED
      * DA-S-JHSTO) IS COPIED TO THE NEW GENERATION (DA-S-JHST),
      * DROPPING UPDATES JOURNALED MORE THAN THE JRNLRETN PARM'S
      * MONTHS BEFORE THE RUN DATE - THE RECORDS-SCHEDULE
      * RETENTION - AND THE WHOLE JOURNAL IS THEN ADDED ON THE END,
      * STAMPED WITH THE RUN DATE AS ITS SAVE DATE. NO OLD HISTORY
      * MEANS THIS IS THE FIRST GENERATION SAVED. A HISTORY WHOSE
      * LAST GENERATION WAS ALREADY SAVED TODAY MEANS THIS STEP
      * HAS RUN BEFORE AGAINST THE SAME JOURNAL, AND THE RUN ENDS
      * WITH RETURN CODE 16 RATHER THAN SAVE IT TWICE; SO DOES A
      * MISSING CONTROL FILE OR JOURNAL. LAB5AHS REPORTS FROM THE
      * HISTORY AND THE LIVE JOURNAL TOGETHER, SO IT MUST NOT RUN
      * BETWEEN THIS STEP AND THE CLEAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO 'DA-S-CTLF'
             FILE STATUS IS CTRL-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
             FILE STATUS IS JRNL-STATUS.
           SELECT JHSO-FILE ASSIGN TO 'DA-S-JHSTO'
             FILE STATUS IS JHSO-STATUS.
           SELECT JHST-FILE ASSIGN TO 'DA-S-JHST'
             FILE STATUS IS JHST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       COPY LOANCTLF.
       COPY LOANJRNF.
      **************************************************************
      * THE JOURNAL HISTORY AS IT STOOD BEFORE THIS RUN - THE
      * LOANJHSF LAYOUT, OF WHICH ONLY THE UPDATE DATE AND THE
      * SAVE DATE ARE NEEDED HERE.
      **************************************************************
       FD JHSO-FILE
           LABEL RECORDS ARE STANDARD.
       01 JHSO-REC.
         03 JO-DATE       PIC 9(6).
         03 FILLER        PIC X(1146).
         03 JO-SAVE-DATE  PIC 9(6).
       COPY LOANJHSF.

       WORKING-STORAGE SECTION.
       COPY LOANCTLW.
       COPY LOANJRNW.
       01 JHSO-STATUS      PIC XX      VALUE '00'.
       01 JHST-STATUS      PIC XX      VALUE '00'.
      **************************************************************
      * RETENTION. JHS-RETN-MOS IS THE JRNLRETN PARM; ZERO KEEPS
      * EVERYTHING. JHS-CUTOFF IS THE RUN DATE SET BACK THAT MANY
      * MONTHS - AN UPDATE JOURNALED BEFORE IT IS DROPPED. ZERO
      * MEANS NO CUTOFF.
      **************************************************************
       01 JHS-RETN-MOS     PIC 9(5)    VALUE 0.
       01 JHS-MONTHS       PIC S9(7)   VALUE 0.
       01 JHS-CUT-REM      PIC 99      VALUE 0.
       01 JHS-CUTOFF       PIC 9(6)    VALUE 0.
       01 JHS-CUTOFF-PARTS REDEFINES JHS-CUTOFF.
         03 JHS-CUT-YY     PIC 99.
         03 JHS-CUT-MM     PIC 99.
         03 JHS-CUT-DD     PIC 99.
       01 JHS-LAST-SAVE    PIC 9(6)    VALUE 0.
      **************************************************************
      * ROLL CONTROL TOTALS, DISPLAYED FOR THE OPERATOR LOG LIKE
      * LAB5RCV'S.
      **************************************************************
       01 JHS-OLD-READ-CT  PIC 9(7)    VALUE 0.
       01 JHS-DROP-CT      PIC 9(7)    VALUE 0.
       01 JHS-KEPT-CT      PIC 9(7)    VALUE 0.
       01 JHS-JRNL-CT      PIC 9(7)    VALUE 0.
       01 JHS-WRITTEN-CT   PIC 9(7)    VALUE 0.
       01 RUN-DATE-RAW.
         03 RUN-YY         PIC 99.
         03 RUN-MM         PIC 99.
         03 RUN-DD         PIC 99.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-J      PIC 9   VALUE 0.
         03 EOF-O      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO RUN-DATE-NUM.
           PERFORM 0100-LOAD-CONTROL.
           PERFORM 0200-SET-CUTOFF THRU 0200-SET-EXIT.
           OPEN INPUT JRNL-FILE.
           IF JRNL-STATUS NOT = '00'
             DISPLAY 'LAB5JHS: JRNL-FILE OPEN FAILED, STATUS='
               JRNL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT JHST-FILE.
           IF JHST-STATUS NOT = '00'
             DISPLAY 'LAB5JHS: JHST-FILE OPEN FAILED, STATUS='
               JHST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-COPY-HISTORY THRU 1000-COPY-EXIT.
           IF JHS-LAST-SAVE = RUN-DATE-NUM
             DISPLAY 'LAB5JHS: JOURNAL ALREADY SAVED TO HISTORY ON '
               RUN-DATE-NUM ' - NOT SAVED AGAIN'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 2000-READ-JOURNAL.
           PERFORM 1200-ADD-JOURNAL
             UNTIL EOF-J = 1.
           CLOSE JRNL-FILE
                 JHST-FILE.
           DISPLAY 'LAB5JHS: HISTORY RECORDS READ ' JHS-OLD-READ-CT.
           DISPLAY 'LAB5JHS: PAST RETENTION       ' JHS-DROP-CT.
           DISPLAY 'LAB5JHS: HISTORY CARRIED      ' JHS-KEPT-CT.
           DISPLAY 'LAB5JHS: JOURNAL ADDED        ' JHS-JRNL-CT.
           DISPLAY 'LAB5JHS: HISTORY WRITTEN      ' JHS-WRITTEN-CT.
           IF JHS-CUTOFF > 0
             DISPLAY 'LAB5JHS: RETENTION CUTOFF     ' JHS-CUTOFF
           END-IF.
           STOP RUN.
      **************************************************************
      * LOADS THE CONTROL FILE FOR THE OPTIONAL JRNLRETN PARM - THE
      * RETENTION IN MONTHS. A MISSING OR UNREADABLE FILE ENDS THE
      * RUN WITH RETURN CODE 16 BEFORE THE HISTORY IS TOUCHED.
      **************************************************************
       0100-LOAD-CONTROL.
           OPEN INPUT CTRL-FILE.
           IF CTRL-STATUS NOT = '00'
             DISPLAY 'LAB5JHS: CONTROL FILE DA-S-CTLF MISSING OR '
               'UNREADABLE, STATUS=' CTRL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 0110-READ-CONTROL.
           PERFORM 0120-LOAD-CONTROL-ROW
             UNTIL EOF-CTL = 1.
           CLOSE CTRL-FILE.

       0110-READ-CONTROL.
           READ CTRL-FILE
             AT END MOVE 1 TO EOF-CTL.

       0120-LOAD-CONTROL-ROW.
           IF CT-TYPE = 'PARM'
             EVALUATE CT-PARM-NAME
               WHEN 'JRNLRETN'
                 MOVE CT-PARM-VALUE TO JHS-RETN-MOS
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           PERFORM 0110-READ-CONTROL.
      **************************************************************
      * SETS THE RETENTION CUTOFF BACK JHS-RETN-MOS MONTHS FROM THE
      * RUN DATE, SAME DAY OF THE MONTH. A RETENTION REACHING BACK
      * PAST THE START OF THE CENTURY KEEPS EVERYTHING, AS DOES A
      * ZERO RETENTION.
      **************************************************************
       0200-SET-CUTOFF.
           MOVE 0 TO JHS-CUTOFF.
           IF JHS-RETN-MOS = 0
             GO TO 0200-SET-EXIT
           END-IF.
           COMPUTE JHS-MONTHS =
             RUN-YY * 12 + RUN-MM - 1 - JHS-RETN-MOS.
           IF JHS-MONTHS < 0
             GO TO 0200-SET-EXIT
           END-IF.
           DIVIDE JHS-MONTHS BY 12 GIVING JHS-CUT-YY
             REMAINDER JHS-CUT-REM.
           COMPUTE JHS-CUT-MM = JHS-CUT-REM + 1.
           MOVE RUN-DD TO JHS-CUT-DD.
       0200-SET-EXIT.
           EXIT.
      **************************************************************
      * COPIES THE OLD HISTORY TO THE NEW GENERATION, LEAVING OUT
      * UPDATES OLDER THAN THE CUTOFF, AND NOTES THE SAVE DATE OF
      * THE LAST GENERATION ON IT. A RECORD WHOSE DATE IS NOT
      * NUMERIC IS CARRIED RATHER THAN DROPPED ON A GUESS.
      **************************************************************
       1000-COPY-HISTORY.
           OPEN INPUT JHSO-FILE.
           IF JHSO-STATUS NOT = '00'
             IF JHSO-STATUS NOT = '35'
               DISPLAY 'LAB5JHS: JHSO-FILE OPEN FAILED, STATUS='
                 JHSO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             DISPLAY 'LAB5JHS: NO JOURNAL HISTORY, FIRST GENERATION'
             GO TO 1000-COPY-EXIT
           END-IF.
           PERFORM 2100-READ-OLD-HISTORY.
           PERFORM 1100-COPY-RECORD
             UNTIL EOF-O = 1.
           CLOSE JHSO-FILE.
       1000-COPY-EXIT.
           EXIT.

       1100-COPY-RECORD.
           IF JO-SAVE-DATE NUMERIC
             MOVE JO-SAVE-DATE TO JHS-LAST-SAVE
           END-IF.
           IF JHS-CUTOFF > 0 AND JO-DATE NUMERIC
             AND JO-DATE < JHS-CUTOFF
             ADD 1 TO JHS-DROP-CT
           ELSE
             WRITE JHST-REC FROM JHSO-REC
             PERFORM 1300-CHECK-WRITE
             ADD 1 TO JHS-KEPT-CT
           END-IF.
           PERFORM 2100-READ-OLD-HISTORY.
      **************************************************************
      * ADDS ONE JOURNAL RECORD TO THE HISTORY AS IT WAS WRITTEN,
      * STAMPED WITH TODAY AS THE GENERATION'S SAVE DATE.
      **************************************************************
       1200-ADD-JOURNAL.
           MOVE JRNL-REC     TO JH-JRNL-DATA.
           MOVE RUN-DATE-NUM TO JH-SAVE-DATE.
           WRITE JHST-REC.
           PERFORM 1300-CHECK-WRITE.
           ADD 1 TO JHS-JRNL-CT.
           PERFORM 2000-READ-JOURNAL.

       1300-CHECK-WRITE.
           IF JHST-STATUS NOT = '00'
             DISPLAY 'LAB5JHS: JHST-FILE WRITE FAILED, STATUS='
               JHST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO JHS-WRITTEN-CT.

       2000-READ-JOURNAL.
           READ JRNL-FILE
             AT END MOVE 1 TO EOF-J.
           IF EOF-J NOT = 1 AND JRNL-STATUS NOT = '00'
             DISPLAY 'LAB5JHS: JRNL-FILE READ ERROR, STATUS='
               JRNL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       2100-READ-OLD-HISTORY.
           READ JHSO-FILE
             AT END MOVE 1 TO EOF-O.
           IF EOF-O NOT = 1 AND JHSO-STATUS NOT = '00'
             DISPLAY 'LAB5JHS: JHSO-FILE READ ERROR, STATUS='
               JHSO-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF EOF-O NOT = 1
             ADD 1 TO JHS-OLD-READ-CT
           END-IF.
