       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5YRE.
       AUTHOR. Addyson Sisemore
      * CALENDAR YEAR-END INTEREST RUN. READS THE INTEREST HISTORY
      * (DA-S-IHST) LAB5PAY APPENDS AS IT SPLITS EACH PAYMENT INTO
      * LATE CHARGES, INTEREST AND PRINCIPAL, AND TOTALS THE TAX
      * YEAR BY BORROWER - PAYMENTS LESS REVERSALS, BY THE DATE
      * THE BORROWER PAID. EVERY BORROWER WHO PAID INTEREST IN THE
      * YEAR GETS A MAILABLE INTEREST STATEMENT (UR-S-YRES) WITH A
      * LINE PER LOAN, ADDRESSED FROM THE MASTER AS IT STANDS, OR
      * FROM THE ADDRESS LAB5PAY CARRIED ON THE HISTORY WHEN THE
      * BORROWER'S LOANS HAVE SINCE BEEN PURGED BY LAB5ARC.
      * BORROWERS WHOSE INTEREST REACHES THE INTRPTH REPORTING
      * THRESHOLD (600 WHOLE DOLLARS WHEN THE PARM IS ABSENT) ARE
      * WRITTEN TO THE 1098-E STYLE TAX EXTRACT (DA-S-TAXX). A
      * BORROWER WITH NO ADDRESS ANYWHERE STILL GETS A STATEMENT,
      * FLAGGED FOR THE MAIL ROOM TO HOLD, AND IS LISTED ON THE
      * MISSING-ADDRESS REPORT (UR-S-YREM) SO THE ADDRESS CAN BE
      * KEYED THROUGH LAB5MNT BEFORE THE FILING IS SENT.
      *
      * THE CONTROL REPORT (UR-S-YRER) PROVES THE YEAR: THE NET OF
      * THE HISTORY MUST EQUAL THE NET OF LAB5PAY'S POSTED LOG
      * (DA-S-PLOG) FOR PAYMENTS DATED IN THE YEAR, EVERY HISTORY
      * RECORD'S SPLIT MUST ADD BACK TO ITS AMOUNT, AND THE
      * INTEREST ON THE STATEMENTS MUST EQUAL THE NET INTEREST ON
      * THE HISTORY. AN OUT-OF-BALANCE YEAR, OR AN UNREADABLE
      * HISTORY RECORD, ENDS THE RUN WITH RETURN CODE 8 SO
      * OPERATIONS HOLDS THE EXTRACT. THE TAX YEAR IS THE YEAR
      * BEFORE THE RUN DATE UNLESS A YEAR CARD IN THE OPTIONAL
      * REQUEST FILE (UR-S-YREQ) NAMES ANOTHER; A CARD THAT IS NOT
      * A YEAR, OR IS LATER THAN THE RUN YEAR, AND A MISSING
      * CONTROL FILE, END THE RUN WITH RETURN CODE 16. NOTHING IS
      * UPDATED, SO THE RUN CAN BE REPEATED.

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
           SELECT CTRL-FILE ASSIGN TO 'DA-S-CTLF'
             FILE STATUS IS CTRL-STATUS.
           SELECT YREQ-FILE ASSIGN TO 'UR-S-YREQ'
             FILE STATUS IS YREQ-STATUS.
           SELECT IHST-FILE ASSIGN TO 'DA-S-IHST'
             FILE STATUS IS IHST-STATUS.
           SELECT PLOG-FILE ASSIGN TO 'DA-S-PLOG'
             FILE STATUS IS PLOG-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT TAXX-FILE ASSIGN TO 'DA-S-TAXX'.
           SELECT STMT-FILE ASSIGN TO 'UR-S-YRES'.
           SELECT MISS-FILE ASSIGN TO 'UR-S-YREM'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-YRER'.

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
       COPY LOANCTLF.
      **************************************************************
      * OPTIONAL REQUEST FILE - A YEAR CARD (YY IN COLUMNS 1-2)
      * REPORTS THAT TAX YEAR INSTEAD OF THE YEAR BEFORE THE RUN
      * DATE, TO RERUN AN EARLIER YEAR OR PRODUCE THE YEAR SO FAR.
      * NO FILE, OR NO CARD, MEANS LAST YEAR.
      **************************************************************
       FD YREQ-FILE
           LABEL RECORDS ARE OMITTED.
       01 YREQ-REC.
         03 YQ-YEAR       PIC 9(2).
         03 FILLER        PIC X(78).
       COPY LOANIHSF.
      **************************************************************
      * POSTED-TRANSACTION LOG - LAB5PAY'S RECORD OF EVERY PAYMENT
      * (P) AND REVERSAL (R) EVER APPLIED, DATED AS THE BORROWER
      * PAID. ONLY ITS AMOUNTS ARE USED HERE, TO PROVE THE
      * INTEREST HISTORY.
      **************************************************************
       FD PLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01 PLOG-REC.
         03 PLOG-TYPE     PIC X(1).
         03 PLOG-STUD-ID  PIC 9(9).
         03 PLOG-DATE     PIC 9(6).
         03 PLOG-AMOUNT   PIC 9(4)V99.
         03 PLOG-LOAN-SEQ PIC 9(2).
      **************************************************************
      * SORT WORK FILE - THE TAX YEAR'S HISTORY RECORDS IN STUDENT
      * ID AND LOAN ORDER, EACH LOAN'S RECORDS OLDEST POSTING
      * FIRST, SO ONE BORROWER'S YEAR COMES OUT TOGETHER.
      **************************************************************
       SD SORT-FILE.
       01 SD-REC.
         03 SR-STUD-ID     PIC 9(9).
         03 SR-LOAN-SEQ    PIC 9(2).
         03 SR-POST-DATE   PIC 9(6).
         03 SR-TYPE        PIC X(1).
           88 SR-REVERSAL            VALUE 'R'.
         03 SR-AMOUNT      PIC 9(4)V99.
         03 SR-LATE        PIC 9(4)V99.
         03 SR-INT         PIC 9(4)V99.
         03 SR-PRIN        PIC 9(4)V99.
         03 SR-NAME        PIC X(20).
         03 SR-ADDRESS.
           05 SR-ADDR-STREET PIC X(25).
           05 SR-ADDR-CITY   PIC X(18).
           05 SR-ADDR-STATE  PIC X(2).
           05 SR-ADDR-ZIP    PIC X(5).
      **************************************************************
      * 1098-E STYLE TAX EXTRACT - ONE RECORD PER BORROWER WHOSE
      * INTEREST PAID IN THE TAX YEAR REACHES THE REPORTING
      * THRESHOLD, WITH THE MAILING ADDRESS THE STATEMENT WENT TO.
      * TX-ADDR-FLAG IS N WHEN NO ADDRESS WAS ON FILE - THE
      * BORROWER IS ON THE MISSING-ADDRESS REPORT AND THE RECORD
      * MUST BE CORRECTED BEFORE THE FILING IS SENT. UNEDITED
      * AMOUNTS, LIKE LAB5'S EXTRACT.
      **************************************************************
       FD TAXX-FILE
           LABEL RECORDS ARE OMITTED.
       01 TAXX-REC.
         03 TX-TAX-YEAR       PIC 9(2).
         03 TX-STUD-ID        PIC 9(9).
         03 TX-NAME           PIC X(20).
         03 TX-ADDR-STREET    PIC X(25).
         03 TX-ADDR-CITY      PIC X(18).
         03 TX-ADDR-STATE     PIC X(2).
         03 TX-ADDR-ZIP       PIC X(5).
         03 TX-ADDR-FLAG      PIC X(1).
         03 TX-LOAN-CT        PIC 9(2).
         03 TX-INT-PAID       PIC 9(7)V99.
      **************************************************************
      * STATEMENTS, MISSING-ADDRESS LIST AND CONTROL REPORT - 80
      * BYTES WIDE LIKE THE OTHER REPORTS.
      **************************************************************
       FD STMT-FILE
           LABEL RECORDS ARE OMITTED.
       01 STMT-REC      PIC X(80).
       FD MISS-FILE
           LABEL RECORDS ARE OMITTED.
       01 MISS-REC      PIC X(80).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 INPUT-STATUS     PIC XX       VALUE '00'.
       01 YREQ-STATUS      PIC XX       VALUE '00'.
       01 IHST-STATUS      PIC XX       VALUE '00'.
       01 PLOG-STATUS      PIC XX       VALUE '00'.
      **************************************************************
      * CONTROL-FILE WORK AREAS. ONLY THE INTRPTH PARM IS USED;
      * THE RATE ROWS BELONG TO THE OTHER PROGRAMS.
      **************************************************************
       COPY LOANCTLW.
      **************************************************************
      * TAX YEAR AND REPORTING THRESHOLD. A BORROWER WHOSE NET
      * INTEREST FOR THE YEAR IS AT LEAST YRE-THRESHOLD IS
      * REPORTED ON THE TAX EXTRACT.
      **************************************************************
       01 YRE-TAX-YY       PIC 99       VALUE 0.
       01 YRE-THRESHOLD    PIC 9(5)V99  VALUE 600.
      **************************************************************
      * ONE BORROWER'S YEAR, ONE ENTRY PER LOAN, NETTED AS THE
      * SORTED HISTORY RECORDS ARRIVE - A REVERSAL COMES OFF THE
      * PAYMENT IT BACKS OUT, SO THE AMOUNTS ARE SIGNED. STU-
      * FIELDS ARE THE BORROWER'S TOTALS ACROSS THE LOANS.
      **************************************************************
       01 SAVE-STUD-ID     PIC 9(9)     VALUE 0.
       01 YRE-LOAN-CT      PIC 9(3)     VALUE 0.
       01 YRE-LOAN-MAX     PIC 9(3)     VALUE 20.
       01 YRE-LOAN-SUB     PIC 9(3)     VALUE 0.
       01 YRE-LOAN-TABLE.
         03 YRE-LOAN-ENTRY OCCURS 20 TIMES.
           05 YL-LOAN-SEQ     PIC 9(2).
           05 YL-AMOUNT       PIC S9(6)V99.
           05 YL-LATE         PIC S9(6)V99.
           05 YL-INT          PIC S9(6)V99.
           05 YL-PRIN         PIC S9(6)V99.
       01 STU-AMOUNT       PIC S9(7)V99 VALUE 0.
       01 STU-LATE         PIC S9(7)V99 VALUE 0.
       01 STU-INT          PIC S9(7)V99 VALUE 0.
       01 STU-PRIN         PIC S9(7)V99 VALUE 0.
      **************************************************************
      * THE BORROWER'S NAME AND MAILING ADDRESS - THE LATEST ONE
      * LAB5PAY CARRIED ON THE HISTORY, REPLACED BY THE MASTER'S
      * WHEN THE STUDENT IS STILL ON FILE WITH AN ADDRESS.
      **************************************************************
       01 STU-NAME         PIC X(20)    VALUE SPACES.
       01 STU-ADDRESS.
         03 STU-ADDR-STREET PIC X(25)   VALUE SPACES.
         03 STU-ADDR-CITY  PIC X(18)    VALUE SPACES.
         03 STU-ADDR-STATE PIC X(2)     VALUE SPACES.
         03 STU-ADDR-ZIP   PIC X(5)     VALUE SPACES.
       01 STU-ADDR-DATE    PIC 9(6)     VALUE 0.
       01 MASTER-FOUND-SW  PIC X(1)     VALUE 'N'.
         88 MASTER-FOUND               VALUE 'Y'.
      **************************************************************
      * RUN CONTROL TOTALS. THE -NET AMOUNTS ARE PAYMENTS LESS
      * REVERSALS DATED IN THE TAX YEAR; THE BALANCING PAGE PROVES
      * THE HISTORY AGAINST THE POSTED LOG AND THE STATEMENTS
      * AGAINST THE HISTORY.
      **************************************************************
       01 YRE-IHST-READ-CT PIC 9(7)     VALUE 0.
       01 YRE-YEAR-CT      PIC 9(7)     VALUE 0.
       01 YRE-PAY-CT       PIC 9(7)     VALUE 0.
       01 YRE-REV-CT       PIC 9(7)     VALUE 0.
       01 YRE-BAD-CT       PIC 9(5)     VALUE 0.
       01 YRE-FOOT-CT      PIC 9(5)     VALUE 0.
       01 YRE-IH-NET       PIC S9(7)V99 VALUE 0.
       01 YRE-IH-LATE      PIC S9(7)V99 VALUE 0.
       01 YRE-IH-INT       PIC S9(7)V99 VALUE 0.
       01 YRE-IH-PRIN      PIC S9(7)V99 VALUE 0.
       01 YRE-PLOG-READ-CT PIC 9(7)     VALUE 0.
       01 YRE-PLOG-YEAR-CT PIC 9(7)     VALUE 0.
       01 YRE-PLOG-NET     PIC S9(7)V99 VALUE 0.
       01 YRE-BORROWER-CT  PIC 9(7)     VALUE 0.
       01 YRE-STMT-CT      PIC 9(7)     VALUE 0.
       01 YRE-NOINT-CT     PIC 9(7)     VALUE 0.
       01 YRE-NOADDR-CT    PIC 9(7)     VALUE 0.
       01 YRE-TAXX-CT      PIC 9(7)     VALUE 0.
       01 YRE-STMT-INT     PIC S9(7)V99 VALUE 0.
       01 YRE-TAXX-INT     PIC S9(7)V99 VALUE 0.
       01 YRE-DIFF         PIC S9(7)V99 VALUE 0.
       01 OUT-OF-BAL-SW    PIC X(1)     VALUE 'N'.
         88 OUT-OF-BALANCE             VALUE 'Y'.
       01 PAGE-SIZE-LINES  PIC 99      VALUE 55.
       01 PAGE-NO          PIC 9(4)    VALUE 0.
       01 REC-CT           PIC 99      VALUE 0.
       01 STM-PAGE-NO      PIC 9(4)    VALUE 0.
       01 MISS-PAGE-NO     PIC 9(4)    VALUE 0.
       01 MISS-REC-CT      PIC 99      VALUE 0.
       COPY LOANREC.
       01 RUN-DATE-RAW.
         03 RUN-YY         PIC 99.
         03 RUN-MM         PIC 99.
         03 RUN-DD         PIC 99.
      **************************************************************
      * LAYOUT FOR THE RUN-DATE/PAGE-NUMBER LINE PRINTED AT THE TOP
      * OF EVERY PAGE OF ALL THREE REPORTS *
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
      * LAYOUTS FOR THE INTEREST STATEMENT *
      **************************************************************
       01 PRNT-STMT-HEAD.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(42)       VALUE
           'STUDENT LOAN INTEREST STATEMENT - TAX YEAR'.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 SS-TAX-YY   PIC 99.
       01 PRNT-ADDR-NAME.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 SA-NAME     PIC X(20).
       01 PRNT-ADDR-STREET.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 SA-STREET   PIC X(25).
       01 PRNT-ADDR-CITY.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 SA-CITY     PIC X(18).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 SA-STATE    PIC X(2).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 SA-ZIP      PIC X(5).
       01 PRNT-ADDR-HOLD.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(40)       VALUE
           'ADDRESS NOT ON FILE - MAIL ROOM HOLD'.
       01 PRNT-ACCT-LINE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT: '.
         03 SA-STUD-ID  PIC 9(9).
      **************************************************************
      * ONE LINE PER LOAN - WHAT THE BORROWER PAID ON IT IN THE
      * YEAR AND HOW LAB5PAY APPLIED IT. THE TOTAL LINE USES THE
      * SAME LAYOUT WITH TOTAL IN THE LOAN COLUMN.
      **************************************************************
       01 PRNT-LOAN-HEAD.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'LOAN'.
         03 FILLER      PIC X(11)       VALUE '   PAYMENTS'.
         03 FILLER      PIC X(13)       VALUE '    LATE CHGS'.
         03 FILLER      PIC X(13)       VALUE '     INTEREST'.
         03 FILLER      PIC X(13)       VALUE '    PRINCIPAL'.
       01 PRNT-LOAN-LINE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 SL-LABEL.
           05 SL-LABEL-TAG PIC X(3).
           05 SL-LOAN-SEQ  PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 SL-AMOUNT   PIC $$$,$$9.99-.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 SL-LATE     PIC $$$,$$9.99-.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 SL-INT      PIC $$$,$$9.99-.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 SL-PRIN     PIC $$$,$$9.99-.
       01 PRNT-INT-LINE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(34)       VALUE
           'STUDENT LOAN INTEREST PAID . . . .'.
         03 SI-INT      PIC $$$,$$9.99-.
       01 PRNT-RPTD-LINE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(60)       VALUE
           'THIS AMOUNT IS BEING REPORTED TO THE IRS ON FORM 1098-E'.
       01 PRNT-NRPT-LINE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(60)       VALUE
           'BELOW THE REPORTING THRESHOLD - NOT REPORTED TO THE IRS'.
       01 PRNT-KEEP-LINE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(60)       VALUE
           'KEEP THIS STATEMENT WITH YOUR TAX RECORDS'.
      **************************************************************
      * LAYOUTS FOR THE MISSING-ADDRESS LIST. EXTRACT SAYS THE
      * BORROWER IS ON THE TAX EXTRACT WITHOUT AN ADDRESS.
      **************************************************************
       01 MISS-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(46)       VALUE
           'BORROWERS MISSING A MAILING ADDRESS - TAX YEAR'.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 MH-TAX-YY   PIC 99.
       01 MISS-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(11)       VALUE 'STUDENT ID'.
         03 FILLER      PIC X(21)       VALUE 'NAME'.
         03 FILLER      PIC X(13)       VALUE '     INTEREST'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'EXTRACT'.
       01 MISS-DETAIL.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 MD-STUD-ID  PIC 9(9).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 MD-NAME     PIC X(20).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 MD-INT      PIC $$$,$$9.99-.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 MD-TAXX     PIC X(3).
       01 MISS-NONE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(40)       VALUE
           'NO BORROWERS ARE MISSING AN ADDRESS'.
      **************************************************************
      * LAYOUTS FOR THE CONTROL AND BALANCING REPORT *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(44)       VALUE
           'YEAR-END INTEREST CONTROL REPORT - TAX YEAR'.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 H-TAX-YY    PIC 99.
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'HISTORY RECORDS READ.'.
         03 T-IHST-READ-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'RECORDS IN TAX YEAR .'.
         03 T-YEAR-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS3.
         03 FILLER      PIC X(22)       VALUE '  PAYMENTS  . . . . .'.
         03 T-PAY-CT    PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS4.
         03 FILLER      PIC X(22)       VALUE '  REVERSALS . . . . .'.
         03 T-REV-CT    PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'UNREADABLE RECORDS  .'.
         03 T-BAD-CT    PIC ZZ,ZZ9.
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'BORROWERS IN YEAR . .'.
         03 T-BORROWER-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'STATEMENTS PRINTED  .'.
         03 T-STMT-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS8.
         03 FILLER      PIC X(22)       VALUE 'NO INTEREST PAID  . .'.
         03 T-NOINT-CT  PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS9.
         03 FILLER      PIC X(22)       VALUE 'HELD - NO ADDRESS . .'.
         03 T-NOADDR-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS10.
         03 FILLER      PIC X(22)       VALUE 'TAX EXTRACT RECORDS .'.
         03 T-TAXX-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS11.
         03 FILLER      PIC X(22)       VALUE 'INTEREST EXTRACTED  .'.
         03 T-TAXX-INT  PIC $$$$,$$$,$$9.99-.
       01 PRNT-TOTALS12.
         03 FILLER      PIC X(22)       VALUE 'REPORTING THRESHOLD .'.
         03 T-THRESHOLD PIC $$$,$$9.99.
       01 PRNT-BAL-HEAD.
         03 FILLER      PIC X(63)       VALUE
           'YEAR BALANCING CONTROLS'.
       01 PRNT-BAL1.
         03 FILLER      PIC X(22)       VALUE 'LOG RECORDS READ  . .'.
         03 B-PLOG-READ-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-BAL2.
         03 FILLER      PIC X(22)       VALUE 'LOG RECORDS IN YEAR .'.
         03 B-PLOG-YEAR-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-BAL3.
         03 FILLER      PIC X(22)       VALUE 'LOG NET PAYMENTS  . .'.
         03 B-PLOG-NET  PIC $$$$,$$$,$$9.99-.
       01 PRNT-BAL4.
         03 FILLER      PIC X(22)       VALUE 'HISTORY NET PAYMENTS.'.
         03 B-IH-NET    PIC $$$$,$$$,$$9.99-.
       01 PRNT-BAL5.
         03 FILLER      PIC X(22)       VALUE '  TO LATE CHARGES . .'.
         03 B-IH-LATE   PIC $$$$,$$$,$$9.99-.
       01 PRNT-BAL6.
         03 FILLER      PIC X(22)       VALUE '  TO INTEREST . . . .'.
         03 B-IH-INT    PIC $$$$,$$$,$$9.99-.
       01 PRNT-BAL7.
         03 FILLER      PIC X(22)       VALUE '  TO PRINCIPAL  . . .'.
         03 B-IH-PRIN   PIC $$$$,$$$,$$9.99-.
       01 PRNT-BAL8.
         03 FILLER      PIC X(22)       VALUE 'INTEREST ON STATEMENTS'.
         03 B-STMT-INT  PIC $$$$,$$$,$$9.99-.
       01 PRNT-BAL9.
         03 FILLER      PIC X(22)       VALUE 'SPLITS NOT FOOTING  .'.
         03 B-FOOT-CT   PIC ZZ,ZZ9.
       01 PRNT-BAL10.
         03 FILLER      PIC X(22)       VALUE 'HISTORY TO LOG  . . .'.
         03 B-CHECK1    PIC X(14).
       01 PRNT-BAL11.
         03 FILLER      PIC X(22)       VALUE 'SPLIT TO AMOUNT . . .'.
         03 B-CHECK2    PIC X(14).
       01 PRNT-BAL12.
         03 FILLER      PIC X(22)       VALUE 'STATEMENTS TO HISTORY'.
         03 B-CHECK3    PIC X(14).
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-H      PIC 9   VALUE 0.
         03 EOF-L      PIC 9   VALUE 0.
         03 EOF-S      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO RUN-DATE-NUM.
           PERFORM 0100-LOAD-CONTROL.
           PERFORM 0200-CHECK-YEAR.
           PERFORM 0300-TOTAL-PLOG.
           OPEN INPUT INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5YRE: INPUT-FILE OPEN FAILED, STATUS='
               INPUT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT STMT-FILE
                       MISS-FILE
                       TAXX-FILE.
           PERFORM 1500-PRINT-MISS-HEAD.
           SORT SORT-FILE
             ON ASCENDING KEY SR-STUD-ID SR-LOAN-SEQ SR-POST-DATE
             INPUT PROCEDURE 1000-SELECT-YEAR
               THRU 1000-SELECT-EXIT
             OUTPUT PROCEDURE 3000-BUILD-STATEMENTS
               THRU 3000-BUILD-EXIT.
           IF YRE-NOADDR-CT = 0
             WRITE MISS-REC FROM MISS-NONE
               AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE INPUT-FILE
                 STMT-FILE
                 MISS-FILE
                 TAXX-FILE.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1600-PRINT-TOTALS.
           PERFORM 1910-PRINT-BALANCING.
           CLOSE PRNT-FILE.
           DISPLAY 'LAB5YRE: TAX YEAR            ' YRE-TAX-YY.
           DISPLAY 'LAB5YRE: STATEMENTS PRINTED  ' YRE-STMT-CT.
           DISPLAY 'LAB5YRE: HELD - NO ADDRESS   ' YRE-NOADDR-CT.
           DISPLAY 'LAB5YRE: TAX EXTRACT RECORDS ' YRE-TAXX-CT.
      * AN OUT-OF-BALANCE YEAR ENDS WITH RETURN CODE 8 SO THE
      * SCHEDULER HOLDS THE TAX EXTRACT, AS LAB5 HOLDS ITS OWN.
           IF OUT-OF-BALANCE OR YRE-BAD-CT > 0
             DISPLAY 'LAB5YRE: YEAR OUT OF BALANCE - '
               'SEE BALANCING PAGE'
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************
      * LOADS THE CONTROL FILE FOR THE OPTIONAL INTRPTH PARM - THE
      * REPORTING THRESHOLD IN WHOLE DOLLARS. A MISSING OR
      * UNREADABLE FILE ENDS THE RUN WITH RETURN CODE 16 BEFORE
      * ANY OUTPUT FILE IS TOUCHED.
      **************************************************************
       0100-LOAD-CONTROL.
           OPEN INPUT CTRL-FILE.
           IF CTRL-STATUS NOT = '00'
             DISPLAY 'LAB5YRE: CONTROL FILE DA-S-CTLF MISSING OR '
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
               WHEN 'INTRPTH'
                 MOVE CT-PARM-VALUE TO YRE-THRESHOLD
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           PERFORM 0110-READ-CONTROL.
      **************************************************************
      * SETS THE TAX YEAR - THE YEAR BEFORE THE RUN DATE, UNLESS
      * THE OPTIONAL REQUEST FILE CARRIES A YEAR CARD. A CARD THAT
      * IS NOT A YEAR, OR IS LATER THAN THE RUN YEAR, STOPS THE
      * RUN RATHER THAN GUESS - SAME RULE AS LAB5COR'S MONTH CARD.
      **************************************************************
       0200-CHECK-YEAR.
           IF RUN-YY = 0
             MOVE 99 TO YRE-TAX-YY
           ELSE
             COMPUTE YRE-TAX-YY = RUN-YY - 1
           END-IF.
           OPEN INPUT YREQ-FILE.
           IF YREQ-STATUS NOT = '00'
             CONTINUE
           ELSE
             READ YREQ-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF YQ-YEAR NOT NUMERIC
                   OR YQ-YEAR > RUN-YY
                   DISPLAY 'LAB5YRE: REQUEST CARD YEAR '
                     'INVALID: ' YREQ-REC (1:2)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 MOVE YQ-YEAR TO YRE-TAX-YY
                 DISPLAY 'LAB5YRE: TAX YEAR ' YRE-TAX-YY
                   ' REQUESTED'
             END-READ
             CLOSE YREQ-FILE
           END-IF.
      **************************************************************
      * TOTALS LAB5PAY'S POSTED LOG FOR THE TAX YEAR - PAYMENTS
      * LESS REVERSALS, BY THE DATE THE BORROWER PAID - FOR THE
      * BALANCING PAGE. NO LOG MEANS NOTHING WAS EVER POSTED.
      **************************************************************
       0300-TOTAL-PLOG.
           OPEN INPUT PLOG-FILE.
           IF PLOG-STATUS = '00'
             PERFORM 0310-READ-PLOG
             PERFORM 0320-ADD-PLOG
               UNTIL EOF-L = 1
             CLOSE PLOG-FILE
           ELSE
             IF PLOG-STATUS NOT = '35'
               DISPLAY 'LAB5YRE: PLOG-FILE OPEN FAILED, STATUS='
                 PLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

       0310-READ-PLOG.
           READ PLOG-FILE
             AT END MOVE 1 TO EOF-L.
           IF EOF-L NOT = 1 AND PLOG-STATUS NOT = '00'
             DISPLAY 'LAB5YRE: PLOG-FILE READ ERROR, STATUS='
               PLOG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0320-ADD-PLOG.
           ADD 1 TO YRE-PLOG-READ-CT.
           IF PLOG-DATE NUMERIC AND PLOG-AMOUNT NUMERIC
             AND PLOG-DATE (1:2) = YRE-TAX-YY
             EVALUATE PLOG-TYPE
               WHEN 'P'
                 ADD 1 TO YRE-PLOG-YEAR-CT
                 ADD PLOG-AMOUNT TO YRE-PLOG-NET
               WHEN 'R'
                 ADD 1 TO YRE-PLOG-YEAR-CT
                 SUBTRACT PLOG-AMOUNT FROM YRE-PLOG-NET
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           PERFORM 0310-READ-PLOG.
      **************************************************************
      * INPUT PROCEDURE FOR THE SORT - READS THE WHOLE INTEREST
      * HISTORY AND RELEASES THE RECORDS PAID IN THE TAX YEAR,
      * TAKING THE HISTORY'S NET TOTALS AS THEY GO. A RECORD THAT
      * IS NOT A P OR R, OR WHOSE DATE OR AMOUNTS ARE NOT NUMERIC,
      * IS COUNTED AND LEFT OUT. NO HISTORY FILE MEANS NOTHING HAS
      * POSTED SINCE PAYMENTS WERE FIRST SPLIT.
      **************************************************************
       1000-SELECT-YEAR.
           OPEN INPUT IHST-FILE.
           IF IHST-STATUS NOT = '00'
             IF IHST-STATUS NOT = '35'
               DISPLAY 'LAB5YRE: IHST-FILE OPEN FAILED, STATUS='
                 IHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             GO TO 1000-SELECT-EXIT
           END-IF.
           PERFORM 2000-READ-HISTORY.
           PERFORM 1100-SELECT-RECORD
             UNTIL EOF-H = 1.
           CLOSE IHST-FILE.
       1000-SELECT-EXIT.
           EXIT.

       1100-SELECT-RECORD.
           ADD 1 TO YRE-IHST-READ-CT.
           IF NOT (IH-PAYMENT OR IH-REVERSAL)
             OR IH-PAY-DATE NOT NUMERIC
             OR IH-STUD-ID NOT NUMERIC
             OR IH-LOAN-SEQ NOT NUMERIC
             OR IH-AMOUNT NOT NUMERIC
             OR IH-LATE NOT NUMERIC
             OR IH-INT NOT NUMERIC
             OR IH-PRIN NOT NUMERIC
             ADD 1 TO YRE-BAD-CT
           ELSE
             IF IH-PAY-YY = YRE-TAX-YY
               PERFORM 1110-RELEASE-RECORD
             END-IF
           END-IF.
           PERFORM 2000-READ-HISTORY.
      * A SPLIT THAT DOES NOT ADD BACK TO ITS PAYMENT IS COUNTED
      * FOR THE BALANCING PAGE BUT STILL REPORTED - THE INTEREST
      * ON IT IS WHAT LAB5PAY STORED ON THE INSTALLMENT.
       1110-RELEASE-RECORD.
           ADD 1 TO YRE-YEAR-CT.
           IF IH-LATE + IH-INT + IH-PRIN NOT = IH-AMOUNT
             ADD 1 TO YRE-FOOT-CT
           END-IF.
           IF IH-REVERSAL
             ADD 1 TO YRE-REV-CT
             SUBTRACT IH-AMOUNT FROM YRE-IH-NET
             SUBTRACT IH-LATE   FROM YRE-IH-LATE
             SUBTRACT IH-INT    FROM YRE-IH-INT
             SUBTRACT IH-PRIN   FROM YRE-IH-PRIN
           ELSE
             ADD 1 TO YRE-PAY-CT
             ADD IH-AMOUNT TO YRE-IH-NET
             ADD IH-LATE   TO YRE-IH-LATE
             ADD IH-INT    TO YRE-IH-INT
             ADD IH-PRIN   TO YRE-IH-PRIN
           END-IF.
           MOVE IH-STUD-ID     TO SR-STUD-ID.
           MOVE IH-LOAN-SEQ    TO SR-LOAN-SEQ.
           MOVE IH-POST-DATE   TO SR-POST-DATE.
           MOVE IH-TYPE        TO SR-TYPE.
           MOVE IH-AMOUNT      TO SR-AMOUNT.
           MOVE IH-LATE        TO SR-LATE.
           MOVE IH-INT         TO SR-INT.
           MOVE IH-PRIN        TO SR-PRIN.
           MOVE IH-NAME        TO SR-NAME.
           MOVE IH-ADDR-STREET TO SR-ADDR-STREET.
           MOVE IH-ADDR-CITY   TO SR-ADDR-CITY.
           MOVE IH-ADDR-STATE  TO SR-ADDR-STATE.
           MOVE IH-ADDR-ZIP    TO SR-ADDR-ZIP.
           RELEASE SD-REC.
      **************************************************************
      * OUTPUT PROCEDURE FOR THE SORT - GATHERS EACH BORROWER'S
      * YEAR AND PRODUCES THE STATEMENT, THE MISSING-ADDRESS LINE
      * AND THE EXTRACT RECORD IT CALLS FOR.
      **************************************************************
       3000-BUILD-STATEMENTS.
           PERFORM 2010-RETURN-SORTED.
           PERFORM 3100-BORROWER-GROUP
             UNTIL EOF-S = 1.
       3000-BUILD-EXIT.
           EXIT.

       3100-BORROWER-GROUP.
           MOVE SR-STUD-ID TO SAVE-STUD-ID.
           MOVE 0 TO YRE-LOAN-CT STU-ADDR-DATE.
           MOVE 0 TO STU-AMOUNT STU-LATE STU-INT STU-PRIN.
           MOVE SPACES TO STU-NAME STU-ADDRESS.
           PERFORM 3110-ADD-RECORD
             UNTIL EOF-S = 1 OR SR-STUD-ID NOT = SAVE-STUD-ID.
           ADD 1 TO YRE-BORROWER-CT.
           PERFORM 3200-LOOKUP-MASTER.
           IF STU-INT > 0
             PERFORM 3300-PRINT-STATEMENT
             IF STU-ADDR-STREET = SPACES
               PERFORM 3400-LIST-MISSING
             END-IF
             IF STU-INT NOT < YRE-THRESHOLD
               PERFORM 3500-WRITE-EXTRACT
             END-IF
           ELSE
             ADD 1 TO YRE-NOINT-CT
           END-IF.
      **************************************************************
      * ADDS ONE HISTORY RECORD TO ITS LOAN'S ENTRY - THE RECORDS
      * ARRIVE IN LOAN ORDER, SO A NEW LOAN SEQUENCE OPENS THE
      * NEXT ENTRY. THE NAME AND ADDRESS KEPT ARE THE LATEST
      * POSTING'S THAT CARRIED AN ADDRESS AT ALL.
      **************************************************************
       3110-ADD-RECORD.
           IF YRE-LOAN-CT = 0
             OR YL-LOAN-SEQ (YRE-LOAN-CT) NOT = SR-LOAN-SEQ
             IF YRE-LOAN-CT = YRE-LOAN-MAX
               DISPLAY 'LAB5YRE: LOAN TABLE FULL, INCREASE '
                 'YRE-LOAN-MAX'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO YRE-LOAN-CT
             MOVE SR-LOAN-SEQ TO YL-LOAN-SEQ (YRE-LOAN-CT)
             MOVE 0 TO YL-AMOUNT (YRE-LOAN-CT)
                       YL-LATE (YRE-LOAN-CT)
                       YL-INT (YRE-LOAN-CT)
                       YL-PRIN (YRE-LOAN-CT)
           END-IF.
           IF SR-REVERSAL
             SUBTRACT SR-AMOUNT FROM YL-AMOUNT (YRE-LOAN-CT)
                                     STU-AMOUNT
             SUBTRACT SR-LATE   FROM YL-LATE (YRE-LOAN-CT) STU-LATE
             SUBTRACT SR-INT    FROM YL-INT (YRE-LOAN-CT) STU-INT
             SUBTRACT SR-PRIN   FROM YL-PRIN (YRE-LOAN-CT) STU-PRIN
           ELSE
             ADD SR-AMOUNT TO YL-AMOUNT (YRE-LOAN-CT) STU-AMOUNT
             ADD SR-LATE   TO YL-LATE (YRE-LOAN-CT) STU-LATE
             ADD SR-INT    TO YL-INT (YRE-LOAN-CT) STU-INT
             ADD SR-PRIN   TO YL-PRIN (YRE-LOAN-CT) STU-PRIN
           END-IF.
           IF STU-NAME = SPACES
             MOVE SR-NAME TO STU-NAME
           END-IF.
           IF SR-ADDR-STREET NOT = SPACES
             AND SR-POST-DATE NOT < STU-ADDR-DATE
             MOVE SR-NAME      TO STU-NAME
             MOVE SR-ADDRESS   TO STU-ADDRESS
             MOVE SR-POST-DATE TO STU-ADDR-DATE
           END-IF.
           PERFORM 2010-RETURN-SORTED.
      **************************************************************
      * LOOKS THE BORROWER UP ON THE MASTER - THE FIRST LOAN
      * STANDS FOR THE STUDENT, AS IN LAB5LBX. A STUDENT STILL ON
      * FILE IS ADDRESSED AS THE MASTER STANDS TODAY, SO A CHANGE
      * OF ADDRESS KEYED SINCE THE LAST PAYMENT IS HONORED; ONE
      * WITH NO ADDRESS ON THE MASTER KEEPS THE HISTORY'S.
      **************************************************************
       3200-LOOKUP-MASTER.
           MOVE 'Y' TO MASTER-FOUND-SW.
           MOVE SAVE-STUD-ID TO IR-STUD-ID.
           MOVE 0            TO IR-LOAN-SEQ.
           START INPUT-FILE KEY IS GREATER THAN IR-LOAN-KEY
             INVALID KEY
               MOVE 'N' TO MASTER-FOUND-SW
           END-START.
           IF MASTER-FOUND
             READ INPUT-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MASTER-FOUND-SW
             END-READ
           END-IF.
           IF MASTER-FOUND AND IR-STUD-ID NOT = SAVE-STUD-ID
             MOVE 'N' TO MASTER-FOUND-SW
           END-IF.
           IF MASTER-FOUND
             MOVE INPUT-REC (36:2) TO I-PAY-CT
             IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1
               OR I-PAY-CT > 12
               MOVE 1 TO I-PAY-CT
             END-IF
             MOVE INPUT-REC        TO INPUT-DATA
             MOVE INPUT-REC (36:2) TO I-PAY-CT
             IF I-NAME NOT = SPACES
               MOVE I-NAME TO STU-NAME
             END-IF
             IF I-ADDR-STREET NOT = SPACES
               MOVE I-ADDR-STREET TO STU-ADDR-STREET
               MOVE I-ADDR-CITY   TO STU-ADDR-CITY
               MOVE I-ADDR-STATE  TO STU-ADDR-STATE
               MOVE I-ADDR-ZIP    TO STU-ADDR-ZIP
             END-IF
           END-IF.
      **************************************************************
      * PRINTS ONE BORROWER'S INTEREST STATEMENT - ADDRESS BLOCK,
      * A LINE PER LOAN, THE TOTAL AND THE INTEREST PAID, WITH
      * WHETHER IT IS BEING REPORTED. ONE PAGE PER BORROWER; A
      * BORROWER CARRIES AT MOST YRE-LOAN-MAX LOANS, WHICH FIT.
      **************************************************************
       3300-PRINT-STATEMENT.
           ADD 1 TO STM-PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE STM-PAGE-NO TO H-PAGE-NO.
           MOVE YRE-TAX-YY TO SS-TAX-YY.
           WRITE STMT-REC FROM PRNT-RUN-HEAD
             AFTER ADVANCING PAGE.
           WRITE STMT-REC FROM PRNT-STMT-HEAD
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 3310-PRINT-ADDRESS.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
           MOVE SAVE-STUD-ID TO SA-STUD-ID.
           WRITE STMT-REC FROM PRNT-ACCT-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM PRNT-LOAN-HEAD
             AFTER ADVANCING 1 LINE.
           PERFORM 3320-PRINT-LOAN
             VARYING YRE-LOAN-SUB FROM 1 BY 1
               UNTIL YRE-LOAN-SUB > YRE-LOAN-CT.
           IF YRE-LOAN-CT > 1
             MOVE 'TOTAL'    TO SL-LABEL
             MOVE STU-AMOUNT TO SL-AMOUNT
             MOVE STU-LATE   TO SL-LATE
             MOVE STU-INT    TO SL-INT
             MOVE STU-PRIN   TO SL-PRIN
             WRITE STMT-REC FROM PRNT-LOAN-LINE
               AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
           MOVE STU-INT TO SI-INT.
           WRITE STMT-REC FROM PRNT-INT-LINE
             AFTER ADVANCING 1 LINE.
           IF STU-INT NOT < YRE-THRESHOLD
             WRITE STMT-REC FROM PRNT-RPTD-LINE
               AFTER ADVANCING 1 LINE
           ELSE
             WRITE STMT-REC FROM PRNT-NRPT-LINE
               AFTER ADVANCING 1 LINE
           END-IF.
           WRITE STMT-REC FROM PRNT-KEEP-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO YRE-STMT-CT.
           ADD STU-INT TO YRE-STMT-INT.
      **************************************************************
      * PRINTS THE MAILING ADDRESS BLOCK, OR THE MAIL ROOM HOLD
      * LINE WHEN NO ADDRESS IS ON FILE ANYWHERE - SAME BLOCK AS
      * LAB5STM'S STATEMENTS.
      **************************************************************
       3310-PRINT-ADDRESS.
           MOVE STU-NAME TO SA-NAME.
           WRITE STMT-REC FROM PRNT-ADDR-NAME
             AFTER ADVANCING 1 LINE.
           IF STU-ADDR-STREET = SPACES
             WRITE STMT-REC FROM PRNT-ADDR-HOLD
               AFTER ADVANCING 1 LINE
           ELSE
             MOVE STU-ADDR-STREET TO SA-STREET
             WRITE STMT-REC FROM PRNT-ADDR-STREET
               AFTER ADVANCING 1 LINE
             MOVE STU-ADDR-CITY  TO SA-CITY
             MOVE STU-ADDR-STATE TO SA-STATE
             MOVE STU-ADDR-ZIP   TO SA-ZIP
             WRITE STMT-REC FROM PRNT-ADDR-CITY
               AFTER ADVANCING 1 LINE
           END-IF.

       3320-PRINT-LOAN.
           MOVE 'LN '                       TO SL-LABEL-TAG.
           MOVE YL-LOAN-SEQ (YRE-LOAN-SUB) TO SL-LOAN-SEQ.
           MOVE YL-AMOUNT (YRE-LOAN-SUB)   TO SL-AMOUNT.
           MOVE YL-LATE (YRE-LOAN-SUB)     TO SL-LATE.
           MOVE YL-INT (YRE-LOAN-SUB)      TO SL-INT.
           MOVE YL-PRIN (YRE-LOAN-SUB)     TO SL-PRIN.
           WRITE STMT-REC FROM PRNT-LOAN-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LISTS A BORROWER WHOSE STATEMENT IS HELD FOR WANT OF AN
      * ADDRESS, MARKED YES WHEN THE BORROWER IS ALSO ON THE TAX
      * EXTRACT AND THE FILING NEEDS THE ADDRESS.
      **************************************************************
       3400-LIST-MISSING.
           ADD 1 TO YRE-NOADDR-CT.
           MOVE SAVE-STUD-ID TO MD-STUD-ID.
           MOVE STU-NAME     TO MD-NAME.
           MOVE STU-INT      TO MD-INT.
           IF STU-INT NOT < YRE-THRESHOLD
             MOVE 'YES' TO MD-TAXX
           ELSE
             MOVE SPACES TO MD-TAXX
           END-IF.
           IF MISS-REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1500-PRINT-MISS-HEAD
           END-IF.
           WRITE MISS-REC FROM MISS-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO MISS-REC-CT.

       3500-WRITE-EXTRACT.
           MOVE YRE-TAX-YY      TO TX-TAX-YEAR.
           MOVE SAVE-STUD-ID    TO TX-STUD-ID.
           MOVE STU-NAME        TO TX-NAME.
           MOVE STU-ADDR-STREET TO TX-ADDR-STREET.
           MOVE STU-ADDR-CITY   TO TX-ADDR-CITY.
           MOVE STU-ADDR-STATE  TO TX-ADDR-STATE.
           MOVE STU-ADDR-ZIP    TO TX-ADDR-ZIP.
           IF STU-ADDR-STREET = SPACES
             MOVE 'N' TO TX-ADDR-FLAG
           ELSE
             MOVE 'Y' TO TX-ADDR-FLAG
           END-IF.
           MOVE YRE-LOAN-CT     TO TX-LOAN-CT.
           MOVE STU-INT         TO TX-INT-PAID.
           WRITE TAXX-REC.
           ADD 1 TO YRE-TAXX-CT.
           ADD STU-INT TO YRE-TAXX-INT.
      **************************************************************
      * PRINTS THE RUN TOTALS ON THE CONTROL REPORT *
      **************************************************************
       1600-PRINT-TOTALS.
           MOVE YRE-IHST-READ-CT TO T-IHST-READ-CT.
           MOVE YRE-YEAR-CT      TO T-YEAR-CT.
           MOVE YRE-PAY-CT       TO T-PAY-CT.
           MOVE YRE-REV-CT       TO T-REV-CT.
           MOVE YRE-BAD-CT       TO T-BAD-CT.
           MOVE YRE-BORROWER-CT  TO T-BORROWER-CT.
           MOVE YRE-STMT-CT      TO T-STMT-CT.
           MOVE YRE-NOINT-CT     TO T-NOINT-CT.
           MOVE YRE-NOADDR-CT    TO T-NOADDR-CT.
           MOVE YRE-TAXX-CT      TO T-TAXX-CT.
           MOVE YRE-TAXX-INT     TO T-TAXX-INT.
           MOVE YRE-THRESHOLD    TO T-THRESHOLD.
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
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
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
      **************************************************************
      * PROVES THE YEAR THREE WAYS: THE HISTORY'S NET PAYMENTS
      * AGAINST THE POSTED LOG'S, EVERY HISTORY SPLIT AGAINST ITS
      * OWN AMOUNT, AND THE INTEREST PRINTED ON THE STATEMENTS
      * AGAINST THE HISTORY'S NET INTEREST. A BORROWER WHOSE
      * REVERSALS LEAVE THE YEAR'S INTEREST BELOW ZERO GETS NO
      * STATEMENT AND SHOWS UP HERE AS A DIFFERENCE.
      **************************************************************
       1910-PRINT-BALANCING.
           IF YRE-IH-NET = YRE-PLOG-NET
             MOVE 'IN BALANCE'     TO B-CHECK1
           ELSE
             MOVE 'OUT OF BALANCE' TO B-CHECK1
             MOVE 'Y' TO OUT-OF-BAL-SW
           END-IF.
           COMPUTE YRE-DIFF = YRE-IH-LATE + YRE-IH-INT + YRE-IH-PRIN
             - YRE-IH-NET.
           IF YRE-FOOT-CT = 0 AND YRE-DIFF = 0
             MOVE 'IN BALANCE'     TO B-CHECK2
           ELSE
             MOVE 'OUT OF BALANCE' TO B-CHECK2
             MOVE 'Y' TO OUT-OF-BAL-SW
           END-IF.
           IF YRE-STMT-INT = YRE-IH-INT
             MOVE 'IN BALANCE'     TO B-CHECK3
           ELSE
             MOVE 'OUT OF BALANCE' TO B-CHECK3
             MOVE 'Y' TO OUT-OF-BAL-SW
           END-IF.
           MOVE YRE-PLOG-READ-CT TO B-PLOG-READ-CT.
           MOVE YRE-PLOG-YEAR-CT TO B-PLOG-YEAR-CT.
           MOVE YRE-PLOG-NET     TO B-PLOG-NET.
           MOVE YRE-IH-NET       TO B-IH-NET.
           MOVE YRE-IH-LATE      TO B-IH-LATE.
           MOVE YRE-IH-INT       TO B-IH-INT.
           MOVE YRE-IH-PRIN      TO B-IH-PRIN.
           MOVE YRE-STMT-INT     TO B-STMT-INT.
           MOVE YRE-FOOT-CT      TO B-FOOT-CT.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL-HEAD
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL3
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL4
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL5
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL6
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL7
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL8
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL9
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL10
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL11
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-BAL12
             AFTER ADVANCING 1 LINE.

       1400-PRINT-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE PAGE-NO TO H-PAGE-NO.
           MOVE YRE-TAX-YY TO H-TAX-YY.
           WRITE PRNT-REC FROM PRNT-RUN-HEAD
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO REC-CT.

       1500-PRINT-MISS-HEAD.
           ADD 1 TO MISS-PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE MISS-PAGE-NO TO H-PAGE-NO.
           MOVE YRE-TAX-YY TO MH-TAX-YY.
           WRITE MISS-REC FROM PRNT-RUN-HEAD
             AFTER ADVANCING PAGE.
           WRITE MISS-REC FROM MISS-HEADING1
             AFTER ADVANCING 1 LINE.
           WRITE MISS-REC FROM MISS-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MISS-REC.
           WRITE MISS-REC
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO MISS-REC-CT.

       2000-READ-HISTORY.
           READ IHST-FILE
             AT END MOVE 1 TO EOF-H.
           IF EOF-H NOT = 1 AND IHST-STATUS NOT = '00'
             DISPLAY 'LAB5YRE: IHST-FILE READ ERROR, STATUS='
               IHST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       2010-RETURN-SORTED.
           RETURN SORT-FILE
             AT END MOVE 1 TO EOF-S.
