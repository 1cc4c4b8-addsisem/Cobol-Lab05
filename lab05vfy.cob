       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5VFY.
       AUTHOR. Addyson Sisemore
      * LOAN MASTER INTEGRITY SWEEP - A READ-ONLY PASS OVER THE
      * WHOLE MASTER LOOKING FOR RECORDS NO PROGRAM SHOULD EVER
      * HAVE WRITTEN. EACH UPDATING PROGRAM EDITS ONLY THE FIELDS
      * IT TOUCHES, SO A RECORD CAN DRIFT INTO A SHAPE NONE OF
      * THEM WOULD ACCEPT AND STILL BE READ EVERY NIGHT. EVERY
      * LOAN IS CHECKED FOR:
      *   - THE NUMERIC EDITS LAB5 APPLIES, PLUS THE DATE AND
      *     REFUND FIELDS THE OTHER RUNS DO ARITHMETIC ON
      *   - INSTALLMENT DATES OUT OF DATE ORDER OR NOT REAL DATES
      *   - ZERO-AMOUNT INSTALLMENTS (OTHER THAN THE SINGLE EMPTY
      *     INSTALLMENT LAB5MNT SEEDS A NEW LOAN WITH)
      *   - AN INSTALLMENT WHOSE LATE-CHARGE, INTEREST AND
      *     PRINCIPAL SPLIT DOES NOT ADD BACK TO THE PAYMENT
      *   - AN I-NEXT-DUE EARLIER THAN THE LATEST PAYMENT
      *   - MORE REFUNDED (I-RFND-AMT) THAN THE LOAN IS OVERPAID
      *   - A LATE-CHARGE DATE WITH NO LATE CHARGE ON FILE
      *   - A DEGREE CODE OR CLASS STANDING LAB5MNT WOULD REFUSE
      * AND THE MASTER IS CROSS-CHECKED AGAINST THE OTHER FILES:
      *   - LAB5ESC NOTICE ENTRIES (DA-S-NTCM) FOR LOANS NOT ON
      *     FILE
      *   - LAB5PAY POSTED-LOG PAYMENTS (DA-S-PLOG) WITH NO
      *     MATCHING INSTALLMENT ON THE LOAN
      *   - LAB5SUS SUSPENSE ITEMS (DA-S-SUSM) WHOSE MASTER RECORD
      *     NOW PASSES LAB5'S EDITS - REPROCESSING ONE WOULD PUT
      *     THE STALE SUSPENDED IMAGE BACK OVER A GOOD RECORD
      *   - ONE MAILING ADDRESS CARRIED BY MORE STUDENTS THAN THE
      *     ADDRSHR PARM ALLOWS (2 WHEN THE PARM IS ABSENT)
      * FINDINGS PRINT ON THE EXCEPTIONS REPORT (UR-S-VFYR) MOST
      * SEVERE FIRST. A SEVERE FINDING - A RECORD THAT FAILS THE
      * NUMERIC EDITS, A REFUND LARGER THAN THE OVERPAYMENT OR A
      * LOGGED PAYMENT MISSING FROM ITS LOAN - ENDS THE RUN WITH
      * RETURN CODE 8 SO OPERATIONS HOLDS THE DOWNSTREAM JOBS;
      * WARNINGS AND NOTICES ARE REPORTED ONLY. NOTHING IS
      * UPDATED. A MISSING CONTROL FILE IS RETURN CODE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS IR-LOAN-KEY
             ALTERNATE RECORD KEY IS IR-DEGREE
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS IR-NAME
               WITH DUPLICATES
             FILE STATUS IS INPUT-STATUS.
           SELECT CTRL-FILE ASSIGN TO 'DA-S-CTLF'
             FILE STATUS IS CTRL-STATUS.
           SELECT NTCM-FILE ASSIGN TO 'DA-S-NTCM'
             FILE STATUS IS NTCM-STATUS.
           SELECT PLOG-FILE ASSIGN TO 'DA-S-PLOG'
             FILE STATUS IS PLOG-STATUS.
           SELECT SUSM-FILE ASSIGN TO 'DA-S-SUSM'
             FILE STATUS IS SUSM-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-VFYR'.

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
      * NOTICE MASTER - LAB5ESC'S CARRIED-FORWARD STAGE PER LOAN.
      **************************************************************
       FD NTCM-FILE
           LABEL RECORDS ARE STANDARD.
       01 NTCM-REC.
         03 NM-STUD-ID    PIC 9(9).
         03 NM-STAGE      PIC 9(1).
         03 NM-STAGE-DATE PIC 9(6).
         03 NM-LOAN-SEQ   PIC 9(2).
      **************************************************************
      * POSTED-TRANSACTION LOG - LAB5PAY'S RECORD OF EVERY PAYMENT
      * (P) AND REVERSAL (R) EVER APPLIED, WITH THE LOAN IT WENT
      * TO.
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
      * CARRIED-FORWARD SUSPENSE MASTER - LAB5SUS'S ITEMS STILL
      * WAITING FOR CORRECTION. THE LOAN KEY IS BYTES 44-54 OF
      * THE SAVED IMAGE, WHERE IT SITS ON THE MASTER RECORD.
      **************************************************************
       FD SUSM-FILE
           LABEL RECORDS ARE STANDARD.
       01 SUSM-REC.
         03 SM-FIRST-DATE      PIC 9(6).
         03 SM-REASON-CODE     PIC X(2).
         03 SM-REASON-TEXT     PIC X(30).
         03 SM-IMAGE           PIC X(563).
      **************************************************************
      * SORT WORK FILE - ONE RECORD PER STUDENT WITH AN ADDRESS ON
      * FILE, PRESENTED IN ADDRESS ORDER SO STUDENTS SHARING AN
      * ADDRESS COME OUT TOGETHER (SEE 3000-CHECK-ADDRESSES).
      **************************************************************
       SD SORT-FILE.
       01 SD-REC.
         03 SA-ADDRESS.
           05 SA-STREET   PIC X(25).
           05 SA-CITY     PIC X(18).
           05 SA-STATE    PIC X(2).
           05 SA-ZIP      PIC X(5).
         03 SA-STUD-ID    PIC 9(9).
      **************************************************************
      * EXCEPTIONS REPORT - 80 BYTES WIDE LIKE THE REGISTERS.
      **************************************************************
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 INPUT-STATUS     PIC XX       VALUE '00'.
       01 NTCM-STATUS      PIC XX       VALUE '00'.
       01 PLOG-STATUS      PIC XX       VALUE '00'.
       01 SUSM-STATUS      PIC XX       VALUE '00'.
      **************************************************************
      * CONTROL-FILE WORK AREAS - THE RATE ROWS ARE LOADED ONLY AS
      * THE LIST OF CLASS STANDINGS LAB5MNT ACCEPTS, THE SAME WAY
      * LAB5MNT USES THEM.
      **************************************************************
       COPY LOANCTLW.
       COPY LOANDEGW.
      **************************************************************
      * MOST STUDENTS ONE MAILING ADDRESS MAY CARRY BEFORE IT IS
      * REPORTED, FROM THE OPTIONAL ADDRSHR PARM ROW. TWO COVERS
      * BROTHERS AND SISTERS AT THE FAMILY HOME.
      **************************************************************
       01 ADDR-SHARE-MAX   PIC 9(5)     VALUE 2.
       01 TOTAL            PIC 9(6)V99  VALUE 0.
       01 AMT-OWED         PIC 9(6)V99  VALUE 0.
       01 OVERPAID-AMT     PIC 9(6)V99  VALUE 0.
       01 SUB              PIC 999999.
       01 SUB2             PIC 999999.
      **************************************************************
      * IN-CORE IMAGE OF THE NOTICE MASTER. NMT-SEEN-SW IS SET
      * WHEN THE LOAN TURNS UP ON THE MASTER; AN ENTRY STILL
      * UNSEEN AFTER THE PASS BELONGS TO A LOAN NOT ON FILE.
      **************************************************************
       01 NTCM-ENTRY-CT    PIC 9(5)     VALUE 0.
       01 NTCM-ENTRY-MAX   PIC 9(5)     VALUE 05000.
       01 NTCM-TABLE.
         03 NTCM-ENTRY OCCURS 5000 TIMES.
           05 NMT-STUD-ID   PIC 9(9).
           05 NMT-LOAN-SEQ  PIC 9(2).
           05 NMT-STAGE     PIC 9(1).
           05 NMT-SEEN-SW   PIC X(1).
      **************************************************************
      * IN-CORE IMAGE OF THE POSTED LOG. PLT-STATE IS O FOR A
      * PAYMENT STILL TO BE FOUND ON ITS LOAN, X FOR A PAYMENT A
      * LATER REVERSAL BACKED OUT, R FOR THE REVERSAL ITSELF, C
      * ONCE THE PAYMENT HAS BEEN LOOKED FOR AND S WHEN ITS LOAN
      * FAILED THE NUMERIC EDITS AND COULD NOT BE LOOKED AT. A
      * PAYMENT STILL O AFTER THE PASS WENT TO A LOAN NO LONGER
      * ON FILE - LAB5ARC PURGES PAID-OFF LOANS BUT THE LOG KEEPS
      * THEIR PAYMENTS, SO THOSE ARE COUNTED, NOT REPORTED.
      **************************************************************
       01 PLOG-ENTRY-CT    PIC 9(5)     VALUE 0.
       01 PLOG-ENTRY-MAX   PIC 9(5)     VALUE 05000.
       01 POSTED-TABLE.
         03 PLOG-ENTRY OCCURS 5000 TIMES.
           05 PLT-STUD-ID   PIC 9(9).
           05 PLT-LOAN-SEQ  PIC 9(2).
           05 PLT-DATE      PIC 9(6).
           05 PLT-AMOUNT    PIC 9(4)V99.
           05 PLT-STATE     PIC X(1).
       01 PLOG-FOUND-SUB   PIC 9(5)     VALUE 0.
      **************************************************************
      * INSTALLMENTS ALREADY CLAIMED BY A LOGGED PAYMENT ON THE
      * LOAN BEING CHECKED, SO TWO LOGGED PAYMENTS OF THE SAME
      * AMOUNT ON THE SAME DAY NEED TWO INSTALLMENTS.
      **************************************************************
       01 CLAIM-TABLE.
         03 CLAIM-SW OCCURS 12 TIMES PIC X(1).
       01 CLAIM-SUB        PIC 9(2)     VALUE 0.
      **************************************************************
      * IN-CORE IMAGE OF THE SUSPENSE MASTER KEYS.
      **************************************************************
       01 SUSM-ENTRY-CT    PIC 9(4)     VALUE 0.
       01 SUSM-ENTRY-MAX   PIC 9(4)     VALUE 2000.
       01 SUSM-TABLE.
         03 SUSM-ENTRY OCCURS 2000 TIMES.
           05 SMT-KEY       PIC X(11).
           05 SMT-DATE      PIC 9(6).
      **************************************************************
      * FINDINGS TABLE - EVERY EXCEPTION IS HELD HERE UNTIL THE
      * PASSES ARE DONE SO THE REPORT CAN PRINT THEM BY SEVERITY.
      * FND-SEV IS 1 (SEVERE), 2 (WARNING) OR 3 (NOTICE). A
      * FINDING PAST THE END OF A FULL TABLE IS STILL COUNTED BY
      * SEVERITY, AND STILL SETS THE RETURN CODE, BUT IS NOT
      * LISTED.
      **************************************************************
       01 FND-ENTRY-CT     PIC 9(4)     VALUE 0.
       01 FND-ENTRY-MAX    PIC 9(4)     VALUE 2000.
       01 FINDING-TABLE.
         03 FND-ENTRY OCCURS 2000 TIMES.
           05 FND-SEV       PIC 9(1).
           05 FND-STUD-ID   PIC X(9).
           05 FND-LOAN-SEQ  PIC X(2).
           05 FND-TEXT      PIC X(32).
           05 FND-DETAIL    PIC X(22).
       01 NEW-FINDING.
         03 NF-SEV          PIC 9(1).
         03 NF-STUD-ID      PIC X(9).
         03 NF-LOAN-SEQ     PIC X(2).
         03 NF-TEXT         PIC X(32).
         03 NF-DETAIL       PIC X(22).
       01 PRINT-SEV        PIC 9(1)     VALUE 0.
      **************************************************************
      * DETAIL-COLUMN LAYOUTS FOR THE FINDINGS THAT CARRY A VALUE.
      **************************************************************
       01 DET-OCCURRENCE.
         03 FILLER          PIC X(11)    VALUE 'OCCURRENCE '.
         03 DET-OCC-NO      PIC Z9.
       01 DET-DUE-PAID.
         03 FILLER          PIC X(4)     VALUE 'DUE '.
         03 DET-DUE         PIC 9(6).
         03 FILLER          PIC X(6)     VALUE ' PAID '.
         03 DET-PAID        PIC 9(6).
       01 DET-EXCESS.
         03 FILLER          PIC X(7)     VALUE 'EXCESS '.
         03 DET-EXCESS-AMT  PIC $$$,$$9.99.
       01 DET-LOGGED.
         03 DET-LOG-DATE    PIC 9(6).
         03 FILLER          PIC X(1)     VALUE SPACES.
         03 DET-LOG-AMT     PIC $$,$$9.99.
       01 DET-STAGE.
         03 FILLER          PIC X(6)     VALUE 'STAGE '.
         03 DET-STAGE-NO    PIC 9.
       01 DET-SUSPENDED.
         03 FILLER          PIC X(10)    VALUE 'SUSPENDED '.
         03 DET-SUSP-DATE   PIC 9(6).
       01 TEXT-ADDR-SHARED.
         03 FILLER          PIC X(18)    VALUE 'ADDRESS SHARED BY '.
         03 TXT-ADDR-CT     PIC ZZZ9.
         03 FILLER          PIC X(9)     VALUE ' STUDENTS'.
      **************************************************************
      * INSTALLMENT-CHECK WORK AREAS. LAST-PAID-DATE IS THE LATEST
      * REAL DATE SEEN SO FAR IN THE TABLE; DATED-SW NOTES THAT A
      * DATED INSTALLMENT HAS BEEN PASSED, AFTER WHICH AN UNDATED
      * ONE IS ALSO OUT OF ORDER.
      **************************************************************
       01 LAST-PAID-DATE   PIC 9(6)     VALUE 0.
       01 DATED-SW         PIC X(1)     VALUE 'N'.
         88 DATED-SEEN                 VALUE 'Y'.
       01 ORDER-SW         PIC X(1)     VALUE 'N'.
         88 ORDER-REPORTED             VALUE 'Y'.
       01 ZERO-SW          PIC X(1)     VALUE 'N'.
         88 ZERO-REPORTED              VALUE 'Y'.
       01 BAD-DATE-SW      PIC X(1)     VALUE 'N'.
         88 BAD-DATE-REPORTED          VALUE 'Y'.
       01 SPLIT-SW         PIC X(1)     VALUE 'N'.
         88 SPLIT-REPORTED             VALUE 'Y'.
       01 CODE-FOUND-SW    PIC X(1)     VALUE 'N'.
         88 CODE-FOUND                 VALUE 'Y'.
       01 FIELDS-OK-SW     PIC X(1)     VALUE 'Y'.
         88 FIELDS-OK                  VALUE 'Y'.
       01 SAVE-STUD-ID     PIC 9(9)     VALUE 0.
       01 WK-DATE.
         03 WK-YY             PIC 99.
         03 WK-MM             PIC 99.
         03 WK-DD             PIC 99.
       01 WK-DATE-NUM REDEFINES WK-DATE PIC 9(6).
       01 WK-DATE-OK-SW       PIC X(1)    VALUE 'Y'.
         88 WK-DATE-OK                   VALUE 'Y'.
       01 DUE-LIMIT           PIC 99      VALUE 0.
       01 DUE-QUOT            PIC 99      VALUE 0.
       01 DUE-REM             PIC 9       VALUE 0.
       01 MONTH-DAYS-DATA.
         03 FILLER PIC 99 VALUE 31.
         03 FILLER PIC 99 VALUE 28.
         03 FILLER PIC 99 VALUE 31.
         03 FILLER PIC 99 VALUE 30.
         03 FILLER PIC 99 VALUE 31.
         03 FILLER PIC 99 VALUE 30.
         03 FILLER PIC 99 VALUE 31.
         03 FILLER PIC 99 VALUE 31.
         03 FILLER PIC 99 VALUE 30.
         03 FILLER PIC 99 VALUE 31.
         03 FILLER PIC 99 VALUE 30.
         03 FILLER PIC 99 VALUE 31.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DATA.
         03 MONTH-DAYS OCCURS 12 TIMES PIC 99.
      **************************************************************
      * ADDRESS-GROUP WORK AREAS FOR THE SORT OUTPUT PROCEDURE.
      **************************************************************
       01 SAVE-ADDRESS     PIC X(50)    VALUE SPACES.
       01 ADDR-FIRST-ID    PIC 9(9)     VALUE 0.
       01 ADDR-STUD-CT     PIC 9(4)     VALUE 0.
      **************************************************************
      * RUN CONTROL TOTALS FOR THE REPORT TRAILER.
      **************************************************************
       01 VFY-READ-CT      PIC 9(7)     VALUE 0.
       01 VFY-STUDENT-CT   PIC 9(7)     VALUE 0.
       01 VFY-SEVERE-CT    PIC 9(5)     VALUE 0.
       01 VFY-WARNING-CT   PIC 9(5)     VALUE 0.
       01 VFY-NOTICE-CT    PIC 9(5)     VALUE 0.
       01 VFY-UNLISTED-CT  PIC 9(5)     VALUE 0.
       01 VFY-PLOG-GONE-CT PIC 9(5)     VALUE 0.
       01 VFY-PLOG-SKIP-CT PIC 9(5)     VALUE 0.
      **************************************************************
      * INPUT-VALIDATION WORK AREAS - SAME EDITS, CODES AND TEXT
      * AS LAB5'S 1070-CHECK-NUMERIC, SO A RECORD FAILING HERE IS
      * ONE LAB5 IS SUSPENDING.
      **************************************************************
       01 VALID-REC-SW     PIC X(1)     VALUE 'Y'.
         88 VALID-RECORD               VALUE 'Y'.
       01 REASON-CODE      PIC X(2)     VALUE SPACES.
       01 REASON-TEXT      PIC X(30)    VALUE SPACES.
       COPY LOANREC.
       01 PAGE-SIZE-LINES  PIC 99      VALUE 55.
       01 PAGE-NO          PIC 9(4)    VALUE 0.
       01 REC-CT           PIC 99      VALUE 0.
       01 RUN-DATE-RAW.
         03 RUN-YY         PIC 99.
         03 RUN-MM         PIC 99.
         03 RUN-DD         PIC 99.
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
      * LAYOUT FOR THE REPORT HEADING AND DETAIL LINE *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'LOAN MASTER INTEGRITY EXCEPTIONS'.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'SEVERITY'.
         03 FILLER      PIC X(13)       VALUE 'STUD ID   LN'.
         03 FILLER      PIC X(33)       VALUE 'FINDING'.
         03 FILLER      PIC X(22)       VALUE 'DETAIL'.
       01 PRNT-DETAIL.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 D-SEVERITY  PIC X(8).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 D-STUD-ID   PIC X(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 D-LOAN-SEQ  PIC X(2).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 D-TEXT      PIC X(32).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 D-DETAIL    PIC X(22).
       01 PRNT-NONE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(78)       VALUE
           'NO EXCEPTIONS FOUND'.
      **************************************************************
      * LAYOUT FOR THE REPORT RUN-TOTAL TRAILER *
      **************************************************************
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'MASTER RECORDS READ .'.
         03 T-READ-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'STUDENTS  . . . . . .'.
         03 T-STUDENT-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'SEVERE FINDINGS . . .'.
         03 T-SEVERE-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'WARNINGS  . . . . . .'.
         03 T-WARNING-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'NOTICES . . . . . . .'.
         03 T-NOTICE-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'FINDINGS NOT LISTED .'.
         03 T-UNLISTED-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'NOTICE ENTRIES READ .'.
         03 T-NTCM-CT   PIC ZZ,ZZ9.
       01 PRNT-TOTALS8.
         03 FILLER      PIC X(22)       VALUE 'LOG ENTRIES READ  . .'.
         03 T-PLOG-CT   PIC ZZ,ZZ9.
       01 PRNT-TOTALS9.
         03 FILLER      PIC X(22)       VALUE 'LOG - LOAN NOT ON FILE'.
         03 T-PLOG-GONE-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS10.
         03 FILLER      PIC X(22)       VALUE 'LOG - LOAN IN ERROR .'.
         03 T-PLOG-SKIP-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS11.
         03 FILLER      PIC X(22)       VALUE 'SUSPENSE ITEMS READ .'.
         03 T-SUSM-CT   PIC ZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-N      PIC 9   VALUE 0.
         03 EOF-L      PIC 9   VALUE 0.
         03 EOF-M      PIC 9   VALUE 0.
         03 EOF-S      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO RUN-DATE-NUM.
           PERFORM 0100-LOAD-CONTROL.
           PERFORM 0200-LOAD-NTCM.
           PERFORM 0300-LOAD-PLOG.
           PERFORM 0400-LOAD-SUSM.
           SORT SORT-FILE
             ON ASCENDING KEY SA-ADDRESS SA-STUD-ID
             INPUT PROCEDURE 1000-SWEEP-MASTER
               THRU 1000-SWEEP-EXIT
             OUTPUT PROCEDURE 3000-CHECK-ADDRESSES
               THRU 3000-CHECK-EXIT.
           PERFORM 2500-CHECK-NTCM-LEFT
             VARYING SUB FROM 1 BY 1 UNTIL SUB > NTCM-ENTRY-CT.
           PERFORM 2600-COUNT-PLOG-LEFT
             VARYING SUB FROM 1 BY 1 UNTIL SUB > PLOG-ENTRY-CT.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1700-PRINT-FINDINGS
             VARYING PRINT-SEV FROM 1 BY 1 UNTIL PRINT-SEV > 3.
           IF VFY-SEVERE-CT + VFY-WARNING-CT + VFY-NOTICE-CT = 0
             WRITE PRNT-REC FROM PRNT-NONE
               AFTER ADVANCING 1 LINE
             ADD 1 TO REC-CT
           END-IF.
           PERFORM 1600-PRINT-TOTALS.
           CLOSE PRNT-FILE.
           IF VFY-SEVERE-CT > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************
      * LOADS THE CONTROL FILE - THE RATE ROWS AS THE LIST OF
      * KNOWN CLASS STANDINGS, AND THE OPTIONAL ADDRSHR PARM.
      **************************************************************
       0100-LOAD-CONTROL.
           OPEN INPUT CTRL-FILE.
           IF CTRL-STATUS NOT = '00'
             DISPLAY 'LAB5VFY: CONTROL FILE DA-S-CTLF MISSING OR '
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
           IF CT-TYPE = 'RATE'
             IF CTL-RATE-CT = CTL-RATE-MAX
               DISPLAY 'LAB5VFY: RATE TABLE FULL, INCREASE '
                 'CTL-RATE-MAX'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO CTL-RATE-CT
             MOVE CT-YEAR     TO CTL-RATE-YEAR (CTL-RATE-CT)
             MOVE CT-EFF-DATE TO CTL-RATE-EFF (CTL-RATE-CT)
             MOVE CT-RATE     TO CTL-RATE-PCT (CTL-RATE-CT)
           END-IF.
           IF CT-TYPE = 'PARM'
             EVALUATE CT-PARM-NAME
               WHEN 'ADDRSHR'
                 MOVE CT-PARM-VALUE TO ADDR-SHARE-MAX
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           PERFORM 0110-READ-CONTROL.
      **************************************************************
      * LOADS LAB5ESC'S NOTICE MASTER. NO FILE (STATUS 35) MEANS
      * NO ENTRIES; ANY OTHER OPEN OR READ FAILURE STOPS THE RUN,
      * AS IT DOES FOR THE POSTED LOG AND SUSPENSE MASTER BELOW.
      **************************************************************
       0200-LOAD-NTCM.
           OPEN INPUT NTCM-FILE.
           IF NTCM-STATUS NOT = '00' AND NTCM-STATUS NOT = '35'
             DISPLAY 'LAB5VFY: NTCM-FILE OPEN FAILED, STATUS='
               NTCM-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF NTCM-STATUS = '00'
             PERFORM 0210-READ-NTCM
             PERFORM 0220-LOAD-NTCM-ENTRY
               UNTIL EOF-N = 1
             CLOSE NTCM-FILE
           END-IF.

       0210-READ-NTCM.
           READ NTCM-FILE
             AT END MOVE 1 TO EOF-N.
           IF EOF-N NOT = 1 AND NTCM-STATUS NOT = '00'
             DISPLAY 'LAB5VFY: NTCM-FILE READ ERROR, STATUS='
               NTCM-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0220-LOAD-NTCM-ENTRY.
           IF NTCM-ENTRY-CT = NTCM-ENTRY-MAX
             DISPLAY 'LAB5VFY: NTCM-TABLE FULL, INCREASE '
               'NTCM-ENTRY-MAX'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO NTCM-ENTRY-CT.
           MOVE NM-STUD-ID    TO NMT-STUD-ID (NTCM-ENTRY-CT).
           MOVE NM-LOAN-SEQ   TO NMT-LOAN-SEQ (NTCM-ENTRY-CT).
           MOVE NM-STAGE      TO NMT-STAGE (NTCM-ENTRY-CT).
           MOVE 'N'           TO NMT-SEEN-SW (NTCM-ENTRY-CT).
           PERFORM 0210-READ-NTCM.
      **************************************************************
      * LOADS LAB5PAY'S POSTED LOG. A REVERSAL CANCELS THE LATEST
      * STILL-OPEN PAYMENT OF THE SAME LOAN, DATE AND AMOUNT - THE
      * SAME INSTALLMENT LAB5PAY'S 1710-FIND-INSTALLMENT BACKS OUT
      * - SO ONLY PAYMENTS STILL STANDING ARE LOOKED FOR.
      **************************************************************
       0300-LOAD-PLOG.
           OPEN INPUT PLOG-FILE.
           IF PLOG-STATUS NOT = '00' AND PLOG-STATUS NOT = '35'
             DISPLAY 'LAB5VFY: PLOG-FILE OPEN FAILED, STATUS='
               PLOG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF PLOG-STATUS = '00'
             PERFORM 0310-READ-PLOG
             PERFORM 0320-LOAD-PLOG-ENTRY
               UNTIL EOF-L = 1
             CLOSE PLOG-FILE
           END-IF.

       0310-READ-PLOG.
           READ PLOG-FILE
             AT END MOVE 1 TO EOF-L.
           IF EOF-L NOT = 1 AND PLOG-STATUS NOT = '00'
             DISPLAY 'LAB5VFY: PLOG-FILE READ ERROR, STATUS='
               PLOG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0320-LOAD-PLOG-ENTRY.
           IF PLOG-ENTRY-CT = PLOG-ENTRY-MAX
             DISPLAY 'LAB5VFY: POSTED-TABLE FULL, INCREASE '
               'PLOG-ENTRY-MAX'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO PLOG-ENTRY-CT.
           MOVE PLOG-STUD-ID  TO PLT-STUD-ID (PLOG-ENTRY-CT).
           MOVE PLOG-LOAN-SEQ TO PLT-LOAN-SEQ (PLOG-ENTRY-CT).
           MOVE PLOG-DATE     TO PLT-DATE (PLOG-ENTRY-CT).
           MOVE PLOG-AMOUNT   TO PLT-AMOUNT (PLOG-ENTRY-CT).
           IF PLOG-TYPE = 'R'
             MOVE 'R' TO PLT-STATE (PLOG-ENTRY-CT)
             MOVE 0 TO PLOG-FOUND-SUB
             PERFORM 0330-MATCH-REVERSED
               VARYING SUB FROM PLOG-ENTRY-CT BY -1
                 UNTIL SUB < 1 OR PLOG-FOUND-SUB > 0
             IF PLOG-FOUND-SUB > 0
               MOVE 'X' TO PLT-STATE (PLOG-FOUND-SUB)
             END-IF
           ELSE
             MOVE 'O' TO PLT-STATE (PLOG-ENTRY-CT)
           END-IF.
           PERFORM 0310-READ-PLOG.

       0330-MATCH-REVERSED.
           IF PLT-STATE (SUB) = 'O'
             AND PLT-STUD-ID (SUB) = PLOG-STUD-ID
             AND PLT-LOAN-SEQ (SUB) = PLOG-LOAN-SEQ
             AND PLT-DATE (SUB) = PLOG-DATE
             AND PLT-AMOUNT (SUB) = PLOG-AMOUNT
             MOVE SUB TO PLOG-FOUND-SUB
           END-IF.
      **************************************************************
      * LOADS THE SUSPENSE MASTER KEYS. NO FILE (STATUS 35) MEANS
      * NOTHING IS IN SUSPENSE.
      **************************************************************
       0400-LOAD-SUSM.
           OPEN INPUT SUSM-FILE.
           IF SUSM-STATUS NOT = '00' AND SUSM-STATUS NOT = '35'
             DISPLAY 'LAB5VFY: SUSM-FILE OPEN FAILED, STATUS='
               SUSM-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF SUSM-STATUS = '00'
             PERFORM 0410-READ-SUSM
             PERFORM 0420-LOAD-SUSM-ENTRY
               UNTIL EOF-M = 1
             CLOSE SUSM-FILE
           END-IF.

       0410-READ-SUSM.
           READ SUSM-FILE
             AT END MOVE 1 TO EOF-M.
           IF EOF-M NOT = 1 AND SUSM-STATUS NOT = '00'
             DISPLAY 'LAB5VFY: SUSM-FILE READ ERROR, STATUS='
               SUSM-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0420-LOAD-SUSM-ENTRY.
           IF SUSM-ENTRY-CT = SUSM-ENTRY-MAX
             DISPLAY 'LAB5VFY: SUSM-TABLE FULL, INCREASE '
               'SUSM-ENTRY-MAX'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO SUSM-ENTRY-CT.
           MOVE SM-IMAGE (44:11) TO SMT-KEY (SUSM-ENTRY-CT).
           MOVE SM-FIRST-DATE    TO SMT-DATE (SUSM-ENTRY-CT).
           PERFORM 0410-READ-SUSM.
      **************************************************************
      * INPUT PROCEDURE FOR THE SORT - THE MASTER PASS. EVERY LOAN
      * IS CHECKED, AND THE FIRST LOAN OF EACH STUDENT RELEASES
      * THE STUDENT'S ADDRESS FOR THE SHARED-ADDRESS CHECK. THE
      * MASTER IS OPENED INPUT ONLY; THIS PROGRAM NEVER UPDATES.
      **************************************************************
       1000-SWEEP-MASTER.
           OPEN INPUT INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5VFY: INPUT-FILE OPEN FAILED, STATUS='
               INPUT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 2000-READ-INPUT.
           PERFORM 1100-CHECK-RECORD
             UNTIL EOF-I = 1.
           CLOSE INPUT-FILE.
       1000-SWEEP-EXIT.
           EXIT.
      **************************************************************
      * CHECKS ONE LOAN. A RECORD FAILING LAB5'S NUMERIC EDITS IS
      * SEVERE AND GETS NO FURTHER FIELD CHECKS - ITS NUMBERS
      * CANNOT BE TRUSTED - BUT STILL ANSWERS FOR ITS NOTICE
      * ENTRY.
      **************************************************************
       1100-CHECK-RECORD.
           MOVE IR-LOAN-KEY (1:9)  TO NF-STUD-ID.
           MOVE IR-LOAN-KEY (10:2) TO NF-LOAN-SEQ.
           PERFORM 1350-MATCH-NTCM
             VARYING SUB FROM 1 BY 1 UNTIL SUB > NTCM-ENTRY-CT.
           PERFORM 1070-CHECK-NUMERIC.
           IF NOT VALID-RECORD
             MOVE 1              TO NF-SEV
             MOVE 'FAILS LAB5 NUMERIC EDITS' TO NF-TEXT
             MOVE REASON-TEXT    TO NF-DETAIL
             PERFORM 1500-ADD-FINDING
             PERFORM 1340-SKIP-LOG
               VARYING SUB FROM 1 BY 1 UNTIL SUB > PLOG-ENTRY-CT
           ELSE
             PERFORM 1370-MATCH-SUSM
               VARYING SUB FROM 1 BY 1 UNTIL SUB > SUSM-ENTRY-CT
             PERFORM 1080-CHECK-FIELDS
             PERFORM 1200-CHECK-INSTALLMENTS
             IF FIELDS-OK
               PERFORM 1250-CHECK-SCHEDULE
               PERFORM 1270-CHECK-REFUND
               PERFORM 1280-CHECK-CHARGE-DATE
             END-IF
             PERFORM 1290-CHECK-YEAR
             MOVE ALL 'N' TO CLAIM-TABLE
             PERFORM 1300-MATCH-LOG
               VARYING SUB FROM 1 BY 1 UNTIL SUB > PLOG-ENTRY-CT
           END-IF.
           IF VFY-READ-CT = 1 OR IR-STUD-ID NOT = SAVE-STUD-ID
             MOVE IR-STUD-ID TO SAVE-STUD-ID
             ADD 1 TO VFY-STUDENT-CT
             PERFORM 1285-CHECK-DEGREE
             IF I-ADDR-STREET NOT = SPACES
               MOVE I-ADDR-STREET TO SA-STREET
               MOVE I-ADDR-CITY   TO SA-CITY
               MOVE I-ADDR-STATE  TO SA-STATE
               MOVE I-ADDR-ZIP    TO SA-ZIP
               MOVE IR-STUD-ID    TO SA-STUD-ID
               RELEASE SD-REC
             END-IF
           END-IF.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * VALIDATES THE RECORD WITH THE SAME EDITS, IN THE SAME
      * ORDER, WITH THE SAME REASONS AS LAB5'S 1070-CHECK-NUMERIC.
      **************************************************************
       1070-CHECK-NUMERIC.
           MOVE 'Y' TO VALID-REC-SW.
           MOVE SPACES TO REASON-CODE REASON-TEXT.
           IF I-LOAN NOT NUMERIC
             MOVE 'N'                   TO VALID-REC-SW
             MOVE '01'                  TO REASON-CODE
             MOVE 'I-LOAN NOT NUMERIC'   TO REASON-TEXT
           END-IF.
           IF VALID-RECORD
             AND (I-PAY-CT NOT NUMERIC
               OR I-PAY-CT < 1 OR I-PAY-CT > 12)
             MOVE 'N'                   TO VALID-REC-SW
             MOVE '03'                  TO REASON-CODE
             MOVE 'I-PAY-CT OUT OF RANGE' TO REASON-TEXT
           END-IF.
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
             MOVE 'I-LATE-CHG NOT NUMERIC' TO REASON-TEXT
           END-IF.
           IF VALID-RECORD
             PERFORM 1075-CHECK-PAID
               VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT
                 OR NOT VALID-RECORD
           END-IF.

       1075-CHECK-PAID.
           IF I-PAID (SUB) NOT NUMERIC
             MOVE 'N'                   TO VALID-REC-SW
             MOVE '02'                  TO REASON-CODE
             MOVE 'I-PAID NOT NUMERIC'   TO REASON-TEXT
           END-IF.
      **************************************************************
      * THE DATE AND REFUND FIELDS LAB5 DOES NOT EDIT BUT OTHER
      * RUNS DO ARITHMETIC ON. A BAD ONE IS A WARNING, AND THE
      * CHECKS THAT WOULD USE IT ARE PASSED OVER.
      **************************************************************
       1080-CHECK-FIELDS.
           MOVE 'Y' TO FIELDS-OK-SW.
           MOVE 2 TO NF-SEV.
           MOVE 'FIELD NOT NUMERIC' TO NF-TEXT.
           IF I-NEXT-DUE NOT NUMERIC
             MOVE 'I-NEXT-DUE' TO NF-DETAIL
             PERFORM 1085-BAD-FIELD
           END-IF.
           IF I-RFND-AMT NOT NUMERIC
             MOVE 'I-RFND-AMT' TO NF-DETAIL
             PERFORM 1085-BAD-FIELD
           END-IF.
           IF I-CHG-DATE NOT NUMERIC
             MOVE 'I-CHG-DATE' TO NF-DETAIL
             PERFORM 1085-BAD-FIELD
           END-IF.

       1085-BAD-FIELD.
           MOVE 'N' TO FIELDS-OK-SW.
           PERFORM 1500-ADD-FINDING.
      **************************************************************
      * WALKS THE INSTALLMENT TABLE. EACH KIND OF FAULT IS
      * REPORTED ONCE PER LOAN, AT THE FIRST OCCURRENCE THAT SHOWS
      * IT. AN UNDATED INSTALLMENT IS A PAYMENT FROM BEFORE DATES
      * WERE CAPTURED AND BELONGS AHEAD OF EVERY DATED ONE. THE
      * ONLY ZERO-AMOUNT INSTALLMENT ALLOWED IS AN UNDATED FIRST
      * OCCURRENCE - THE EMPTY SCHEDULE LAB5MNT STARTS A LOAN
      * WITH, WHICH STAYS IN PLACE AHEAD OF LATER PAYMENTS.
      **************************************************************
       1200-CHECK-INSTALLMENTS.
           MOVE 0   TO LAST-PAID-DATE.
           MOVE 'N' TO DATED-SW ORDER-SW ZERO-SW BAD-DATE-SW
                       SPLIT-SW.
           PERFORM 1210-CHECK-ONE-INSTALLMENT
             VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT.

       1210-CHECK-ONE-INSTALLMENT.
           MOVE SUB TO DET-OCC-NO.
           IF I-PAID (SUB) = 0
             AND (SUB > 1 OR I-PAID-DATE (SUB) NOT = 0)
             AND NOT ZERO-REPORTED
             MOVE 'Y' TO ZERO-SW
             MOVE 2 TO NF-SEV
             MOVE 'ZERO-AMOUNT INSTALLMENT' TO NF-TEXT
             MOVE DET-OCCURRENCE TO NF-DETAIL
             PERFORM 1500-ADD-FINDING
           END-IF.
      * AN ALL-ZERO SPLIT IS A PAYMENT POSTED BEFORE PAYMENTS WERE
      * SPLIT, AND COUNTS AS PRINCIPAL.
           IF NOT SPLIT-REPORTED
             IF I-PAID-LATE (SUB) NOT NUMERIC
               OR I-PAID-INT (SUB) NOT NUMERIC
               OR I-PAID-PRIN (SUB) NOT NUMERIC
               MOVE 'Y' TO SPLIT-SW
             ELSE
               IF I-PAID-LATE (SUB) + I-PAID-INT (SUB)
                    + I-PAID-PRIN (SUB) NOT = 0
                 AND I-PAID-LATE (SUB) + I-PAID-INT (SUB)
                    + I-PAID-PRIN (SUB) NOT = I-PAID (SUB)
                 MOVE 'Y' TO SPLIT-SW
               END-IF
             END-IF
             IF SPLIT-REPORTED
               MOVE 2 TO NF-SEV
               MOVE 'INSTALLMENT SPLIT DOES NOT ADD' TO NF-TEXT
               MOVE DET-OCCURRENCE TO NF-DETAIL
               PERFORM 1500-ADD-FINDING
             END-IF
           END-IF.
           IF I-PAID-DATE (SUB) NOT NUMERIC
             MOVE 'N' TO WK-DATE-OK-SW
           ELSE
             MOVE I-PAID-DATE (SUB) TO WK-DATE
             IF WK-DATE-NUM = 0
               MOVE 'Y' TO WK-DATE-OK-SW
             ELSE
               PERFORM 8100-EDIT-DATE
             END-IF
           END-IF.
           IF NOT WK-DATE-OK
             IF NOT BAD-DATE-REPORTED
               MOVE 'Y' TO BAD-DATE-SW
               MOVE 2 TO NF-SEV
               MOVE 'INSTALLMENT DATE NOT A DATE' TO NF-TEXT
               MOVE DET-OCCURRENCE TO NF-DETAIL
               PERFORM 1500-ADD-FINDING
             END-IF
           ELSE
             IF (WK-DATE-NUM = 0 AND DATED-SEEN)
               OR (WK-DATE-NUM > 0 AND WK-DATE-NUM < LAST-PAID-DATE)
               IF NOT ORDER-REPORTED
                 MOVE 'Y' TO ORDER-SW
                 MOVE 2 TO NF-SEV
                 MOVE 'INSTALLMENT DATES OUT OF ORDER'
                   TO NF-TEXT
                 MOVE DET-OCCURRENCE TO NF-DETAIL
                 PERFORM 1500-ADD-FINDING
               END-IF
             END-IF
             IF WK-DATE-NUM > 0
               MOVE 'Y' TO DATED-SW
               IF WK-DATE-NUM > LAST-PAID-DATE
                 MOVE WK-DATE-NUM TO LAST-PAID-DATE
               END-IF
             END-IF
           END-IF.
      **************************************************************
      * LAB5PAY MOVES I-NEXT-DUE A MONTH PAST THE LAST ONE EACH
      * TIME A PAYMENT POSTS, SO A DUE DATE BEHIND THE LATEST
      * PAYMENT MEANS THE SCHEDULE FELL BEHIND THE MONEY.
      **************************************************************
       1250-CHECK-SCHEDULE.
           IF I-NEXT-DUE > 0 AND I-NEXT-DUE < LAST-PAID-DATE
             MOVE 2 TO NF-SEV
             MOVE 'NEXT DUE BEFORE LAST PAYMENT' TO NF-TEXT
             MOVE I-NEXT-DUE     TO DET-DUE
             MOVE LAST-PAID-DATE TO DET-PAID
             MOVE DET-DUE-PAID   TO NF-DETAIL
             PERFORM 1500-ADD-FINDING
           END-IF.
      **************************************************************
      * LAB5RFD ONLY EVER VOUCHERS THE AMOUNT PAID OVER WHAT IS
      * OWED, SO THE TOTAL REFUNDED CANNOT EXCEED THE OVERPAYMENT.
      * WHEN IT DOES THE BORROWER HAS BEEN PAID MONEY THEY STILL
      * OWE.
      **************************************************************
       1270-CHECK-REFUND.
           IF I-RFND-AMT > 0
             PERFORM 1150-CALC-TOTAL
             COMPUTE AMT-OWED = I-LOAN + I-LATE-CHG
             IF TOTAL > AMT-OWED
               COMPUTE OVERPAID-AMT = TOTAL - AMT-OWED
             ELSE
               MOVE 0 TO OVERPAID-AMT
             END-IF
             IF I-RFND-AMT > OVERPAID-AMT
               MOVE 1 TO NF-SEV
               MOVE 'REFUNDED MORE THAN OVERPAID' TO NF-TEXT
               COMPUTE DET-EXCESS-AMT = I-RFND-AMT - OVERPAID-AMT
               MOVE DET-EXCESS   TO NF-DETAIL
               PERFORM 1500-ADD-FINDING
             END-IF
           END-IF.

       1280-CHECK-CHARGE-DATE.
           IF I-CHG-DATE > 0 AND I-LATE-CHG = 0
             MOVE 2 TO NF-SEV
             MOVE 'CHARGE DATE BUT NO LATE CHARGE' TO NF-TEXT
             MOVE SPACES TO NF-DETAIL
             PERFORM 1500-ADD-FINDING
           END-IF.
      **************************************************************
      * THE DEGREE AND CLASS-STANDING EDITS LAB5MNT APPLIES TO A
      * CARD - THE SHARED DEGREE TABLE, AND ANY CLASS STANDING A
      * RATE ROW CARRIES. THE DEGREE IS THE STUDENT'S AND IS
      * CHECKED ON THE FIRST LOAN ONLY.
      **************************************************************
       1285-CHECK-DEGREE.
           MOVE 'N' TO CODE-FOUND-SW.
           PERFORM 1286-MATCH-DEGREE
             VARYING SUB FROM 1 BY 1 UNTIL SUB > 10
               OR CODE-FOUND.
           IF NOT CODE-FOUND
             MOVE 2 TO NF-SEV
             MOVE 'DEGREE CODE LAB5MNT REJECTS' TO NF-TEXT
             MOVE I-DEGREE TO NF-DETAIL
             PERFORM 1500-ADD-FINDING
           END-IF.

       1286-MATCH-DEGREE.
           IF DEGREE-CODE (SUB) = I-DEGREE
             MOVE 'Y' TO CODE-FOUND-SW
           END-IF.

       1290-CHECK-YEAR.
           MOVE 'N' TO CODE-FOUND-SW.
           PERFORM 1295-MATCH-YEAR
             VARYING CTL-SUB FROM 1 BY 1
               UNTIL CTL-SUB > CTL-RATE-CT
                 OR CODE-FOUND.
           IF NOT CODE-FOUND
             MOVE 2 TO NF-SEV
             MOVE 'CLASS STANDING LAB5MNT REJECTS' TO NF-TEXT
             MOVE I-YEAR TO NF-DETAIL
             PERFORM 1500-ADD-FINDING
           END-IF.

       1295-MATCH-YEAR.
           IF CTL-RATE-YEAR (CTL-SUB) = I-YEAR
             MOVE 'Y' TO CODE-FOUND-SW
           END-IF.
      **************************************************************
      * LOOKS FOR ONE STANDING LOGGED PAYMENT OF THIS LOAN AMONG
      * THE INSTALLMENTS NOT ALREADY CLAIMED BY ANOTHER. A LOGGED
      * PAYMENT WITH NO INSTALLMENT OF THE SAME DATE AND AMOUNT IS
      * MONEY TAKEN IN THAT THE LOAN DOES NOT SHOW.
      **************************************************************
       1300-MATCH-LOG.
           IF PLT-STATE (SUB) = 'O'
             AND PLT-STUD-ID (SUB) = I-STUD-ID
             AND PLT-LOAN-SEQ (SUB) = I-LOAN-SEQ
             MOVE 'C' TO PLT-STATE (SUB)
             MOVE 0 TO CLAIM-SUB
             PERFORM 1310-MATCH-INSTALLMENT
               VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > I-PAY-CT
                 OR CLAIM-SUB > 0
             IF CLAIM-SUB = 0
               MOVE 1 TO NF-SEV
               MOVE 'LOGGED PAYMENT NOT ON LOAN' TO NF-TEXT
               MOVE PLT-DATE (SUB)   TO DET-LOG-DATE
               MOVE PLT-AMOUNT (SUB) TO DET-LOG-AMT
               MOVE DET-LOGGED TO NF-DETAIL
               PERFORM 1500-ADD-FINDING
             ELSE
               MOVE 'Y' TO CLAIM-SW (CLAIM-SUB)
             END-IF
           END-IF.

       1310-MATCH-INSTALLMENT.
           IF CLAIM-SW (SUB2) = 'N'
             AND I-PAID (SUB2) = PLT-AMOUNT (SUB)
             AND I-PAID-DATE (SUB2) = PLT-DATE (SUB)
             MOVE SUB2 TO CLAIM-SUB
           END-IF.

       1340-SKIP-LOG.
           IF PLT-STATE (SUB) = 'O'
             AND PLT-STUD-ID (SUB) = IR-STUD-ID
             AND PLT-LOAN-SEQ (SUB) = IR-LOAN-SEQ
             MOVE 'S' TO PLT-STATE (SUB)
             ADD 1 TO VFY-PLOG-SKIP-CT
           END-IF.

       1350-MATCH-NTCM.
           IF NMT-STUD-ID (SUB) = IR-STUD-ID
             AND NMT-LOAN-SEQ (SUB) = IR-LOAN-SEQ
             MOVE 'Y' TO NMT-SEEN-SW (SUB)
           END-IF.
      **************************************************************
      * A SUSPENSE ITEM FOR THIS LOAN WHEN THE MASTER RECORD NOW
      * PASSES LAB5'S EDITS - THE RECORD WAS PUT RIGHT SOME OTHER
      * WAY, AND THE ITEM SHOULD BE DROPPED RATHER THAN CORRECTED
      * AND REPROCESSED OVER IT.
      **************************************************************
       1370-MATCH-SUSM.
           IF SMT-KEY (SUB) = IR-LOAN-KEY
             MOVE 2 TO NF-SEV
             MOVE 'IN SUSPENSE BUT MASTER NOW VALID' TO NF-TEXT
             MOVE SMT-DATE (SUB) TO DET-SUSP-DATE
             MOVE DET-SUSPENDED  TO NF-DETAIL
             PERFORM 1500-ADD-FINDING
           END-IF.
      **************************************************************
      * CALCULATE THE TOTAL AMOUNT PAID
      **************************************************************
       1150-CALC-TOTAL.
           MOVE 0 TO TOTAL.
           PERFORM 1160-ADD-PAID
             VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > I-PAY-CT.

       1160-ADD-PAID.
           ADD I-PAID (SUB2) TO TOTAL.
      **************************************************************
      * FILES ONE FINDING FROM NEW-FINDING AND COUNTS IT BY
      * SEVERITY.
      **************************************************************
       1500-ADD-FINDING.
           EVALUATE NF-SEV
             WHEN 1
               ADD 1 TO VFY-SEVERE-CT
             WHEN 2
               ADD 1 TO VFY-WARNING-CT
             WHEN OTHER
               ADD 1 TO VFY-NOTICE-CT
           END-EVALUATE.
           IF FND-ENTRY-CT = FND-ENTRY-MAX
             ADD 1 TO VFY-UNLISTED-CT
           ELSE
             ADD 1 TO FND-ENTRY-CT
             MOVE NEW-FINDING TO FND-ENTRY (FND-ENTRY-CT)
           END-IF.
      **************************************************************
      * AFTER THE MASTER PASS - A NOTICE ENTRY NO LOAN ANSWERED
      * FOR BELONGS TO A LOAN DELETED OR PURGED SINCE LAB5ESC LAST
      * RAN, AND A STANDING LOGGED PAYMENT NEVER LOOKED FOR WENT
      * TO A LOAN NO LONGER ON FILE.
      **************************************************************
       2500-CHECK-NTCM-LEFT.
           IF NMT-SEEN-SW (SUB) = 'N'
             MOVE 2 TO NF-SEV
             MOVE NMT-STUD-ID (SUB)  TO NF-STUD-ID
             MOVE NMT-LOAN-SEQ (SUB) TO NF-LOAN-SEQ
             MOVE 'NOTICE ENTRY, LOAN NOT ON FILE' TO NF-TEXT
             MOVE NMT-STAGE (SUB) TO DET-STAGE-NO
             MOVE DET-STAGE TO NF-DETAIL
             PERFORM 1500-ADD-FINDING
           END-IF.

       2600-COUNT-PLOG-LEFT.
           IF PLT-STATE (SUB) = 'O'
             ADD 1 TO VFY-PLOG-GONE-CT
           END-IF.
      **************************************************************
      * OUTPUT PROCEDURE FOR THE SORT - COUNTS THE STUDENTS AT
      * EACH ADDRESS AND REPORTS ANY ADDRESS CARRYING MORE THAN
      * ADDR-SHARE-MAX OF THEM, UNDER THE LOWEST STUDENT ID.
      **************************************************************
       3000-CHECK-ADDRESSES.
           PERFORM 2010-RETURN-SORTED.
           PERFORM 3100-ADDRESS-GROUP
             UNTIL EOF-S = 1.
       3000-CHECK-EXIT.
           EXIT.

       3100-ADDRESS-GROUP.
           MOVE SA-ADDRESS TO SAVE-ADDRESS.
           MOVE SA-STUD-ID TO ADDR-FIRST-ID.
           MOVE 0 TO ADDR-STUD-CT.
           PERFORM 3110-COUNT-STUDENT
             UNTIL EOF-S = 1 OR SA-ADDRESS NOT = SAVE-ADDRESS.
           IF ADDR-STUD-CT > ADDR-SHARE-MAX
             MOVE 3 TO NF-SEV
             MOVE ADDR-FIRST-ID TO NF-STUD-ID
             MOVE SPACES TO NF-LOAN-SEQ
             MOVE ADDR-STUD-CT TO TXT-ADDR-CT
             MOVE TEXT-ADDR-SHARED TO NF-TEXT
             MOVE SAVE-ADDRESS (1:22) TO NF-DETAIL
             PERFORM 1500-ADD-FINDING
           END-IF.

       3110-COUNT-STUDENT.
           ADD 1 TO ADDR-STUD-CT.
           PERFORM 2010-RETURN-SORTED.
      **************************************************************
      * PRINTS EVERY FINDING OF ONE SEVERITY, IN THE ORDER FOUND.
      **************************************************************
       1700-PRINT-FINDINGS.
           EVALUATE PRINT-SEV
             WHEN 1
               MOVE 'SEVERE'  TO D-SEVERITY
             WHEN 2
               MOVE 'WARNING' TO D-SEVERITY
             WHEN OTHER
               MOVE 'NOTICE'  TO D-SEVERITY
           END-EVALUATE.
           PERFORM 1710-PRINT-FINDING
             VARYING SUB FROM 1 BY 1 UNTIL SUB > FND-ENTRY-CT.

       1710-PRINT-FINDING.
           IF FND-SEV (SUB) = PRINT-SEV
             MOVE FND-STUD-ID (SUB)  TO D-STUD-ID
             MOVE FND-LOAN-SEQ (SUB) TO D-LOAN-SEQ
             MOVE FND-TEXT (SUB)     TO D-TEXT
             MOVE FND-DETAIL (SUB)   TO D-DETAIL
             IF REC-CT + 1 > PAGE-SIZE-LINES
               PERFORM 1400-PRINT-HEAD
             END-IF
             WRITE PRNT-REC FROM PRNT-DETAIL
               AFTER ADVANCING 1 LINE
             ADD 1 TO REC-CT
           END-IF.

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
      **************************************************************
      * PRINTS THE REPORT RUN-TOTAL TRAILER *
      **************************************************************
       1600-PRINT-TOTALS.
           MOVE VFY-READ-CT      TO T-READ-CT.
           MOVE VFY-STUDENT-CT   TO T-STUDENT-CT.
           MOVE VFY-SEVERE-CT    TO T-SEVERE-CT.
           MOVE VFY-WARNING-CT   TO T-WARNING-CT.
           MOVE VFY-NOTICE-CT    TO T-NOTICE-CT.
           MOVE VFY-UNLISTED-CT  TO T-UNLISTED-CT.
           MOVE NTCM-ENTRY-CT    TO T-NTCM-CT.
           MOVE PLOG-ENTRY-CT    TO T-PLOG-CT.
           MOVE VFY-PLOG-GONE-CT TO T-PLOG-GONE-CT.
           MOVE VFY-PLOG-SKIP-CT TO T-PLOG-SKIP-CT.
           MOVE SUSM-ENTRY-CT    TO T-SUSM-CT.
           IF REC-CT + 13 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
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
      **************************************************************
      * SETS WK-DATE-OK-SW FOR A NONZERO WK-DATE - IT MUST BE A
      * REAL YYMMDD CALENDAR DATE, SAME MONTH-LENGTH RULES AS
      * LAB5MNT'S 1140-EDIT-DATE.
      **************************************************************
       8100-EDIT-DATE.
           MOVE 'Y' TO WK-DATE-OK-SW.
           IF WK-MM < 1 OR WK-MM > 12
             MOVE 'N' TO WK-DATE-OK-SW
           ELSE
             MOVE MONTH-DAYS (WK-MM) TO DUE-LIMIT
             DIVIDE WK-YY BY 4 GIVING DUE-QUOT
               REMAINDER DUE-REM
             IF DUE-REM = 0 AND WK-MM = 2
               MOVE 29 TO DUE-LIMIT
             END-IF
             IF WK-DD < 1 OR WK-DD > DUE-LIMIT
               MOVE 'N' TO WK-DATE-OK-SW
             END-IF
           END-IF.
      **************************************************************
      * READS THE INPUT FILE. I-PAY-CT (BYTES 36-37 OF THE RECORD)
      * IS MOVED IN AHEAD OF THE GROUP MOVE SO THE OCCURS DEPENDING
      * ON TABLE IS SIZED BEFORE INPUT-DATA IS POPULATED - SAME
      * TECHNIQUE AS LAB5'S 2000-READ-INPUT.
      **************************************************************
       2000-READ-INPUT.
           READ INPUT-FILE
             AT END MOVE 1 TO EOF-I.
           IF EOF-I NOT = 1 AND INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5VFY: INPUT-FILE READ ERROR, STATUS='
               INPUT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF EOF-I NOT = 1
             ADD 1 TO VFY-READ-CT
             MOVE INPUT-REC (36:2) TO I-PAY-CT
             IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1 OR I-PAY-CT > 12
               MOVE 1 TO I-PAY-CT
             END-IF
             MOVE INPUT-REC        TO INPUT-DATA
             MOVE INPUT-REC (36:2) TO I-PAY-CT
           END-IF.

       2010-RETURN-SORTED.
           RETURN SORT-FILE
             AT END MOVE 1 TO EOF-S.
