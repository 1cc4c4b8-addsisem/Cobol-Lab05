       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5ENR.
       AUTHOR. Addyson Sisemore
      * REGISTRAR ENROLLMENT-STATUS RUN - READS THE REGISTRAR'S
      * ENROLLMENT-STATUS FILE (DA-S-ENRL), ONE RECORD PER STUDENT
      * KEYED ON THE SAME PERMANENT STUDENT ID AS I-STUD-ID, AND
      * MATCHES IT AGAINST THE LOAN MASTER IN ID ORDER. A CHANGED
      * STATUS IS RECORDED IN I-ENRL-STAT. WHEN A BORROWER FIRST
      * LEAVES HALF-TIME STUDY - GRADUATED, WITHDRAWN OR DROPPED
      * BELOW HALF-TIME - THE SEPARATION DATE IS RECORDED AND
      * REPAYMENT IS SET TO START THE GRACEMOS PARM ROW'S NUMBER
      * OF MONTHS LATER: I-REPAY-START AND I-NEXT-DUE BOTH TAKE
      * THAT DATE. WHILE A BORROWER WHO HAS NEVER PAID IS REPORTED
      * ENROLLED, THE PAYMENT LAB5MNT SEEDED AT THE ADD IS HELD
      * (I-NEXT-DUE ZERO), SO NOBODY IS AGED WHILE STILL IN
      * SCHOOL. THE GRACE PERIOD IS GRANTED ONCE; A BORROWER WHO
      * RETURNS TO SCHOOL AFTER REPAYMENT HAS BEGUN NEEDS A
      * LAB5MNT DEFERMENT CARD, AND IS LISTED SO THE OFFICE KNOWS.
      * EVERY STATUS CHANGE PRINTS ON THE CHANGE REGISTER WITH
      * ITS EFFECT ON THE REPAYMENT SCHEDULE, AND EVERY REWRITE
      * IS JOURNALED FOR LAB5RCV. A REGISTRAR RECORD WITH NO LOAN
      * ON FILE, A LOAN THE REGISTRAR HAS NO RECORD FOR, AND A
      * REGISTRAR RECORD THAT CANNOT BE APPLIED ALL GO ON THE
      * MISMATCH REPORT SO THE TWO OFFICES CAN CLEAN UP THEIR IDS.

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
           SELECT ENRL-FILE ASSIGN TO 'DA-S-ENRL'
             FILE STATUS IS ENRL-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT CTRL-FILE ASSIGN TO 'DA-S-CTLF'
             FILE STATUS IS CTRL-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
             FILE STATUS IS JRNL-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-ENRR'.
           SELECT MISM-FILE ASSIGN TO 'UR-S-ENRM'.

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
      * REGISTRAR ENROLLMENT-STATUS RECORD - ONE PER STUDENT IN
      * THE REGISTRAR'S OWN ORDER. EN-STATUS IS F (FULL-TIME),
      * H (HALF-TIME), L (LESS THAN HALF-TIME), G (GRADUATED) OR
      * W (WITHDRAWN). EN-SEP-DATE (YYMMDD) IS THE DATE THE
      * STUDENT LEFT HALF-TIME STUDY AND IS REQUIRED WITH L, G OR
      * W; IT IS IGNORED WITH F OR H.
      **************************************************************
       FD ENRL-FILE
           LABEL RECORDS ARE STANDARD.
       01 ENRL-REC.
         03 EN-STUD-ID    PIC X(9).
         03 EN-NAME       PIC X(20).
         03 EN-STATUS     PIC X(1).
         03 EN-SEP-DATE   PIC X(6).
         03 FILLER        PIC X(44).
      **************************************************************
      * SORT WORK FILE - PRESENTS THE REGISTRAR'S RECORDS IN
      * STUDENT ID ORDER, THE ORDER THE MASTER READS IN, SO THE
      * TWO FILES CAN BE MATCHED IN ONE PASS (SEE 1520-MATCH-
      * LOOP).
      **************************************************************
       SD SORT-FILE.
       01 SD-REC.
         03 SR-STUD-ID    PIC X(9).
         03 SR-NAME       PIC X(20).
         03 SR-STATUS     PIC X(1).
           88 SR-ENROLLED               VALUE 'F' 'H'.
           88 SR-SEPARATED              VALUE 'L' 'G' 'W'.
         03 SR-SEP-DATE-X PIC X(6).
         03 SR-SEP-DATE REDEFINES SR-SEP-DATE-X
                          PIC 9(6).
         03 FILLER        PIC X(44).
       COPY LOANCTLF.
       COPY LOANJRNF.
      **************************************************************
      * CHANGE REGISTER AND MISMATCH REPORT - 80 BYTES WIDE LIKE
      * LAB5MNT'S AND LAB5CHG'S REGISTERS.
      **************************************************************
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).
       FD MISM-FILE
           LABEL RECORDS ARE OMITTED.
       01 MISM-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 INPUT-STATUS     PIC XX       VALUE '00'.
       01 ENRL-STATUS      PIC XX       VALUE '00'.
       COPY LOANJRNW.
      **************************************************************
      * CONTROL-FILE WORK AREAS - THE RATE TABLE IN LOANCTLW IS
      * CARRIED BUT NOT LOADED; ONLY THE PARM ROWS MATTER HERE.
      **************************************************************
       COPY LOANCTLW.
       01 TOTAL            PIC 9(6)V99  VALUE 0.
       01 SUB              PIC 999999.
      **************************************************************
      * THE GRACE PERIOD FROM THE GRACEMOS PARM ROW, IN MONTHS.
      * THE RUN REFUSES TO START WITHOUT IT - A REPAYMENT DATE
      * BUILT ON A DEFAULTED GRACE PERIOD WOULD HAVE TO BE
      * UNWOUND BY HAND ON EVERY ACCOUNT IT TOUCHED.
      **************************************************************
       01 GRACE-MONTHS     PIC 9(5)     VALUE 0.
       01 GRACE-FOUND-SW   PIC X(1)     VALUE 'N'.
         88 GRACE-FOUND                VALUE 'Y'.
      **************************************************************
      * RUN CONTROL TOTALS FOR THE REGISTER AND MISMATCH TRAILERS.
      **************************************************************
       01 ENR-READ-CT      PIC 9(7)     VALUE 0.
       01 ENR-FEED-CT      PIC 9(7)     VALUE 0.
       01 ENR-MATCH-CT     PIC 9(7)     VALUE 0.
       01 ENR-SAME-CT      PIC 9(7)     VALUE 0.
       01 ENR-CHANGE-CT    PIC 9(5)     VALUE 0.
       01 ENR-REPAY-CT     PIC 9(5)     VALUE 0.
       01 ENR-HELD-CT      PIC 9(5)     VALUE 0.
       01 ENR-NOLOAN-CT    PIC 9(5)     VALUE 0.
       01 ENR-NOREG-CT     PIC 9(5)     VALUE 0.
       01 ENR-ERROR-CT     PIC 9(5)     VALUE 0.
      **************************************************************
      * MATCH KEYS - EACH FILE'S CURRENT STUDENT ID, SET TO HIGH-
      * VALUES AT END OF FILE SO THE OTHER FILE DRAINS. MATCHED-
      * SW REMEMBERS THAT THE CURRENT MASTER RECORD HAS ALREADY
      * MET ITS REGISTRAR RECORD; FEED-USED-SW REMEMBERS THAT THE
      * CURRENT REGISTRAR RECORD HAS ALREADY MET ONE OF THE
      * STUDENT'S LOANS; PREV-KEY-E CATCHES A STUDENT THE
      * REGISTRAR SENT TWICE.
      **************************************************************
       01 MATCH-KEY-M      PIC X(9)     VALUE LOW-VALUES.
       01 MATCH-KEY-E      PIC X(9)     VALUE LOW-VALUES.
       01 PREV-KEY-E       PIC X(9)     VALUE LOW-VALUES.
       01 MATCHED-SW       PIC X(1)     VALUE 'N'.
         88 MATCHED                    VALUE 'Y'.
       01 FEED-USED-SW     PIC X(1)     VALUE 'N'.
         88 FEED-USED                  VALUE 'Y'.
      **************************************************************
      * INPUT-VALIDATION WORK AREAS - SAME EDITS LAB5'S 1070-
      * CHECK-NUMERIC APPLIES, SO A BAD MASTER RECORD IS LEFT TO
      * THE SUSPENSE CYCLE RATHER THAN REWRITTEN FROM GARBAGE.
      **************************************************************
       01 VALID-REC-SW     PIC X(1)     VALUE 'Y'.
         88 VALID-RECORD               VALUE 'Y'.
       COPY LOANREC.
      **************************************************************
      * THE STATUS AND SCHEDULE AS THEY STOOD BEFORE THE CHANGE,
      * AND THE EFFECT TEXT FOR THE REGISTER LINE.
      **************************************************************
       01 OLD-ENRL-STAT    PIC X(1)     VALUE SPACE.
       01 OLD-NEXT-DUE     PIC 9(6)     VALUE 0.
       01 ENR-EFFECT       PIC X(16)    VALUE SPACES.
       01 REASON-TEXT      PIC X(30)    VALUE SPACES.
      **************************************************************
      * DATE WORK AREAS - 1140-EDIT-DATE IS THE SAME REAL-DATE
      * CHECK LAB5MNT APPLIES TO A DEFERMENT CARD, AND 1200-CALC-
      * REPAY-START ROLLS THE SEPARATION DATE FORWARD BY WHOLE
      * MONTHS THE WAY LAB5MNT'S 1270-SEED-NEXT-DUE DOES, WITH THE
      * DAY CLAMPED TO THE NEW MONTH'S LAST DAY.
      **************************************************************
       01 EDIT-DATE.
         03 EDIT-YY        PIC 99.
         03 EDIT-MM        PIC 99.
         03 EDIT-DD        PIC 99.
       01 EDIT-DATE-X REDEFINES EDIT-DATE PIC X(6).
       01 EDIT-DATE-SW     PIC X(1)    VALUE 'Y'.
         88 EDIT-DATE-OK               VALUE 'Y'.
       01 DUE-DATE.
         03 DUE-YY         PIC 99.
         03 DUE-MM         PIC 99.
         03 DUE-DD         PIC 99.
       01 DUE-DATE-NUM REDEFINES DUE-DATE PIC 9(6).
       01 DUE-MONTHS       PIC 9(7)    VALUE 0.
       01 DUE-YEARS        PIC 9(7)    VALUE 0.
       01 DUE-MM-REM       PIC 99      VALUE 0.
       01 DUE-LIMIT        PIC 99      VALUE 0.
       01 DUE-QUOT         PIC 99      VALUE 0.
       01 DUE-REM          PIC 9       VALUE 0.
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
       01 PAGE-SIZE-LINES  PIC 99      VALUE 55.
       01 PAGE-NO          PIC 9(4)    VALUE 0.
       01 REC-CT           PIC 99      VALUE 0.
       01 MIS-PAGE-NO      PIC 9(4)    VALUE 0.
       01 MIS-REC-CT       PIC 99      VALUE 0.
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
      * LAYOUT FOR THE CHANGE REGISTER HEADING AND DETAIL LINE.
      * OLD AND NEW ARE THE ENROLLMENT STATUS CODES; THE TWO DUE
      * DATES ARE I-NEXT-DUE BEFORE AND AFTER THE CHANGE.
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'ENROLLMENT STATUS CHANGE REGISTER'.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 FILLER      PIC X(13)       VALUE 'STUD ID   LN'.
         03 FILLER      PIC X(16)       VALUE 'NAME'.
         03 FILLER      PIC X(4)        VALUE 'OLD'.
         03 FILLER      PIC X(4)        VALUE 'NEW'.
         03 FILLER      PIC X(9)        VALUE 'SEPARATED'.
         03 FILLER      PIC X(9)        VALUE 'WAS DUE'.
         03 FILLER      PIC X(9)        VALUE 'NOW DUE'.
         03 FILLER      PIC X(15)       VALUE 'EFFECT'.
       01 PRNT-REGISTER.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-STUD-ID   PIC 9(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-LOAN-SEQ  PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-NAME      PIC X(15).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-OLD-STAT  PIC X(1).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 R-NEW-STAT  PIC X(1).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-SEP-DATE  PIC 99/99/99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-OLD-DUE   PIC 99/99/99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-NEW-DUE   PIC 99/99/99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-EFFECT    PIC X(16).
       01 R-DATE.
         03 R-DATE-MM   PIC 99.
         03 R-DATE-DD   PIC 99.
         03 R-DATE-YY   PIC 99.
       01 R-DATE-NUM REDEFINES R-DATE PIC 9(6).
       01 R-DATE-IN.
         03 R-IN-YY     PIC 99.
         03 R-IN-MM     PIC 99.
         03 R-IN-DD     PIC 99.
      **************************************************************
      * LAYOUT FOR THE MISMATCH REPORT HEADING AND DETAIL LINE.
      * THE NAME IS THE REGISTRAR'S FOR A RECORD WITH NO LOAN,
      * THE MASTER'S OTHERWISE. LN IS THE MASTER'S LOAN SEQUENCE,
      * BLANK ON A LINE TAKEN FROM THE REGISTRAR'S RECORD.
      **************************************************************
       01 MISM-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'REGISTRAR / LOAN MASTER MISMATCH REPORT'.
       01 MISM-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(14)       VALUE 'STUD ID   LN'.
         03 FILLER      PIC X(21)       VALUE 'NAME'.
         03 FILLER      PIC X(5)        VALUE 'STAT'.
         03 FILLER      PIC X(41)       VALUE 'REASON'.
       01 MISM-DATA.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 X-STUD-ID   PIC X(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 X-LOAN-SEQ  PIC X(2).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 X-NAME      PIC X(20).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 X-STATUS    PIC X(1).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 X-REASON    PIC X(30).
      **************************************************************
      * LAYOUT FOR THE RUN-TOTAL TRAILERS *
      **************************************************************
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'MASTER RECORDS READ .'.
         03 T-READ-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'REGISTRAR RECORDS . .'.
         03 T-FEED-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'MATCHED TO A LOAN . .'.
         03 T-MATCH-CT  PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'STATUS UNCHANGED  . .'.
         03 T-SAME-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'STATUS CHANGED  . . .'.
         03 T-CHANGE-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'REPAYMENT SCHEDULED .'.
         03 T-REPAY-CT  PIC ZZ,ZZ9.
       01 PRNT-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'PAYMENTS HELD . . . .'.
         03 T-HELD-CT   PIC ZZ,ZZ9.
       01 MISM-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'NO LOAN ON FILE . . .'.
         03 T-NOLOAN-CT PIC ZZ,ZZ9.
       01 MISM-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'UNKNOWN TO REGISTRAR.'.
         03 T-NOREG-CT  PIC ZZ,ZZ9.
       01 MISM-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'NOT APPLIED . . . . .'.
         03 T-ERROR-CT  PIC ZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-S      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO RUN-DATE-NUM.
           PERFORM 0100-LOAD-CONTROL.
      * THE SORT BELOW CANNOT REPORT A MISSING REGISTRAR FILE
      * CLEANLY, SO ITS PRESENCE IS PROVED HERE FIRST.
           OPEN INPUT ENRL-FILE.
           IF ENRL-STATUS NOT = '00'
             DISPLAY 'LAB5ENR: REGISTRAR FILE DA-S-ENRL MISSING OR '
               'UNREADABLE, STATUS=' ENRL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE ENRL-FILE.
           OPEN I-O INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5ENR: INPUT-FILE OPEN FAILED, STATUS='
               INPUT-STATUS
             STOP RUN
           END-IF.
           PERFORM 8300-OPEN-JOURNAL.
           OPEN OUTPUT PRNT-FILE
                       MISM-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1450-PRINT-MISM-HEAD.
           SORT SORT-FILE
             ON ASCENDING KEY SR-STUD-ID
             USING ENRL-FILE
             OUTPUT PROCEDURE 1500-MATCH-FEED
               THRU 1500-MATCH-EXIT.
           PERFORM 1600-PRINT-TOTALS.
           CLOSE INPUT-FILE
                 PRNT-FILE
                 MISM-FILE
                 JRNL-FILE.
           STOP RUN.
      **************************************************************
      * LOADS THE CONTROL PARAMETERS FROM DA-S-CTLF. THE RATE
      * ROWS BELONG TO THE ACCRUING PROGRAMS AND ARE IGNORED
      * HERE; A MISSING GRACEMOS PARM ENDS THE RUN WITH RETURN
      * CODE 16 BEFORE THE MASTER IS TOUCHED.
      **************************************************************
       0100-LOAD-CONTROL.
           OPEN INPUT CTRL-FILE.
           IF CTRL-STATUS NOT = '00'
             DISPLAY 'LAB5ENR: CONTROL FILE DA-S-CTLF MISSING OR '
               'UNREADABLE, STATUS=' CTRL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 0110-READ-CONTROL.
           PERFORM 0120-LOAD-CONTROL-ROW
             UNTIL EOF-CTL = 1.
           CLOSE CTRL-FILE.
           IF NOT GRACE-FOUND
             DISPLAY 'LAB5ENR: CONTROL FILE HAS NO GRACEMOS PARM'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0110-READ-CONTROL.
           READ CTRL-FILE
             AT END MOVE 1 TO EOF-CTL.

       0120-LOAD-CONTROL-ROW.
           IF CT-TYPE = 'PARM'
             EVALUATE CT-PARM-NAME
               WHEN 'GRACEMOS'
                 MOVE CT-PARM-VALUE TO GRACE-MONTHS
                 MOVE 'Y' TO GRACE-FOUND-SW
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           PERFORM 0110-READ-CONTROL.
      **************************************************************
      * OUTPUT PROCEDURE FOR THE SORT - MATCHES THE REGISTRAR'S
      * RECORDS, NOW IN STUDENT ID ORDER, AGAINST THE MASTER READ
      * IN KEY ORDER, UNTIL BOTH ARE EXHAUSTED.
      **************************************************************
       1500-MATCH-FEED.
           PERFORM 2000-READ-INPUT.
           PERFORM 2010-RETURN-SORTED.
           PERFORM 1520-MATCH-LOOP
             UNTIL EOF-I = 1 AND EOF-S = 1.
       1500-MATCH-EXIT.
           EXIT.
      **************************************************************
      * ONE STEP OF THE MATCH. THE LOWER KEY IS THE UNMATCHED ONE:
      * A MASTER RECORD THAT NEVER MET A REGISTRAR RECORD IS A
      * LOAN THE REGISTRAR DOES NOT KNOW, AND A REGISTRAR RECORD
      * BELOW THE MASTER KEY HAS NO LOAN ON FILE. ON EQUAL KEYS
      * THE STATUS IS APPLIED AND THE REGISTRAR RECORD IS KEPT, SO
      * IT REACHES EVERY LOAN THE STUDENT HOLDS; A SECOND
      * REGISTRAR RECORD FOR THE SAME STUDENT ONLY COMES UP AFTER
      * THE LAST OF THOSE LOANS AND IS CAUGHT AS A DUPLICATE
      * RATHER THAN APPLIED OVER THE FIRST.
      **************************************************************
       1520-MATCH-LOOP.
           IF EOF-S NOT = 1 AND MATCH-KEY-E = PREV-KEY-E
             MOVE 'DUPLICATE REGISTRAR RECORD' TO REASON-TEXT
             PERFORM 1560-WRITE-MISM-FEED
             ADD 1 TO ENR-ERROR-CT
             PERFORM 2010-RETURN-SORTED
           ELSE
             EVALUATE TRUE
               WHEN MATCH-KEY-M < MATCH-KEY-E
                 IF NOT MATCHED
                   MOVE 'REGISTRAR HAS NO RECORD' TO REASON-TEXT
                   PERFORM 1570-WRITE-MISM-MAST
                   ADD 1 TO ENR-NOREG-CT
                 END-IF
                 PERFORM 2000-READ-INPUT
               WHEN MATCH-KEY-M > MATCH-KEY-E
                 IF NOT FEED-USED
                   MOVE 'NO LOAN ON FILE' TO REASON-TEXT
                   PERFORM 1560-WRITE-MISM-FEED
                   ADD 1 TO ENR-NOLOAN-CT
                 END-IF
                 PERFORM 2010-RETURN-SORTED
               WHEN OTHER
                 PERFORM 1100-APPLY-STATUS
                   THRU 1100-APPLY-EXIT
                 MOVE 'Y' TO FEED-USED-SW
                 PERFORM 2000-READ-INPUT
             END-EVALUATE
           END-IF.
      **************************************************************
      * APPLIES ONE REGISTRAR RECORD TO ITS LOAN. A BAD MASTER
      * RECORD, AN UNKNOWN STATUS CODE OR A MISSING, IMPOSSIBLE OR
      * FUTURE SEPARATION DATE GOES TO THE MISMATCH REPORT AND THE
      * MASTER IS LEFT ALONE - A BAD REGISTRAR RECORD IS REPORTED
      * AT THE STUDENT'S FIRST LOAN ONLY. AN UNCHANGED STATUS IS
      * ONLY COUNTED, UNLESS IT IS AN ENROLLED STATUS ON A LOAN
      * THAT HAS A PAYMENT SEEDED BUT HAS NEVER BEEN PAID - A LOAN
      * LAB5MNT ADDED WHILE THE STUDENT WAS ALREADY REPORTED IN
      * SCHOOL - WHOSE PAYMENTS ARE THEN HELD ALL THE SAME.
      **************************************************************
       1100-APPLY-STATUS.
           MOVE 'Y' TO MATCHED-SW.
           ADD 1 TO ENR-MATCH-CT.
           PERFORM 1070-CHECK-NUMERIC.
           IF NOT VALID-RECORD
             MOVE 'MASTER RECORD IN ERROR' TO REASON-TEXT
             PERFORM 1570-WRITE-MISM-MAST
             ADD 1 TO ENR-ERROR-CT
             GO TO 1100-APPLY-EXIT
           END-IF.
           IF NOT SR-ENROLLED AND NOT SR-SEPARATED
             IF NOT FEED-USED
               MOVE 'INVALID STATUS CODE' TO REASON-TEXT
               PERFORM 1560-WRITE-MISM-FEED
               ADD 1 TO ENR-ERROR-CT
             END-IF
             GO TO 1100-APPLY-EXIT
           END-IF.
           IF SR-STATUS = I-ENRL-STAT
             ADD 1 TO ENR-SAME-CT
             IF SR-ENROLLED AND I-REPAY-START = 0
                            AND I-NEXT-DUE NOT = 0
               PERFORM 1170-HOLD-PAYMENTS
             END-IF
             GO TO 1100-APPLY-EXIT
           END-IF.
           IF SR-SEPARATED
             MOVE SR-SEP-DATE-X TO EDIT-DATE-X
             PERFORM 1140-EDIT-DATE
             IF NOT EDIT-DATE-OK
               IF NOT FEED-USED
                 MOVE 'INVALID SEPARATION DATE' TO REASON-TEXT
                 PERFORM 1560-WRITE-MISM-FEED
                 ADD 1 TO ENR-ERROR-CT
               END-IF
               GO TO 1100-APPLY-EXIT
             END-IF
             IF SR-SEP-DATE > RUN-DATE-NUM
               IF NOT FEED-USED
                 MOVE 'SEPARATION DATE IN FUTURE' TO REASON-TEXT
                 PERFORM 1560-WRITE-MISM-FEED
                 ADD 1 TO ENR-ERROR-CT
               END-IF
               GO TO 1100-APPLY-EXIT
             END-IF
           END-IF.
           MOVE INPUT-REC    TO JRNL-BEFORE.
           MOVE I-ENRL-STAT  TO OLD-ENRL-STAT.
           MOVE I-NEXT-DUE   TO OLD-NEXT-DUE.
           PERFORM 1150-CALC-TOTAL.
           EVALUATE TRUE
      * FIRST SEPARATION - THE GRACE PERIOD STARTS AND REPAYMENT
      * IS SCHEDULED FOR THE DAY IT ENDS.
             WHEN SR-SEPARATED AND I-REPAY-START = 0
               MOVE SR-SEP-DATE TO I-SEP-DATE
               PERFORM 1200-CALC-REPAY-START
               MOVE DUE-DATE-NUM TO I-REPAY-START
               MOVE DUE-DATE-NUM TO I-NEXT-DUE
               MOVE 'REPAYMENT SET' TO ENR-EFFECT
               ADD 1 TO ENR-REPAY-CT
      * SEPARATED AGAIN AFTER THE GRACE PERIOD WAS USED - THE
      * NEW DATE IS RECORDED BUT THE RUNNING SCHEDULE STANDS.
             WHEN SR-SEPARATED
               IF OLD-ENRL-STAT NOT = 'L' AND NOT = 'G'
                                         AND NOT = 'W'
                 MOVE SR-SEP-DATE TO I-SEP-DATE
               END-IF
               MOVE 'NO SCHED CHANGE' TO ENR-EFFECT
      * STILL IN SCHOOL AND NEVER PAID - THE PAYMENT SEEDED AT THE
      * ADD IS HELD UNTIL THE STUDENT LEAVES.
             WHEN I-REPAY-START = 0
               IF TOTAL = 0 AND I-NEXT-DUE NOT = 0
                 MOVE 0 TO I-NEXT-DUE
                 MOVE 'PAYMENTS HELD' TO ENR-EFFECT
                 ADD 1 TO ENR-HELD-CT
               ELSE
                 MOVE 'NO SCHED CHANGE' TO ENR-EFFECT
               END-IF
      * BACK IN SCHOOL AFTER REPAYMENT BEGAN - ONLY A DEFERMENT
      * CARD STOPS THE SCHEDULE NOW.
             WHEN OTHER
               MOVE 'RE-ENROLLED' TO ENR-EFFECT
           END-EVALUATE.
           MOVE SR-STATUS TO I-ENRL-STAT.
           PERFORM 1350-REWRITE-STUDENT.
           PERFORM 1550-WRITE-REGISTER.
           ADD 1 TO ENR-CHANGE-CT.
       1100-APPLY-EXIT.
           EXIT.
      **************************************************************
      * REAL-DATE CHECK ON EDIT-DATE - NUMERIC, A MONTH 01-12 AND
      * A DAY THAT MONTH HAS, FEBRUARY 29 IN LEAP YEARS ONLY.
      **************************************************************
       1140-EDIT-DATE.
           MOVE 'Y' TO EDIT-DATE-SW.
           IF EDIT-DATE-X NOT NUMERIC
             MOVE 'N' TO EDIT-DATE-SW
           ELSE
             IF EDIT-MM < 1 OR EDIT-MM > 12
               MOVE 'N' TO EDIT-DATE-SW
             ELSE
               MOVE MONTH-DAYS (EDIT-MM) TO DUE-LIMIT
               DIVIDE EDIT-YY BY 4 GIVING DUE-QUOT
                 REMAINDER DUE-REM
               IF DUE-REM = 0 AND EDIT-MM = 2
                 MOVE 29 TO DUE-LIMIT
               END-IF
               IF EDIT-DD < 1 OR EDIT-DD > DUE-LIMIT
                 MOVE 'N' TO EDIT-DATE-SW
               END-IF
             END-IF
           END-IF.

       1150-CALC-TOTAL.
           MOVE 0 TO TOTAL.
           PERFORM 1160-ADD-PAID
             VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT.

       1160-ADD-PAID.
           ADD I-PAID (SUB) TO TOTAL.
      **************************************************************
      * HOLDS THE SEEDED PAYMENT ON A NEVER-PAID LOAN WHOSE
      * ENROLLED STATUS IS UNCHANGED. IT PRINTS ON THE CHANGE
      * REGISTER WITH THE SAME STATUS ON BOTH SIDES.
      **************************************************************
       1170-HOLD-PAYMENTS.
           PERFORM 1150-CALC-TOTAL.
           IF TOTAL = 0
             MOVE INPUT-REC    TO JRNL-BEFORE
             MOVE I-ENRL-STAT  TO OLD-ENRL-STAT
             MOVE I-NEXT-DUE   TO OLD-NEXT-DUE
             MOVE 0 TO I-NEXT-DUE
             MOVE 'PAYMENTS HELD' TO ENR-EFFECT
             ADD 1 TO ENR-HELD-CT
             PERFORM 1350-REWRITE-STUDENT
             PERFORM 1550-WRITE-REGISTER
           END-IF.
      **************************************************************
      * THE REPAYMENT START DATE - THE SEPARATION DATE ROLLED
      * FORWARD BY GRACE-MONTHS WHOLE MONTHS, WITH THE DAY
      * CLAMPED TO THE NEW MONTH'S LAST DAY.
      **************************************************************
       1200-CALC-REPAY-START.
           MOVE SR-SEP-DATE TO DUE-DATE-NUM.
           COMPUTE DUE-MONTHS = DUE-MM - 1 + GRACE-MONTHS.
           DIVIDE DUE-MONTHS BY 12 GIVING DUE-YEARS
             REMAINDER DUE-MM-REM.
           COMPUTE DUE-MM = DUE-MM-REM + 1.
           COMPUTE DUE-YEARS = DUE-YY + DUE-YEARS.
           DIVIDE DUE-YEARS BY 100 GIVING DUE-MONTHS
             REMAINDER DUE-YY.
           MOVE MONTH-DAYS (DUE-MM) TO DUE-LIMIT.
           DIVIDE DUE-YY BY 4 GIVING DUE-QUOT
             REMAINDER DUE-REM.
           IF DUE-REM = 0 AND DUE-MM = 2
             MOVE 29 TO DUE-LIMIT
           END-IF.
           IF DUE-DD > DUE-LIMIT
             MOVE DUE-LIMIT TO DUE-DD
           END-IF.

       1350-REWRITE-STUDENT.
           MOVE INPUT-DATA TO INPUT-REC.
           REWRITE INPUT-REC.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5ENR: REWRITE FAILED, STATUS='
               INPUT-STATUS ' ID=' I-STUD-ID
             STOP RUN
           END-IF.
           MOVE 'C'       TO JRNL-ACTION.
           MOVE I-STUD-ID TO JRNL-STUD-ID.
           MOVE I-LOAN-SEQ TO JRNL-LOAN-SEQ.
           MOVE INPUT-REC TO JRNL-AFTER.
           PERFORM 8400-WRITE-JOURNAL.

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

       1450-PRINT-MISM-HEAD.
           ADD 1 TO MIS-PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE MIS-PAGE-NO TO H-PAGE-NO.
           WRITE MISM-REC FROM PRNT-RUN-HEAD
             AFTER ADVANCING PAGE.
           WRITE MISM-REC FROM MISM-HEADING1
             AFTER ADVANCING 1 LINE.
           WRITE MISM-REC FROM MISM-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MISM-REC.
           WRITE MISM-REC
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO MIS-REC-CT.
      **************************************************************
      * PRINTS ONE CHANGE REGISTER LINE - THE STATUS BEFORE AND
      * AFTER, THE SEPARATION DATE ON FILE, AND I-NEXT-DUE BEFORE
      * AND AFTER, SO THE EFFECT ON THE SCHEDULE READS ACROSS.
      **************************************************************
       1550-WRITE-REGISTER.
           MOVE I-STUD-ID     TO R-STUD-ID.
           MOVE I-LOAN-SEQ    TO R-LOAN-SEQ.
           MOVE I-NAME        TO R-NAME.
           MOVE OLD-ENRL-STAT TO R-OLD-STAT.
           MOVE I-ENRL-STAT   TO R-NEW-STAT.
           MOVE I-SEP-DATE    TO R-DATE-IN.
           PERFORM 1580-FORMAT-DATE.
           MOVE R-DATE-NUM    TO R-SEP-DATE.
           MOVE OLD-NEXT-DUE  TO R-DATE-IN.
           PERFORM 1580-FORMAT-DATE.
           MOVE R-DATE-NUM    TO R-OLD-DUE.
           MOVE I-NEXT-DUE    TO R-DATE-IN.
           PERFORM 1580-FORMAT-DATE.
           MOVE R-DATE-NUM    TO R-NEW-DUE.
           MOVE ENR-EFFECT    TO R-EFFECT.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE PRNT-REC FROM PRNT-REGISTER
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REC-CT.
      **************************************************************
      * MISMATCH LINE FROM THE REGISTRAR'S RECORD, AND FROM THE
      * MASTER RECORD. THE CALLER FILLS REASON-TEXT FIRST.
      **************************************************************
       1560-WRITE-MISM-FEED.
           MOVE SR-STUD-ID    TO X-STUD-ID.
           MOVE SPACES        TO X-LOAN-SEQ.
           MOVE SR-NAME       TO X-NAME.
           MOVE SR-STATUS     TO X-STATUS.
           PERFORM 1590-WRITE-MISM-LINE.

       1570-WRITE-MISM-MAST.
           MOVE IR-STUD-ID    TO X-STUD-ID.
           MOVE IR-LOAN-SEQ   TO X-LOAN-SEQ.
           MOVE IR-NAME       TO X-NAME.
           MOVE I-ENRL-STAT   TO X-STATUS.
           PERFORM 1590-WRITE-MISM-LINE.

       1580-FORMAT-DATE.
           MOVE R-IN-MM TO R-DATE-MM.
           MOVE R-IN-DD TO R-DATE-DD.
           MOVE R-IN-YY TO R-DATE-YY.

       1590-WRITE-MISM-LINE.
           MOVE REASON-TEXT   TO X-REASON.
           IF MIS-REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1450-PRINT-MISM-HEAD
           END-IF.
           WRITE MISM-REC FROM MISM-DATA
             AFTER ADVANCING 1 LINE.
           ADD 1 TO MIS-REC-CT.
      **************************************************************
      * PRINTS THE RUN-TOTAL TRAILERS ON BOTH REPORTS *
      **************************************************************
       1600-PRINT-TOTALS.
           MOVE ENR-READ-CT   TO T-READ-CT.
           MOVE ENR-FEED-CT   TO T-FEED-CT.
           MOVE ENR-MATCH-CT  TO T-MATCH-CT.
           MOVE ENR-SAME-CT   TO T-SAME-CT.
           MOVE ENR-CHANGE-CT TO T-CHANGE-CT.
           MOVE ENR-REPAY-CT  TO T-REPAY-CT.
           MOVE ENR-HELD-CT   TO T-HELD-CT.
           MOVE ENR-NOLOAN-CT TO T-NOLOAN-CT.
           MOVE ENR-NOREG-CT  TO T-NOREG-CT.
           MOVE ENR-ERROR-CT  TO T-ERROR-CT.
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
           MOVE SPACES TO MISM-REC.
           WRITE MISM-REC
             AFTER ADVANCING 1 LINE.
           WRITE MISM-REC FROM MISM-TOTALS1
             AFTER ADVANCING 1 LINE.
           WRITE MISM-REC FROM MISM-TOTALS2
             AFTER ADVANCING 1 LINE.
           WRITE MISM-REC FROM MISM-TOTALS3
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * VALIDATES I-LOAN, I-LATE-CHG AND EVERY I-PAID OCCURRENCE
      * ARE NUMERIC BEFORE THE RECORD IS TRUSTED WITH A REWRITE -
      * MIRRORS LAB5'S 1070-CHECK-NUMERIC/1075-CHECK-PAID.
      **************************************************************
       1070-CHECK-NUMERIC.
           MOVE 'Y' TO VALID-REC-SW.
           IF I-LOAN NOT NUMERIC
             MOVE 'N' TO VALID-REC-SW
           END-IF.
           IF VALID-RECORD
             AND (I-PAY-CT NOT NUMERIC
               OR I-PAY-CT < 1 OR I-PAY-CT > 12)
             MOVE 'N' TO VALID-REC-SW
           END-IF.
           IF VALID-RECORD AND I-LATE-CHG NOT NUMERIC
             MOVE 'N' TO VALID-REC-SW
           END-IF.
           IF VALID-RECORD
             PERFORM 1075-CHECK-PAID
               VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT
                 OR NOT VALID-RECORD
           END-IF.
           IF VALID-RECORD
             AND (I-NEXT-DUE NOT NUMERIC
               OR I-SEP-DATE NOT NUMERIC
               OR I-REPAY-START NOT NUMERIC)
             MOVE 'N' TO VALID-REC-SW
           END-IF.

       1075-CHECK-PAID.
           IF I-PAID (SUB) NOT NUMERIC
             MOVE 'N' TO VALID-REC-SW
           END-IF.
      **************************************************************
      * OPENS THE COMMON UPDATE JOURNAL FOR EXTEND SO THIS RUN'S
      * MASTER UPDATES APPEND THEIR BEFORE/AFTER IMAGES FOR
      * LAB5RCV. A BRAND NEW JOURNAL (STATUS 35) IS CREATED; ANY
      * OTHER FAILURE STOPS THE RUN BEFORE THE MASTER IS TOUCHED.
      **************************************************************
       8300-OPEN-JOURNAL.
           OPEN EXTEND JRNL-FILE.
           IF JRNL-STATUS = '35'
             OPEN OUTPUT JRNL-FILE
           END-IF.
           IF JRNL-STATUS NOT = '00'
             DISPLAY 'LAB5ENR: JRNL-FILE OPEN FAILED, STATUS='
               JRNL-STATUS
             STOP RUN
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
           MOVE 'LAB5ENR' TO JR-PROGRAM.
           MOVE JRNL-ACTION  TO JR-ACTION.
           MOVE JRNL-STUD-ID TO JR-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE JRNL-BEFORE  TO JR-BEFORE.
           MOVE JRNL-AFTER   TO JR-AFTER.
           WRITE JRNL-REC.
           IF JRNL-STATUS NOT = '00'
             DISPLAY 'LAB5ENR: JRNL-FILE WRITE FAILED, STATUS='
               JRNL-STATUS
             STOP RUN
           END-IF.
      **************************************************************
      * READS THE NEXT MASTER RECORD IN KEY ORDER. I-PAY-CT (BYTES
      * 36-37) IS MOVED IN AHEAD OF THE GROUP MOVE SO THE OCCURS
      * DEPENDING ON TABLE IS SIZED BEFORE INPUT-DATA IS POPULATED
      * - SAME TECHNIQUE AS LAB5'S 2000-READ-INPUT. AT END THE
      * MATCH KEY GOES TO HIGH-VALUES.
      **************************************************************
       2000-READ-INPUT.
           MOVE 'N' TO MATCHED-SW.
           READ INPUT-FILE
             AT END MOVE 1 TO EOF-I.
           IF EOF-I NOT = 1 AND INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5ENR: INPUT-FILE READ ERROR, STATUS='
               INPUT-STATUS
             STOP RUN
           END-IF.
           IF EOF-I = 1
             MOVE HIGH-VALUES TO MATCH-KEY-M
           ELSE
             ADD 1 TO ENR-READ-CT
             MOVE IR-STUD-ID TO MATCH-KEY-M
             MOVE INPUT-REC (36:2) TO I-PAY-CT
             IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1 OR I-PAY-CT > 12
               MOVE 1 TO I-PAY-CT
             END-IF
             MOVE INPUT-REC        TO INPUT-DATA
             MOVE INPUT-REC (36:2) TO I-PAY-CT
           END-IF.
      **************************************************************
      * RETURNS THE NEXT REGISTRAR RECORD IN STUDENT ID ORDER,
      * REMEMBERING THE KEY JUST FINISHED. AT END THE MATCH KEY
      * GOES TO HIGH-VALUES.
      **************************************************************
       2010-RETURN-SORTED.
           MOVE MATCH-KEY-E TO PREV-KEY-E.
           MOVE 'N' TO FEED-USED-SW.
           RETURN SORT-FILE
             AT END MOVE 1 TO EOF-S.
           IF EOF-S = 1
             MOVE HIGH-VALUES TO MATCH-KEY-E
           ELSE
             ADD 1 TO ENR-FEED-CT
             MOVE SR-STUD-ID TO MATCH-KEY-E
           END-IF.
