       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5DEF.
       AUTHOR. Addyson Sisemore
      * DEFERMENT AND FORBEARANCE REGISTER - THE NIGHTLY RUN THAT
      * CARRIES OUT WHAT LAB5MNT'S DEFERMENT CARDS SET UP. EVERY
      * ACCOUNT WITH A DEFERMENT OR FORBEARANCE ON FILE IS LOOKED
      * AT: ONE WHOSE START DATE HAS ARRIVED SINCE THE LAST RUN IS
      * MARKED ACTIVE AND LISTED AS ENTERING; ONE WHOSE END DATE
      * HAS PASSED HAS I-NEXT-DUE ROLLED FORWARD BY THE DEFERRED
      * PERIOD (START THROUGH END, IN CALENDAR DAYS), HAS ITS
      * DEFERMENT FIELDS CLEARED, AND IS LISTED AS LEAVING; ONE
      * STILL RUNNING THAT ENDS WITHIN DEF-WARN-DAYS IS LISTED AS
      * EXPIRING SO THE OFFICE CAN CHASE A RENEWAL BEFORE THE
      * BORROWER STARTS AGING AGAIN. WHILE A DEFERMENT RUNS, LAB5,
      * LAB5AGE, LAB5ESC, LAB5CHG AND LAB5STM ALL TREAT THE
      * ACCOUNT AS CURRENT. RUN AHEAD OF THOSE JOBS SO A
      * DEFERMENT THAT ENDED YESTERDAY HAS ITS SCHEDULE ROLLED
      * BEFORE ANYTHING AGES IT. EVERY REWRITE IS JOURNALED FOR
      * LAB5RCV.

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
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
             FILE STATUS IS JRNL-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-DEFR'.

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
       COPY LOANJRNF.
      **************************************************************
      * DEFERMENT REGISTER - 80 BYTES WIDE LIKE LAB5MNT'S AND
      * LAB5CHG'S REGISTERS.
      **************************************************************
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 INPUT-STATUS     PIC XX       VALUE '00'.
       COPY LOANJRNW.
       01 SUB              PIC 999999.
      **************************************************************
      * AN ACCOUNT STILL IN DEFERMENT THAT ENDS WITHIN THIS MANY
      * CALENDAR DAYS IS LISTED AS EXPIRING.
      **************************************************************
       01 DEF-WARN-DAYS    PIC 9(3)     VALUE 030.
      **************************************************************
      * RUN CONTROL TOTALS FOR THE REGISTER TRAILER.
      **************************************************************
       01 DEF-READ-CT      PIC 9(7)     VALUE 0.
       01 DEF-ONFILE-CT    PIC 9(5)     VALUE 0.
       01 DEF-ENTER-CT     PIC 9(5)     VALUE 0.
       01 DEF-LEAVE-CT     PIC 9(5)     VALUE 0.
       01 DEF-EXPIRE-CT    PIC 9(5)     VALUE 0.
       01 DEF-ERROR-CT     PIC 9(5)     VALUE 0.
      **************************************************************
      * INPUT-VALIDATION WORK AREAS - SAME EDITS LAB5'S 1070-
      * CHECK-NUMERIC APPLIES, SO A BAD MASTER RECORD IS LEFT TO
      * THE SUSPENSE CYCLE RATHER THAN REWRITTEN FROM GARBAGE. A
      * DEFERMENT WHOSE DATES ARE NOT NUMERIC IS COUNTED WITH
      * THEM AND LEFT ALONE.
      **************************************************************
       01 VALID-REC-SW     PIC X(1)     VALUE 'Y'.
         88 VALID-RECORD               VALUE 'Y'.
       COPY LOANREC.
      **************************************************************
      * THE EVENT BEING PRINTED AND THE SCHEDULE DATE THAT GOES
      * WITH IT - THE ROLLED I-NEXT-DUE FOR AN ACCOUNT LEAVING,
      * THE CURRENT ONE OTHERWISE.
      **************************************************************
       01 DEF-EVENT        PIC X(8)     VALUE SPACES.
       01 DEF-OLD-DUE      PIC 9(6)     VALUE 0.
       01 DEF-DAYS         PIC 9(5)     VALUE 0.
      **************************************************************
      * CALENDAR-DATE WORK AREAS - SAME DAY-NUMBER ARITHMETIC AS
      * LAB5'S 8000-DATE-TO-DAYNUM, PLUS THE REVERSE CONVERSION
      * (8100-DAYNUM-TO-DATE) THE ROLL-FORWARD NEEDS.
      **************************************************************
       01 WK-DATE.
         03 WK-YY             PIC 99.
         03 WK-MM             PIC 99.
         03 WK-DD             PIC 99.
       01 WK-DATE-NUM REDEFINES WK-DATE PIC 9(6).
       01 WK-DAYNUM           PIC 9(7)    VALUE 0.
       01 WK-DAY-RUN          PIC 9(7)    VALUE 0.
       01 WK-DAY-START        PIC 9(7)    VALUE 0.
       01 WK-DAY-END          PIC 9(7)    VALUE 0.
       01 WK-DAY-TARGET       PIC 9(7)    VALUE 0.
       01 WK-QUOT             PIC 9(7)    VALUE 0.
       01 WK-QUOT2            PIC 9(7)    VALUE 0.
       01 WK-REM              PIC 9       VALUE 0.
       01 WK-FIND-YY          PIC 99      VALUE 0.
       01 WK-FIND-MM          PIC 99      VALUE 0.
       01 WK-FOUND-SW         PIC X(1)    VALUE 'N'.
         88 WK-FOUND                      VALUE 'Y'.
       01 CUM-DAYS-DATA.
         03 FILLER PIC 9(3) VALUE 000.
         03 FILLER PIC 9(3) VALUE 031.
         03 FILLER PIC 9(3) VALUE 059.
         03 FILLER PIC 9(3) VALUE 090.
         03 FILLER PIC 9(3) VALUE 120.
         03 FILLER PIC 9(3) VALUE 151.
         03 FILLER PIC 9(3) VALUE 181.
         03 FILLER PIC 9(3) VALUE 212.
         03 FILLER PIC 9(3) VALUE 243.
         03 FILLER PIC 9(3) VALUE 273.
         03 FILLER PIC 9(3) VALUE 304.
         03 FILLER PIC 9(3) VALUE 334.
       01 CUM-DAYS-TABLE REDEFINES CUM-DAYS-DATA.
         03 CUM-DAYS OCCURS 12 TIMES PIC 9(3).
       01 PAGE-SIZE-LINES  PIC 99      VALUE 55.
       01 PAGE-NO          PIC 9(4)    VALUE 0.
       01 REC-CT           PIC 99      VALUE 0.
       01 RUN-DATE-RAW.
         03 RUN-YY         PIC 99.
         03 RUN-MM         PIC 99.
         03 RUN-DD         PIC 99.
       01 RUN-DATE-NUM REDEFINES RUN-DATE-RAW PIC 9(6).
      **************************************************************
      * LAYOUT FOR THE RUN-DATE/PAGE-NUMBER LINE PRINTED AT THE TOP
      * OF EVERY REGISTER PAGE, AHEAD OF THE COLUMN HEADINGS *
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
      * LAYOUT FOR THE REGISTER HEADING AND DETAIL LINE. TYPE IS
      * S (IN SCHOOL), M (MILITARY) OR H (HARDSHIP FORBEARANCE).
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'DEFERMENT AND FORBEARANCE REGISTER'.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(13)       VALUE 'STUD ID   LN'.
         03 FILLER      PIC X(21)       VALUE 'NAME'.
         03 FILLER      PIC X(9)        VALUE 'EVENT'.
         03 FILLER      PIC X(5)        VALUE 'TYPE'.
         03 FILLER      PIC X(9)        VALUE 'START'.
         03 FILLER      PIC X(9)        VALUE 'END'.
         03 FILLER      PIC X(12)       VALUE 'NEXT DUE'.
       01 PRNT-REGISTER.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-STUD-ID   PIC 9(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-LOAN-SEQ  PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-NAME      PIC X(20).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-EVENT     PIC X(8).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-TYPE      PIC X(1).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-START     PIC 99/99/99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-END       PIC 99/99/99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-NEXT-DUE  PIC 99/99/99.
       01 R-DATE.
         03 R-DATE-MM   PIC 99.
         03 R-DATE-DD   PIC 99.
         03 R-DATE-YY   PIC 99.
       01 R-DATE-NUM REDEFINES R-DATE PIC 9(6).
      **************************************************************
      * LAYOUT FOR THE REGISTER RUN-TOTAL TRAILER *
      **************************************************************
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'MASTER RECORDS READ .'.
         03 T-READ-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'DEFERMENTS ON FILE  .'.
         03 T-ONFILE-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'ENTERING DEFERMENT  .'.
         03 T-ENTER-CT  PIC ZZ,ZZ9.
       01 PRNT-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'LEAVING DEFERMENT . .'.
         03 T-LEAVE-CT  PIC ZZ,ZZ9.
       01 PRNT-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'EXPIRING WITHIN DAYS.'.
         03 T-EXPIRE-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'RECORDS IN ERROR  . .'.
         03 T-ERROR-CT  PIC ZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO WK-DATE.
           PERFORM 8000-DATE-TO-DAYNUM.
           MOVE WK-DAYNUM TO WK-DAY-RUN.
           OPEN I-O INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5DEF: INPUT-FILE OPEN FAILED, STATUS='
               INPUT-STATUS
             STOP RUN
           END-IF.
           PERFORM 8300-OPEN-JOURNAL.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-INPUT.
           PERFORM 1100-REVIEW-STUDENT
             THRU 1100-REVIEW-EXIT
             UNTIL EOF-I = 1.
           PERFORM 1600-PRINT-TOTALS.
           CLOSE INPUT-FILE
                 PRNT-FILE
                 JRNL-FILE.
           STOP RUN.
      **************************************************************
      * LOOKS AT ONE ACCOUNT. ONLY A VALID RECORD WITH A DEFERMENT
      * ON FILE IS CONSIDERED. AN ENDED DEFERMENT IS ROLLED AND
      * CLEARED; ONE THAT HAS STARTED SINCE THE LAST RUN IS MARKED
      * ACTIVE; ONE STILL RUNNING IS CHECKED FOR EXPIRY.
      **************************************************************
       1100-REVIEW-STUDENT.
           IF I-DEFER-TYPE = SPACE
             GO TO 1100-REVIEW-NEXT
           END-IF.
           ADD 1 TO DEF-ONFILE-CT.
           PERFORM 1070-CHECK-NUMERIC.
           IF NOT VALID-RECORD
             ADD 1 TO DEF-ERROR-CT
             DISPLAY 'LAB5DEF: RECORD IN ERROR, NOT REVIEWED, ID='
               I-STUD-ID
             GO TO 1100-REVIEW-NEXT
           END-IF.
           IF I-DEFER-END < RUN-DATE-NUM
             PERFORM 1200-END-DEFERMENT
             GO TO 1100-REVIEW-NEXT
           END-IF.
           IF I-DEFER-START > RUN-DATE-NUM
             GO TO 1100-REVIEW-NEXT
           END-IF.
           IF I-DEFER-STAT NOT = 'A'
             PERFORM 1300-START-DEFERMENT
           END-IF.
           MOVE I-DEFER-END TO WK-DATE.
           PERFORM 8000-DATE-TO-DAYNUM.
           IF WK-DAYNUM - WK-DAY-RUN NOT > DEF-WARN-DAYS
             MOVE 'EXPIRING' TO DEF-EVENT
             MOVE I-NEXT-DUE TO DEF-OLD-DUE
             PERFORM 1500-WRITE-REGISTER
             ADD 1 TO DEF-EXPIRE-CT
           END-IF.
       1100-REVIEW-NEXT.
           PERFORM 2000-READ-INPUT.
       1100-REVIEW-EXIT.
           EXIT.
      **************************************************************
      * ENDS A DEFERMENT WHOSE END DATE HAS PASSED. THE DEFERRED
      * PERIOD IS START THROUGH END INCLUSIVE, AND I-NEXT-DUE
      * MOVES FORWARD BY THAT MANY DAYS SO THE BORROWER PICKS UP
      * THE SCHEDULE WHERE IT STOOD WHEN THE DEFERMENT BEGAN. AN
      * ACCOUNT WITH NO SCHEDULE ON FILE HAS NOTHING TO ROLL.
      **************************************************************
       1200-END-DEFERMENT.
           MOVE INPUT-REC TO JRNL-BEFORE.
           MOVE I-NEXT-DUE TO DEF-OLD-DUE.
           MOVE I-DEFER-START TO WK-DATE.
           PERFORM 8000-DATE-TO-DAYNUM.
           MOVE WK-DAYNUM TO WK-DAY-START.
           MOVE I-DEFER-END TO WK-DATE.
           PERFORM 8000-DATE-TO-DAYNUM.
           MOVE WK-DAYNUM TO WK-DAY-END.
           COMPUTE DEF-DAYS = WK-DAY-END - WK-DAY-START + 1.
           IF I-NEXT-DUE NUMERIC AND I-NEXT-DUE NOT = 0
             MOVE I-NEXT-DUE TO WK-DATE
             IF WK-MM NOT < 1 AND WK-MM NOT > 12
               PERFORM 8000-DATE-TO-DAYNUM
               ADD DEF-DAYS TO WK-DAYNUM
               PERFORM 8100-DAYNUM-TO-DATE
               MOVE WK-DATE-NUM TO I-NEXT-DUE
             END-IF
           END-IF.
      * THE REGISTER LINE SHOWS THE DEFERMENT AS IT STOOD, SO IT
      * IS PRINTED BEFORE THE FIELDS ARE CLEARED.
           MOVE 'LEAVING' TO DEF-EVENT.
           PERFORM 1500-WRITE-REGISTER.
           MOVE SPACE TO I-DEFER-TYPE.
           MOVE SPACE TO I-DEFER-STAT.
           MOVE 0     TO I-DEFER-START.
           MOVE 0     TO I-DEFER-END.
           PERFORM 1350-REWRITE-STUDENT.
           ADD 1 TO DEF-LEAVE-CT.
      **************************************************************
      * MARKS A DEFERMENT WHOSE START DATE HAS ARRIVED AS ACTIVE,
      * SO IT IS REPORTED AS ENTERING EXACTLY ONCE.
      **************************************************************
       1300-START-DEFERMENT.
           MOVE INPUT-REC TO JRNL-BEFORE.
           MOVE 'A' TO I-DEFER-STAT.
           PERFORM 1350-REWRITE-STUDENT.
           MOVE 'ENTERING' TO DEF-EVENT.
           MOVE I-NEXT-DUE TO DEF-OLD-DUE.
           PERFORM 1500-WRITE-REGISTER.
           ADD 1 TO DEF-ENTER-CT.

       1350-REWRITE-STUDENT.
           MOVE INPUT-DATA TO INPUT-REC.
           REWRITE INPUT-REC.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5DEF: REWRITE FAILED, STATUS='
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
      **************************************************************
      * PRINTS ONE REGISTER LINE FOR THE EVENT IN DEF-EVENT. THE
      * NEXT-DUE COLUMN IS THE SCHEDULE AS IT NOW STANDS - ROLLED
      * FORWARD ALREADY FOR AN ACCOUNT LEAVING DEFERMENT.
      **************************************************************
       1500-WRITE-REGISTER.
           MOVE I-STUD-ID TO R-STUD-ID.
           MOVE I-LOAN-SEQ TO R-LOAN-SEQ.
           MOVE I-NAME    TO R-NAME.
           MOVE DEF-EVENT TO R-EVENT.
           MOVE I-DEFER-TYPE TO R-TYPE.
           MOVE I-DEFER-START (3:2) TO R-DATE-MM.
           MOVE I-DEFER-START (5:2) TO R-DATE-DD.
           MOVE I-DEFER-START (1:2) TO R-DATE-YY.
           MOVE R-DATE-NUM TO R-START.
           MOVE I-DEFER-END (3:2) TO R-DATE-MM.
           MOVE I-DEFER-END (5:2) TO R-DATE-DD.
           MOVE I-DEFER-END (1:2) TO R-DATE-YY.
           MOVE R-DATE-NUM TO R-END.
           MOVE I-NEXT-DUE (3:2) TO R-DATE-MM.
           MOVE I-NEXT-DUE (5:2) TO R-DATE-DD.
           MOVE I-NEXT-DUE (1:2) TO R-DATE-YY.
           MOVE R-DATE-NUM TO R-NEXT-DUE.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE PRNT-REC FROM PRNT-REGISTER
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REC-CT.
      **************************************************************
      * PRINTS THE REGISTER RUN-TOTAL TRAILER *
      **************************************************************
       1600-PRINT-TOTALS.
           MOVE DEF-READ-CT   TO T-READ-CT.
           MOVE DEF-ONFILE-CT TO T-ONFILE-CT.
           MOVE DEF-ENTER-CT  TO T-ENTER-CT.
           MOVE DEF-LEAVE-CT  TO T-LEAVE-CT.
           MOVE DEF-EXPIRE-CT TO T-EXPIRE-CT.
           MOVE DEF-ERROR-CT  TO T-ERROR-CT.
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
      **************************************************************
      * VALIDATES I-LOAN, I-LATE-CHG AND EVERY I-PAID OCCURRENCE
      * ARE NUMERIC BEFORE THE RECORD IS TRUSTED WITH A REWRITE -
      * MIRRORS LAB5'S 1070-CHECK-NUMERIC/1075-CHECK-PAID - AND
      * THAT THE DEFERMENT DATES ARE REAL DATES.
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
             AND (I-DEFER-START NOT NUMERIC
               OR I-DEFER-END NOT NUMERIC
               OR I-DEFER-START (3:2) < '01'
               OR I-DEFER-START (3:2) > '12'
               OR I-DEFER-END (3:2) < '01'
               OR I-DEFER-END (3:2) > '12')
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
             DISPLAY 'LAB5DEF: JRNL-FILE OPEN FAILED, STATUS='
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
           MOVE 'LAB5DEF' TO JR-PROGRAM.
           MOVE JRNL-ACTION  TO JR-ACTION.
           MOVE JRNL-STUD-ID TO JR-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE JRNL-BEFORE  TO JR-BEFORE.
           MOVE JRNL-AFTER   TO JR-AFTER.
           WRITE JRNL-REC.
           IF JRNL-STATUS NOT = '00'
             DISPLAY 'LAB5DEF: JRNL-FILE WRITE FAILED, STATUS='
               JRNL-STATUS
             STOP RUN
           END-IF.
      **************************************************************
      * CONVERTS WK-DATE (YYMMDD) TO A DAY NUMBER COUNTED FROM
      * 01/01/00, DAY NUMBER 1. YEARS DIVISIBLE BY 4 ARE LEAP
      * YEARS THROUGHOUT THE 00-99 WINDOW THIS SYSTEM CARRIES.
      **************************************************************
       8000-DATE-TO-DAYNUM.
           COMPUTE WK-QUOT = WK-YY + 3.
           DIVIDE WK-QUOT BY 4 GIVING WK-QUOT2.
           COMPUTE WK-DAYNUM =
             WK-YY * 365 + WK-QUOT2
             + CUM-DAYS (WK-MM) + WK-DD.
           DIVIDE WK-YY BY 4 GIVING WK-QUOT
             REMAINDER WK-REM.
           IF WK-REM = 0 AND WK-MM > 2
             ADD 1 TO WK-DAYNUM
           END-IF.
      **************************************************************
      * CONVERTS THE DAY NUMBER IN WK-DAYNUM BACK TO A YYMMDD DATE
      * IN WK-DATE - THE INVERSE OF 8000-DATE-TO-DAYNUM. THE YEAR
      * IS FOUND BY STEPPING FORWARD FROM A SAFE LOW GUESS WHILE
      * THE NEXT JANUARY 1 STILL FALLS ON OR BEFORE THE TARGET,
      * THEN THE MONTH THE SAME WAY, AND THE DAY IS WHAT IS LEFT.
      **************************************************************
       8100-DAYNUM-TO-DATE.
           MOVE WK-DAYNUM TO WK-DAY-TARGET.
           COMPUTE WK-FIND-YY = (WK-DAY-TARGET - 1) / 366.
           MOVE 'N' TO WK-FOUND-SW.
           PERFORM 8110-STEP-YEAR
             UNTIL WK-FOUND.
           MOVE 1 TO WK-FIND-MM.
           MOVE 'N' TO WK-FOUND-SW.
           PERFORM 8120-STEP-MONTH
             UNTIL WK-FOUND.
           MOVE WK-FIND-YY TO WK-YY.
           MOVE WK-FIND-MM TO WK-MM.
           MOVE 1 TO WK-DD.
           PERFORM 8000-DATE-TO-DAYNUM.
           COMPUTE WK-DD = WK-DAY-TARGET - WK-DAYNUM + 1.

       8110-STEP-YEAR.
           IF WK-FIND-YY = 99
             MOVE 'Y' TO WK-FOUND-SW
           ELSE
             COMPUTE WK-YY = WK-FIND-YY + 1
             MOVE 1 TO WK-MM
             MOVE 1 TO WK-DD
             PERFORM 8000-DATE-TO-DAYNUM
             IF WK-DAYNUM > WK-DAY-TARGET
               MOVE 'Y' TO WK-FOUND-SW
             ELSE
               ADD 1 TO WK-FIND-YY
             END-IF
           END-IF.

       8120-STEP-MONTH.
           IF WK-FIND-MM = 12
             MOVE 'Y' TO WK-FOUND-SW
           ELSE
             MOVE WK-FIND-YY TO WK-YY
             COMPUTE WK-MM = WK-FIND-MM + 1
             MOVE 1 TO WK-DD
             PERFORM 8000-DATE-TO-DAYNUM
             IF WK-DAYNUM > WK-DAY-TARGET
               MOVE 'Y' TO WK-FOUND-SW
             ELSE
               ADD 1 TO WK-FIND-MM
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
             DISPLAY 'LAB5DEF: INPUT-FILE READ ERROR, STATUS='
               INPUT-STATUS
             STOP RUN
           END-IF.
           IF EOF-I NOT = 1
             ADD 1 TO DEF-READ-CT
             MOVE INPUT-REC (36:2) TO I-PAY-CT
             IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1 OR I-PAY-CT > 12
               MOVE 1 TO I-PAY-CT
             END-IF
             MOVE INPUT-REC        TO INPUT-DATA
             MOVE INPUT-REC (36:2) TO I-PAY-CT
           END-IF.
