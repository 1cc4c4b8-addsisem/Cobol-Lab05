       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5AHS.
       AUTHOR. Addyson Sisemore
      * ACCOUNT CHANGE-HISTORY REPORT. ANSWERS "WHO CHANGED THIS
      * ACCOUNT, WHEN, AND WHAT DID IT LOOK LIKE BEFORE" FROM THE
      * JOURNAL HISTORY LAB5JHS KEEPS (DA-S-JHST) FOLLOWED BY THE
      * LIVE COMMON UPDATE JOURNAL (DA-S-JRNL), SO EVERY UPDATE
      * STILL INSIDE THE RETENTION PERIOD IS SEEN, UP TO THE LAST
      * RUN. EACH REQUEST CARD (UR-S-AHRQ) NAMES A STUDENT ID, A
      * POSTING PROGRAM (LAB5PAY, LAB5CHG, LAB5SUS, ...) OR BOTH,
      * AND OPTIONALLY A RANGE OF UPDATE DATES; EVERY JOURNALED
      * UPDATE MATCHING THE CARD IS LISTED OLDEST FIRST IN ITS OWN
      * SECTION OF THE REPORT (UR-S-AHSR) - THE DATE, THE PROGRAM,
      * THE ACTION AND THE LOAN, FOLLOWED BY EVERY LOANREC FIELD
      * WHOSE VALUE DIFFERS BETWEEN THE BEFORE AND AFTER IMAGES,
      * DECODED AND EDITED. AN ADD SHOWS THE WHOLE NEW RECORD AND
      * A DELETE THE WHOLE OLD ONE. A CARD THAT CANNOT BE ACTED ON
      * IS LISTED WITH ITS REASON ON THE CONTROL PAGE AND ENDS THE
      * RUN WITH RETURN CODE 8; NO REQUEST FILE, OR NO CARDS ON
      * IT, ENDS THE RUN WITH RETURN CODE 16. NOTHING IS UPDATED,
      * SO THE RUN CAN BE REPEATED - BUT NOT BETWEEN LAB5JHS AND
      * THE JOURNAL CLEAR IN THE BACKUP JOB, WHEN THE SAME UPDATES
      * ARE ON BOTH FILES AND WOULD BE LISTED TWICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AHRQ-FILE ASSIGN TO 'UR-S-AHRQ'
             FILE STATUS IS AHRQ-STATUS.
           SELECT JHST-FILE ASSIGN TO 'DA-S-JHST'
             FILE STATUS IS JHST-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
             FILE STATUS IS JRNL-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-AHSR'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * REQUEST CARDS - ONE REQUEST PER CARD. STUDENT ID IN
      * COLUMNS 1-9, POSTING PROGRAM IN 11-18, EITHER OR BOTH; A
      * FROM DATE IN 20-25 AND A THROUGH DATE IN 27-32 (YYMMDD),
      * EITHER OR BOTH, LIMIT THE UPDATES BY THE DATE THEY WERE
      * JOURNALED. A BLANK CARD, OR * IN COLUMN 1, IS A COMMENT.
      **************************************************************
       FD AHRQ-FILE
           LABEL RECORDS ARE OMITTED.
       01 AHRQ-REC.
         03 AQ-STUD-ID-X  PIC X(9).
         03 AQ-STUD-ID REDEFINES AQ-STUD-ID-X PIC 9(9).
         03 FILLER        PIC X(1).
         03 AQ-PROGRAM    PIC X(8).
         03 FILLER        PIC X(1).
         03 AQ-FROM-X     PIC X(6).
         03 AQ-FROM REDEFINES AQ-FROM-X PIC 9(6).
         03 FILLER        PIC X(1).
         03 AQ-TO-X       PIC X(6).
         03 AQ-TO REDEFINES AQ-TO-X PIC 9(6).
         03 FILLER        PIC X(48).
       COPY LOANJHSF.
       COPY LOANJRNF.
      **************************************************************
      * SORT WORK FILE - ONE RECORD PER UPDATE PER REQUEST IT
      * MATCHES, IN REQUEST ORDER AND, WITHIN A REQUEST, IN THE
      * ORDER THE UPDATES WERE JOURNALED (HISTORY FIRST, THEN THE
      * LIVE JOURNAL). SR-SAVE-DATE IS ZERO FOR A LIVE JOURNAL
      * RECORD.
      **************************************************************
       SD SORT-FILE.
       01 SD-REC.
         03 SR-REQ-NO      PIC 9(3).
         03 SR-SEQ         PIC 9(9).
         03 SR-SAVE-DATE   PIC 9(6).
         03 SR-UPDATE.
           05 SR-DATE      PIC 9(6).
           05 SR-DATE-X REDEFINES SR-DATE PIC X(6).
           05 SR-PROGRAM   PIC X(8).
           05 SR-ACTION    PIC X(1).
           05 SR-STUD-ID   PIC X(9).
           05 SR-LOAN-SEQ  PIC X(2).
           05 SR-BEFORE    PIC X(563).
           05 SR-AFTER     PIC X(563).
      **************************************************************
      * CHANGE-HISTORY REPORT - 80 BYTES WIDE LIKE THE OTHER
      * REPORTS.
      **************************************************************
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 AHRQ-STATUS      PIC XX      VALUE '00'.
       01 JHST-STATUS      PIC XX      VALUE '00'.
       COPY LOANJRNW.
      **************************************************************
      * THE ACCEPTED REQUESTS, IN CARD ORDER. RQ-ID-SW IS Y WHEN
      * THE CARD NAMES A STUDENT; A BLANK PROGRAM MATCHES EVERY
      * PROGRAM. A BLANK FROM DATE IS HELD AS ZERO AND A BLANK
      * THROUGH DATE AS 999999 SO EVERY UPDATE IS INSIDE THEM.
      **************************************************************
       01 AHS-REQ-CT       PIC 9(3)    VALUE 0.
       01 AHS-REQ-MAX      PIC 9(3)    VALUE 50.
       01 REQUEST-TABLE.
         03 RQ-ENTRY OCCURS 50 TIMES.
           05 RQ-ID-SW      PIC X(1).
           05 RQ-STUD-ID    PIC 9(9).
           05 RQ-PROGRAM    PIC X(8).
           05 RQ-FROM       PIC 9(6).
           05 RQ-TO         PIC 9(6).
           05 RQ-UPDATE-CT  PIC 9(5).
       01 RQ-SUB           PIC 9(3)    VALUE 0.
       01 CUR-REQ-NO       PIC 9(3)    VALUE 0.
      **************************************************************
      * REQUEST CARDS NOT ACTED ON, WITH THE REASON, FOR THE
      * CONTROL PAGE - SAME IDEA AS LAB5MNT'S REFUSED APPROVALS.
      **************************************************************
       01 AHS-REJ-CT       PIC 9(3)    VALUE 0.
       01 AHS-REJ-MAX      PIC 9(3)    VALUE 50.
       01 REJECT-TABLE.
         03 RJ-ENTRY OCCURS 50 TIMES.
           05 RJ-CARD       PIC X(32).
           05 RJ-REASON     PIC X(30).
       01 RJ-SUB           PIC 9(3)    VALUE 0.
       01 CARD-REASON      PIC X(30)   VALUE SPACES.
      **************************************************************
      * THE PROGRAMS THAT WRITE THE COMMON UPDATE JOURNAL - A CARD
      * NAMING ANY OTHER PROGRAM COULD NEVER MATCH AN UPDATE.
      **************************************************************
       01 PROGRAM-DATA.
         03 FILLER PIC X(8) VALUE 'LAB5ARC'.
         03 FILLER PIC X(8) VALUE 'LAB5CHG'.
         03 FILLER PIC X(8) VALUE 'LAB5CHO'.
         03 FILLER PIC X(8) VALUE 'LAB5DEF'.
         03 FILLER PIC X(8) VALUE 'LAB5ENR'.
         03 FILLER PIC X(8) VALUE 'LAB5MNT'.
         03 FILLER PIC X(8) VALUE 'LAB5PAY'.
         03 FILLER PIC X(8) VALUE 'LAB5RFD'.
         03 FILLER PIC X(8) VALUE 'LAB5SUS'.
       01 PROGRAM-TABLE REDEFINES PROGRAM-DATA.
         03 PGM-NAME OCCURS 9 TIMES PIC X(8).
       01 PGM-CT           PIC 9(2)    VALUE 9.
       01 PGM-SUB          PIC 9(2)    VALUE 0.
       01 PGM-FOUND-SW     PIC X(1)    VALUE 'N'.
         88 PGM-FOUND                  VALUE 'Y'.
      **************************************************************
      * DATE-EDIT WORK AREAS FOR THE REQUEST CARD DATES - A CARD
      * DATE MUST BE A REAL YYMMDD CALENDAR DATE, SAME TEST AS
      * LAB5MNT'S 1140-EDIT-DATE.
      **************************************************************
       01 EDIT-DATE.
         03 EDIT-YY        PIC 99.
         03 EDIT-MM        PIC 99.
         03 EDIT-DD        PIC 99.
       01 EDIT-DATE-X REDEFINES EDIT-DATE PIC X(6).
       01 EDIT-DATE-SW     PIC X(1)    VALUE 'Y'.
         88 EDIT-DATE-OK               VALUE 'Y'.
       01 EDIT-LIMIT       PIC 99      VALUE 0.
       01 EDIT-QUOT        PIC 99      VALUE 0.
       01 EDIT-REM         PIC 9       VALUE 0.
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
      * ONE JOURNALED UPDATE AS READ FROM EITHER FILE, WITH ITS
      * PLACE IN THE STREAM, FOR 1200-MATCH-REQUESTS.
      **************************************************************
       01 UPD-SEQ          PIC 9(9)    VALUE 0.
       01 UPD-SAVE-DATE    PIC 9(6)    VALUE 0.
       01 UPD-DATA.
         03 UPD-DATE       PIC 9(6).
         03 UPD-PROGRAM    PIC X(8).
         03 UPD-ACTION     PIC X(1).
         03 UPD-STUD-ID    PIC 9(9).
         03 UPD-LOAN-SEQ   PIC 9(2).
         03 UPD-BEFORE     PIC X(563).
         03 UPD-AFTER      PIC X(563).
       01 MATCH-SW         PIC X(1)    VALUE 'N'.
         88 UPDATE-MATCHES             VALUE 'Y'.
      **************************************************************
      * IMAGE DECODE AREAS. 8100-DECODE-IMAGE LAYS AHS-IMAGE OVER
      * LOANREC'S INPUT-DATA WITH THE SAME I-PAY-CT SIZING GUARD
      * LAB5GL USES AND EDITS EVERY FIELD INTO CAP-TABLE - THE 31
      * FIXED FIELDS IN LOANREC ORDER, THEN FIVE ENTRIES FOR EACH
      * OF THE 12 INSTALLMENT SLOTS. A BLANK IMAGE (THE BEFORE OF
      * AN ADD, THE AFTER OF A DELETE) LEAVES EVERY ENTRY BLANK,
      * AS DO THE SLOTS BEYOND I-PAY-CT. THE BEFORE AND AFTER
      * IMAGES ARE CAPTURED IN TURN AND COMPARED ENTRY BY ENTRY.
      **************************************************************
       01 AHS-IMAGE        PIC X(563)  VALUE SPACES.
       01 CAP-FIELD-MAX    PIC 9(3)    VALUE 91.
       01 CAP-FIXED-CT     PIC 9(3)    VALUE 31.
       01 CAP-SUB          PIC 9(3)    VALUE 0.
       01 CAP-WORK         PIC 9(3)    VALUE 0.
       01 CAP-SLOT-CT      PIC 9(2)    VALUE 0.
       01 SLOT-SUB         PIC 9(2)    VALUE 0.
       01 CAP-PART         PIC 9(1)    VALUE 0.
       01 CAP-AMT          PIC 9(6)V99 VALUE 0.
       01 CAP-NUM          PIC 9(9)    VALUE 0.
       01 CAP-RATE         PIC 9V9999  VALUE 0.
       01 CAP-DATE         PIC 9(6)    VALUE 0.
       01 CAP-DATE-X REDEFINES CAP-DATE PIC X(6).
       01 ED-AMT           PIC ZZZ,ZZ9.99.
       01 ED-NUM           PIC Z(8)9.
       01 ED-RATE          PIC 9.9999.
       01 ED-DATE          PIC 99/99/99.
       01 ED-DATE-X REDEFINES ED-DATE PIC X(8).
       01 DR-DATE.
         03 DR-DATE-MM  PIC X(2).
         03 DR-DATE-DD  PIC X(2).
         03 DR-DATE-YY  PIC X(2).
       01 DR-DATE-NUM REDEFINES DR-DATE PIC 9(6).
       01 CAP-TABLE.
         03 CAP-VALUE OCCURS 91 TIMES PIC X(25).
       01 BEFORE-TABLE.
         03 BF-VALUE OCCURS 91 TIMES PIC X(25).
       01 AFTER-TABLE.
         03 AF-VALUE OCCURS 91 TIMES PIC X(25).
       01 AHS-DIFF-CT      PIC 9(3)    VALUE 0.
      **************************************************************
      * FIELD NAMES FOR THE COMPARISON, AS LOANREC SPELLS THEM, IN
      * CAP-TABLE ORDER. AN INSTALLMENT FIELD PRINTS AS ITS NAME
      * AND SLOT, E.G. I-PAID-DATE (03).
      **************************************************************
       01 FIELD-NAME-DATA.
         03 FILLER PIC X(18) VALUE 'I-NAME'.
         03 FILLER PIC X(18) VALUE 'I-DEGREE'.
         03 FILLER PIC X(18) VALUE 'I-YEAR'.
         03 FILLER PIC X(18) VALUE 'I-LOAN'.
         03 FILLER PIC X(18) VALUE 'I-PAY-CT'.
         03 FILLER PIC X(18) VALUE 'I-NEXT-DUE'.
         03 FILLER PIC X(18) VALUE 'I-STUD-ID'.
         03 FILLER PIC X(18) VALUE 'I-LOAN-SEQ'.
         03 FILLER PIC X(18) VALUE 'I-RFND-FLAG'.
         03 FILLER PIC X(18) VALUE 'I-RFND-DATE'.
         03 FILLER PIC X(18) VALUE 'I-RFND-AMT'.
         03 FILLER PIC X(18) VALUE 'I-LATE-CHG'.
         03 FILLER PIC X(18) VALUE 'I-CHG-DATE'.
         03 FILLER PIC X(18) VALUE 'I-ADDR-STREET'.
         03 FILLER PIC X(18) VALUE 'I-ADDR-CITY'.
         03 FILLER PIC X(18) VALUE 'I-ADDR-STATE'.
         03 FILLER PIC X(18) VALUE 'I-ADDR-ZIP'.
         03 FILLER PIC X(18) VALUE 'I-DEFER-TYPE'.
         03 FILLER PIC X(18) VALUE 'I-DEFER-STAT'.
         03 FILLER PIC X(18) VALUE 'I-DEFER-START'.
         03 FILLER PIC X(18) VALUE 'I-DEFER-END'.
         03 FILLER PIC X(18) VALUE 'I-ENRL-STAT'.
         03 FILLER PIC X(18) VALUE 'I-SEP-DATE'.
         03 FILLER PIC X(18) VALUE 'I-REPAY-START'.
         03 FILLER PIC X(18) VALUE 'I-LOAN-NO'.
         03 FILLER PIC X(18) VALUE 'I-ORIG-DATE'.
         03 FILLER PIC X(18) VALUE 'I-RATE'.
         03 FILLER PIC X(18) VALUE 'I-CO-FLAG'.
         03 FILLER PIC X(18) VALUE 'I-CO-DATE'.
         03 FILLER PIC X(18) VALUE 'I-CO-AMT'.
         03 FILLER PIC X(18) VALUE 'I-RCVY-AMT'.
       01 FIELD-NAME-TABLE REDEFINES FIELD-NAME-DATA.
         03 FLD-NAME OCCURS 31 TIMES PIC X(18).
       01 INST-NAME-DATA.
         03 FILLER PIC X(12) VALUE 'I-PAID'.
         03 FILLER PIC X(12) VALUE 'I-PAID-DATE'.
         03 FILLER PIC X(12) VALUE 'I-PAID-LATE'.
         03 FILLER PIC X(12) VALUE 'I-PAID-INT'.
         03 FILLER PIC X(12) VALUE 'I-PAID-PRIN'.
       01 INST-NAME-TABLE REDEFINES INST-NAME-DATA.
         03 INST-NAME OCCURS 5 TIMES PIC X(12).
       01 SLOT-FIELD-NAME.
         03 SN-STEM        PIC X(12).
         03 FILLER         PIC X(1)    VALUE '('.
         03 SN-SLOT        PIC 99.
         03 FILLER         PIC X(1)    VALUE ')'.
      **************************************************************
      * RUN CONTROL TOTALS FOR THE CONTROL PAGE *
      **************************************************************
       01 AHS-CARD-CT      PIC 9(5)    VALUE 0.
       01 AHS-HIST-READ-CT PIC 9(7)    VALUE 0.
       01 AHS-JRNL-READ-CT PIC 9(7)    VALUE 0.
       01 AHS-LISTED-CT    PIC 9(7)    VALUE 0.
       01 AHS-BAD-IMAGE-CT PIC 9(7)    VALUE 0.
       01 PAGE-SIZE-LINES  PIC 99      VALUE 55.
       01 PAGE-NO          PIC 9(4)    VALUE 0.
       01 REC-CT           PIC 99      VALUE 0.
       01 HOLD-LINE        PIC X(80)   VALUE SPACES.
       01 HEAD-MODE-SW     PIC X(1)    VALUE 'R'.
         88 REQUEST-HEAD               VALUE 'R'.
         88 CONTROL-HEAD               VALUE 'C'.
       COPY LOANREC.
       01 RUN-DATE-RAW.
         03 RUN-YY         PIC 99.
         03 RUN-MM         PIC 99.
         03 RUN-DD         PIC 99.
      **************************************************************
      * LAYOUT FOR THE RUN-DATE/PAGE-NUMBER LINE PRINTED AT THE TOP
      * OF EVERY PAGE *
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
       01 PRNT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(40)       VALUE
           'ACCOUNT CHANGE-HISTORY REPORT'.
       01 PRNT-CTL-HEADING.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(50)       VALUE
           'ACCOUNT CHANGE-HISTORY REPORT - CONTROL TOTALS'.
      **************************************************************
      * REQUEST HEADING, REPEATED AT THE TOP OF EVERY PAGE OF THE
      * REQUEST'S SECTION. A BLANK ID OR PROGRAM PRINTS ALL.
      **************************************************************
       01 PRNT-REQ-HEAD1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'REQUEST '.
         03 RH-REQ-NO   PIC ZZ9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(11)       VALUE 'STUDENT ID '.
         03 RH-STUD-ID  PIC X(9).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'PROGRAM '.
         03 RH-PROGRAM  PIC X(8).
       01 PRNT-REQ-HEAD2.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(13)       VALUE 'UPDATES FROM '.
         03 RH-FROM     PIC X(8).
         03 FILLER      PIC X(9)        VALUE ' THROUGH '.
         03 RH-TO       PIC X(8).
       01 PRNT-COL-HEAD1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'DATE'.
         03 FILLER      PIC X(10)       VALUE 'PROGRAM'.
         03 FILLER      PIC X(8)        VALUE 'ACTION'.
         03 FILLER      PIC X(14)       VALUE 'STUDENT ID-LN'.
         03 FILLER      PIC X(22)       VALUE 'NAME'.
         03 FILLER      PIC X(14)       VALUE 'SOURCE'.
       01 PRNT-COL-HEAD2.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(18)       VALUE 'FIELD'.
         03 FILLER      PIC X(27)       VALUE 'BEFORE'.
         03 FILLER      PIC X(5)        VALUE 'AFTER'.
      **************************************************************
      * ONE LINE PER UPDATE, THEN ONE LINE PER FIELD THAT CHANGED.
      * UL-SOURCE SAYS WHICH GENERATION THE UPDATE WAS SAVED IN, OR
      * THAT IT IS STILL ON THE LIVE JOURNAL.
      **************************************************************
       01 PRNT-UPDATE-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UL-DATE     PIC X(8).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UL-PROGRAM  PIC X(8).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UL-ACTION   PIC X(6).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UL-STUD-ID  PIC X(9).
         03 FILLER      PIC X(1)        VALUE '-'.
         03 UL-LOAN-SEQ PIC X(2).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UL-NAME     PIC X(20).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UL-SOURCE.
           05 UL-SOURCE-TAG  PIC X(6).
           05 UL-SOURCE-DATE PIC X(8).
       01 PRNT-FIELD-LINE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FL-NAME     PIC X(18).
         03 FL-BEFORE   PIC X(25).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FL-AFTER    PIC X(25).
       01 PRNT-NO-CHANGE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(40)       VALUE
           'NO FIELD CHANGED'.
       01 PRNT-REQ-TOTAL.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(22)       VALUE 'UPDATES LISTED  . . .'.
         03 RT-UPDATE-CT PIC ZZ,ZZ9.
       01 PRNT-REQ-NONE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(40)       VALUE
           'NO UPDATES FOUND FOR THIS REQUEST'.
      **************************************************************
      * LAYOUTS FOR THE CONTROL PAGE *
      **************************************************************
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'REQUEST CARDS READ  .'.
         03 T-CARD-CT   PIC ZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'REQUESTS REPORTED . .'.
         03 T-REQ-CT    PIC ZZ,ZZ9.
       01 PRNT-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'CARDS NOT ACTED ON  .'.
         03 T-REJ-CT    PIC ZZ,ZZ9.
       01 PRNT-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'HISTORY RECORDS READ.'.
         03 T-HIST-READ-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'JOURNAL RECORDS READ.'.
         03 T-JRNL-READ-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'UPDATES LISTED  . . .'.
         03 T-LISTED-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'IMAGES NOT DECODED  .'.
         03 T-BAD-IMAGE-CT PIC Z,ZZZ,ZZ9.
       01 PRNT-CARD-HEAD.
         03 FILLER      PIC X(63)       VALUE
           'REQUEST CARDS NOT ACTED ON'.
       01 PRNT-CARD-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RC-CARD     PIC X(32).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RC-REASON   PIC X(30).
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-Q      PIC 9   VALUE 0.
         03 EOF-H      PIC 9   VALUE 0.
         03 EOF-J      PIC 9   VALUE 0.
         03 EOF-S      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           PERFORM 0100-LOAD-REQUESTS.
           OPEN OUTPUT PRNT-FILE.
           SORT SORT-FILE
             ON ASCENDING KEY SR-REQ-NO SR-SEQ
             INPUT PROCEDURE 1000-SELECT-UPDATES
               THRU 1000-SELECT-EXIT
             OUTPUT PROCEDURE 3000-PRINT-HISTORY
               THRU 3000-PRINT-EXIT.
           MOVE 'C' TO HEAD-MODE-SW.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1600-PRINT-TOTALS.
           PERFORM 1700-LIST-REJECTS.
           CLOSE PRNT-FILE.
           DISPLAY 'LAB5AHS: REQUESTS REPORTED   ' AHS-REQ-CT.
           DISPLAY 'LAB5AHS: CARDS NOT ACTED ON  ' AHS-REJ-CT.
           DISPLAY 'LAB5AHS: UPDATES LISTED      ' AHS-LISTED-CT.
           IF AHS-REJ-CT > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************
      * LOADS AND EDITS THE REQUEST CARDS. NO REQUEST FILE, OR NO
      * CARDS ON IT, LEAVES NOTHING TO REPORT AND ENDS THE RUN
      * WITH RETURN CODE 16.
      **************************************************************
       0100-LOAD-REQUESTS.
           OPEN INPUT AHRQ-FILE.
           IF AHRQ-STATUS NOT = '00'
             DISPLAY 'LAB5AHS: REQUEST FILE UR-S-AHRQ MISSING OR '
               'UNREADABLE, STATUS=' AHRQ-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 0110-READ-REQUEST.
           PERFORM 0120-EDIT-REQUEST THRU 0120-EDIT-EXIT
             UNTIL EOF-Q = 1.
           CLOSE AHRQ-FILE.
           IF AHS-CARD-CT = 0
             DISPLAY 'LAB5AHS: NO REQUEST CARDS - NOTHING TO REPORT'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0110-READ-REQUEST.
           READ AHRQ-FILE
             AT END MOVE 1 TO EOF-Q.

      * EACH EDIT RUNS ONLY WHILE THE CARD IS STILL GOOD, SO THE
      * REASON LISTED IS THE FIRST ONE FOUND.
       0120-EDIT-REQUEST.
           IF AHRQ-REC = SPACES OR AHRQ-REC (1:1) = '*'
             PERFORM 0110-READ-REQUEST
             GO TO 0120-EDIT-EXIT
           END-IF.
           ADD 1 TO AHS-CARD-CT.
           MOVE SPACES TO CARD-REASON.
           IF AQ-STUD-ID-X = SPACES AND AQ-PROGRAM = SPACES
             MOVE 'NO STUDENT ID OR PROGRAM'  TO CARD-REASON
           END-IF.
           IF CARD-REASON = SPACES AND AQ-STUD-ID-X NOT = SPACES
             IF AQ-STUD-ID-X NOT NUMERIC OR AQ-STUD-ID = 0
               MOVE 'STUDENT ID NOT NUMERIC'  TO CARD-REASON
             END-IF
           END-IF.
           IF CARD-REASON = SPACES AND AQ-PROGRAM NOT = SPACES
             MOVE 'N' TO PGM-FOUND-SW
             PERFORM 0130-MATCH-PROGRAM
               VARYING PGM-SUB FROM 1 BY 1 UNTIL PGM-SUB > PGM-CT
             IF NOT PGM-FOUND
               MOVE 'PROGRAM DOES NOT JOURNAL'  TO CARD-REASON
             END-IF
           END-IF.
           IF CARD-REASON = SPACES AND AQ-FROM-X NOT = SPACES
             MOVE AQ-FROM-X TO EDIT-DATE-X
             PERFORM 0140-EDIT-DATE
             IF NOT EDIT-DATE-OK
               MOVE 'FROM DATE INVALID'       TO CARD-REASON
             END-IF
           END-IF.
           IF CARD-REASON = SPACES AND AQ-TO-X NOT = SPACES
             MOVE AQ-TO-X TO EDIT-DATE-X
             PERFORM 0140-EDIT-DATE
             IF NOT EDIT-DATE-OK
               MOVE 'THROUGH DATE INVALID'    TO CARD-REASON
             END-IF
           END-IF.
           IF CARD-REASON = SPACES AND AQ-FROM-X NOT = SPACES
             AND AQ-TO-X NOT = SPACES AND AQ-TO < AQ-FROM
             MOVE 'THROUGH DATE BEFORE FROM'  TO CARD-REASON
           END-IF.
           IF CARD-REASON = SPACES
             PERFORM 0150-ADD-REQUEST
           ELSE
             PERFORM 0160-REJECT-REQUEST
           END-IF.
           PERFORM 0110-READ-REQUEST.
       0120-EDIT-EXIT.
           EXIT.

       0130-MATCH-PROGRAM.
           IF PGM-NAME (PGM-SUB) = AQ-PROGRAM
             MOVE 'Y' TO PGM-FOUND-SW
           END-IF.

       0140-EDIT-DATE.
           MOVE 'Y' TO EDIT-DATE-SW.
           IF EDIT-DATE-X NOT NUMERIC
             MOVE 'N' TO EDIT-DATE-SW
           ELSE
             IF EDIT-MM < 1 OR EDIT-MM > 12
               MOVE 'N' TO EDIT-DATE-SW
             ELSE
               MOVE MONTH-DAYS (EDIT-MM) TO EDIT-LIMIT
               DIVIDE EDIT-YY BY 4 GIVING EDIT-QUOT
                 REMAINDER EDIT-REM
               IF EDIT-REM = 0 AND EDIT-MM = 2
                 MOVE 29 TO EDIT-LIMIT
               END-IF
               IF EDIT-DD < 1 OR EDIT-DD > EDIT-LIMIT
                 MOVE 'N' TO EDIT-DATE-SW
               END-IF
             END-IF
           END-IF.

       0150-ADD-REQUEST.
           IF AHS-REQ-CT NOT < AHS-REQ-MAX
             DISPLAY 'LAB5AHS: REQUEST-TABLE FULL, INCREASE '
               'AHS-REQ-MAX'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO AHS-REQ-CT.
           MOVE AHS-REQ-CT TO RQ-SUB.
           IF AQ-STUD-ID-X = SPACES
             MOVE 'N'        TO RQ-ID-SW (RQ-SUB)
             MOVE 0          TO RQ-STUD-ID (RQ-SUB)
           ELSE
             MOVE 'Y'        TO RQ-ID-SW (RQ-SUB)
             MOVE AQ-STUD-ID TO RQ-STUD-ID (RQ-SUB)
           END-IF.
           MOVE AQ-PROGRAM   TO RQ-PROGRAM (RQ-SUB).
           IF AQ-FROM-X = SPACES
             MOVE 0          TO RQ-FROM (RQ-SUB)
           ELSE
             MOVE AQ-FROM    TO RQ-FROM (RQ-SUB)
           END-IF.
           IF AQ-TO-X = SPACES
             MOVE 999999     TO RQ-TO (RQ-SUB)
           ELSE
             MOVE AQ-TO      TO RQ-TO (RQ-SUB)
           END-IF.
           MOVE 0            TO RQ-UPDATE-CT (RQ-SUB).

       0160-REJECT-REQUEST.
           IF AHS-REJ-CT NOT < AHS-REJ-MAX
             DISPLAY 'LAB5AHS: REJECT-TABLE FULL, INCREASE '
               'AHS-REJ-MAX'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO AHS-REJ-CT.
           MOVE AHRQ-REC (1:32) TO RJ-CARD (AHS-REJ-CT).
           MOVE CARD-REASON     TO RJ-REASON (AHS-REJ-CT).
      **************************************************************
      * INPUT PROCEDURE FOR THE SORT - READS THE JOURNAL HISTORY
      * AND THEN THE LIVE JOURNAL, NUMBERING THE UPDATES IN THE
      * ORDER THEY WERE JOURNALED, AND RELEASES EACH UPDATE ONCE
      * FOR EVERY REQUEST IT MATCHES. EITHER FILE MAY BE ABSENT -
      * NO HISTORY BEFORE THE FIRST GENERATION IS SAVED, NO
      * JOURNAL BEFORE THE FIRST UPDATE.
      **************************************************************
       1000-SELECT-UPDATES.
           IF AHS-REQ-CT = 0
             GO TO 1000-SELECT-EXIT
           END-IF.
           OPEN INPUT JHST-FILE.
           IF JHST-STATUS = '00'
             PERFORM 2000-READ-HISTORY
             PERFORM 1100-SELECT-HISTORY
               UNTIL EOF-H = 1
             CLOSE JHST-FILE
           ELSE
             IF JHST-STATUS NOT = '35'
               DISPLAY 'LAB5AHS: JHST-FILE OPEN FAILED, STATUS='
                 JHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             DISPLAY 'LAB5AHS: NO JOURNAL HISTORY ON FILE'
           END-IF.
           OPEN INPUT JRNL-FILE.
           IF JRNL-STATUS = '00'
             PERFORM 2100-READ-JOURNAL
             PERFORM 1150-SELECT-JOURNAL
               UNTIL EOF-J = 1
             CLOSE JRNL-FILE
           ELSE
             IF JRNL-STATUS NOT = '35'
               DISPLAY 'LAB5AHS: JRNL-FILE OPEN FAILED, STATUS='
                 JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
       1000-SELECT-EXIT.
           EXIT.

       1100-SELECT-HISTORY.
           MOVE JH-JRNL-DATA TO UPD-DATA.
           MOVE JH-SAVE-DATE TO UPD-SAVE-DATE.
           PERFORM 1200-MATCH-REQUESTS.
           PERFORM 2000-READ-HISTORY.

       1150-SELECT-JOURNAL.
           MOVE JRNL-REC     TO UPD-DATA.
           MOVE 0            TO UPD-SAVE-DATE.
           PERFORM 1200-MATCH-REQUESTS.
           PERFORM 2100-READ-JOURNAL.

       1200-MATCH-REQUESTS.
           ADD 1 TO UPD-SEQ.
           PERFORM 1210-MATCH-ONE
             VARYING RQ-SUB FROM 1 BY 1 UNTIL RQ-SUB > AHS-REQ-CT.
      * AN UPDATE WHOSE DATE IS NOT NUMERIC CAN ONLY MATCH A
      * REQUEST WITH NO DATE RANGE.
       1210-MATCH-ONE.
           MOVE 'Y' TO MATCH-SW.
           IF RQ-ID-SW (RQ-SUB) = 'Y'
             IF UPD-STUD-ID NOT NUMERIC
               OR UPD-STUD-ID NOT = RQ-STUD-ID (RQ-SUB)
               MOVE 'N' TO MATCH-SW
             END-IF
           END-IF.
           IF RQ-PROGRAM (RQ-SUB) NOT = SPACES
             AND UPD-PROGRAM NOT = RQ-PROGRAM (RQ-SUB)
             MOVE 'N' TO MATCH-SW
           END-IF.
           IF RQ-FROM (RQ-SUB) > 0 OR RQ-TO (RQ-SUB) < 999999
             IF UPD-DATE NOT NUMERIC
               MOVE 'N' TO MATCH-SW
             ELSE
               IF UPD-DATE < RQ-FROM (RQ-SUB)
                 OR UPD-DATE > RQ-TO (RQ-SUB)
                 MOVE 'N' TO MATCH-SW
               END-IF
             END-IF
           END-IF.
           IF UPDATE-MATCHES
             MOVE RQ-SUB        TO SR-REQ-NO
             MOVE UPD-SEQ       TO SR-SEQ
             MOVE UPD-SAVE-DATE TO SR-SAVE-DATE
             MOVE UPD-DATA      TO SR-UPDATE
             RELEASE SD-REC
           END-IF.
      **************************************************************
      * OUTPUT PROCEDURE FOR THE SORT - ONE SECTION PER REQUEST,
      * IN CARD ORDER, STARTING ON A NEW PAGE. A REQUEST NOTHING
      * MATCHED STILL GETS ITS SECTION, SAYING SO.
      **************************************************************
       3000-PRINT-HISTORY.
           IF AHS-REQ-CT = 0
             GO TO 3000-PRINT-EXIT
           END-IF.
           PERFORM 3900-RETURN-UPDATE.
           PERFORM 3100-PRINT-REQUEST
             VARYING RQ-SUB FROM 1 BY 1 UNTIL RQ-SUB > AHS-REQ-CT.
       3000-PRINT-EXIT.
           EXIT.

       3100-PRINT-REQUEST.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 3200-PRINT-UPDATE
             UNTIL CUR-REQ-NO NOT = RQ-SUB.
           MOVE SPACES TO PRNT-REC.
           PERFORM 2900-WRITE-LINE.
           IF RQ-UPDATE-CT (RQ-SUB) = 0
             MOVE PRNT-REQ-NONE TO PRNT-REC
           ELSE
             MOVE RQ-UPDATE-CT (RQ-SUB) TO RT-UPDATE-CT
             MOVE PRNT-REQ-TOTAL TO PRNT-REC
           END-IF.
           PERFORM 2900-WRITE-LINE.
      **************************************************************
      * LISTS ONE UPDATE - ITS HEADER LINE, THEN EVERY FIELD WHOSE
      * DECODED VALUE DIFFERS BETWEEN THE BEFORE AND AFTER IMAGES.
      * THE NAME IS THE AFTER IMAGE'S, OR THE BEFORE IMAGE'S FOR A
      * DELETE.
      **************************************************************
       3200-PRINT-UPDATE.
           ADD 1 TO RQ-UPDATE-CT (RQ-SUB).
           ADD 1 TO AHS-LISTED-CT.
           MOVE SR-BEFORE TO AHS-IMAGE.
           PERFORM 8100-DECODE-IMAGE THRU 8100-DECODE-EXIT.
           MOVE CAP-TABLE TO BEFORE-TABLE.
           MOVE SR-AFTER TO AHS-IMAGE.
           PERFORM 8100-DECODE-IMAGE THRU 8100-DECODE-EXIT.
           MOVE CAP-TABLE TO AFTER-TABLE.
           IF SR-DATE-X NUMERIC
             MOVE SR-DATE TO CAP-DATE
             PERFORM 8250-EDIT-DATE
             MOVE ED-DATE-X TO UL-DATE
           ELSE
             MOVE SR-DATE-X TO UL-DATE
           END-IF.
           MOVE SR-PROGRAM  TO UL-PROGRAM.
           EVALUATE SR-ACTION
             WHEN 'A'
               MOVE 'ADD'    TO UL-ACTION
             WHEN 'C'
               MOVE 'CHANGE' TO UL-ACTION
             WHEN 'D'
               MOVE 'DELETE' TO UL-ACTION
             WHEN OTHER
               MOVE SR-ACTION TO UL-ACTION
           END-EVALUATE.
           MOVE SR-STUD-ID  TO UL-STUD-ID.
           MOVE SR-LOAN-SEQ TO UL-LOAN-SEQ.
           IF SR-AFTER = SPACES
             MOVE SR-BEFORE (1:20) TO UL-NAME
           ELSE
             MOVE SR-AFTER (1:20)  TO UL-NAME
           END-IF.
           IF SR-SAVE-DATE = 0
             MOVE 'LIVE JOURNAL'   TO UL-SOURCE
           ELSE
             MOVE 'SAVED '         TO UL-SOURCE-TAG
             MOVE SR-SAVE-DATE     TO CAP-DATE
             PERFORM 8250-EDIT-DATE
             MOVE ED-DATE-X        TO UL-SOURCE-DATE
           END-IF.
           IF REC-CT + 3 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
           MOVE SPACES TO PRNT-REC.
           PERFORM 2900-WRITE-LINE.
           MOVE PRNT-UPDATE-LINE TO PRNT-REC.
           PERFORM 2900-WRITE-LINE.
           MOVE 0 TO AHS-DIFF-CT.
           PERFORM 3210-COMPARE-FIELD
             VARYING CAP-SUB FROM 1 BY 1 UNTIL CAP-SUB > CAP-FIELD-MAX.
           IF AHS-DIFF-CT = 0
             MOVE PRNT-NO-CHANGE TO PRNT-REC
             PERFORM 2900-WRITE-LINE
           END-IF.
           PERFORM 3900-RETURN-UPDATE.

       3210-COMPARE-FIELD.
           IF BF-VALUE (CAP-SUB) NOT = AF-VALUE (CAP-SUB)
             ADD 1 TO AHS-DIFF-CT
             IF CAP-SUB NOT > CAP-FIXED-CT
               MOVE FLD-NAME (CAP-SUB) TO FL-NAME
             ELSE
               COMPUTE CAP-WORK = CAP-SUB - CAP-FIXED-CT - 1
               DIVIDE CAP-WORK BY 5 GIVING SLOT-SUB
                 REMAINDER CAP-PART
               ADD 1 TO SLOT-SUB
               ADD 1 TO CAP-PART
               MOVE INST-NAME (CAP-PART) TO SN-STEM
               MOVE SLOT-SUB             TO SN-SLOT
               MOVE SLOT-FIELD-NAME      TO FL-NAME
             END-IF
             MOVE BF-VALUE (CAP-SUB) TO FL-BEFORE
             MOVE AF-VALUE (CAP-SUB) TO FL-AFTER
             MOVE PRNT-FIELD-LINE TO PRNT-REC
             PERFORM 2900-WRITE-LINE
           END-IF.

      * CUR-REQ-NO IS SET PAST THE LAST REQUEST AT THE END OF THE
      * SORTED FILE, SO EVERY REQUEST'S LOOP STOPS THERE.
       3900-RETURN-UPDATE.
           RETURN SORT-FILE
             AT END
               MOVE 1   TO EOF-S
               MOVE 999 TO CUR-REQ-NO
             NOT AT END
               MOVE SR-REQ-NO TO CUR-REQ-NO
           END-RETURN.
      **************************************************************
      * PRINTS THE RUN-DATE/PAGE LINE AND THE TITLE. A PAGE OF A
      * REQUEST'S SECTION ALSO CARRIES THE REQUEST AND THE COLUMN
      * HEADINGS.
      **************************************************************
       1400-PRINT-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE PAGE-NO TO H-PAGE-NO.
           WRITE PRNT-REC FROM PRNT-RUN-HEAD
             AFTER ADVANCING PAGE.
           IF CONTROL-HEAD
             WRITE PRNT-REC FROM PRNT-CTL-HEADING
               AFTER ADVANCING 1 LINE
           ELSE
             WRITE PRNT-REC FROM PRNT-HEADING1
               AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO REC-CT.
           IF REQUEST-HEAD
             PERFORM 1410-PRINT-REQ-HEAD
           END-IF.

       1410-PRINT-REQ-HEAD.
           MOVE RQ-SUB TO RH-REQ-NO.
           IF RQ-ID-SW (RQ-SUB) = 'Y'
             MOVE RQ-STUD-ID (RQ-SUB) TO RH-STUD-ID
           ELSE
             MOVE 'ALL'               TO RH-STUD-ID
           END-IF.
           IF RQ-PROGRAM (RQ-SUB) = SPACES
             MOVE 'ALL'               TO RH-PROGRAM
           ELSE
             MOVE RQ-PROGRAM (RQ-SUB) TO RH-PROGRAM
           END-IF.
           IF RQ-FROM (RQ-SUB) = 0
             MOVE 'EARLIEST'          TO RH-FROM
           ELSE
             MOVE RQ-FROM (RQ-SUB)    TO CAP-DATE
             PERFORM 8250-EDIT-DATE
             MOVE ED-DATE-X           TO RH-FROM
           END-IF.
           IF RQ-TO (RQ-SUB) = 999999
             MOVE 'LATEST'            TO RH-TO
           ELSE
             MOVE RQ-TO (RQ-SUB)      TO CAP-DATE
             PERFORM 8250-EDIT-DATE
             MOVE ED-DATE-X           TO RH-TO
           END-IF.
           WRITE PRNT-REC FROM PRNT-REQ-HEAD1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-REQ-HEAD2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-COL-HEAD1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-COL-HEAD2
             AFTER ADVANCING 1 LINE.
           ADD 5 TO REC-CT.
      **************************************************************
      * PRINTS THE RUN TOTALS ON THE CONTROL PAGE *
      **************************************************************
       1600-PRINT-TOTALS.
           MOVE AHS-CARD-CT      TO T-CARD-CT.
           MOVE AHS-REQ-CT       TO T-REQ-CT.
           MOVE AHS-REJ-CT       TO T-REJ-CT.
           MOVE AHS-HIST-READ-CT TO T-HIST-READ-CT.
           MOVE AHS-JRNL-READ-CT TO T-JRNL-READ-CT.
           MOVE AHS-LISTED-CT    TO T-LISTED-CT.
           MOVE AHS-BAD-IMAGE-CT TO T-BAD-IMAGE-CT.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS4
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS5
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS6
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS7
             AFTER ADVANCING 1 LINE.
           ADD 8 TO REC-CT.
      **************************************************************
      * LISTS THE REQUEST CARDS NOT ACTED ON, WITH THE REASON *
      **************************************************************
       1700-LIST-REJECTS.
           IF AHS-REJ-CT > 0
             MOVE SPACES TO PRNT-REC
             PERFORM 2900-WRITE-LINE
             MOVE PRNT-CARD-HEAD TO PRNT-REC
             PERFORM 2900-WRITE-LINE
             PERFORM 1710-LIST-ONE-CARD
               VARYING RJ-SUB FROM 1 BY 1 UNTIL RJ-SUB > AHS-REJ-CT
           END-IF.

       1710-LIST-ONE-CARD.
           MOVE RJ-CARD (RJ-SUB)   TO RC-CARD.
           MOVE RJ-REASON (RJ-SUB) TO RC-REASON.
           MOVE PRNT-CARD-LINE TO PRNT-REC.
           PERFORM 2900-WRITE-LINE.

       2000-READ-HISTORY.
           READ JHST-FILE
             AT END MOVE 1 TO EOF-H.
           IF EOF-H NOT = 1 AND JHST-STATUS NOT = '00'
             DISPLAY 'LAB5AHS: JHST-FILE READ ERROR, STATUS='
               JHST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF EOF-H NOT = 1
             ADD 1 TO AHS-HIST-READ-CT
           END-IF.

       2100-READ-JOURNAL.
           READ JRNL-FILE
             AT END MOVE 1 TO EOF-J.
           IF EOF-J NOT = 1 AND JRNL-STATUS NOT = '00'
             DISPLAY 'LAB5AHS: JRNL-FILE READ ERROR, STATUS='
               JRNL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF EOF-J NOT = 1
             ADD 1 TO AHS-JRNL-READ-CT
           END-IF.
      **************************************************************
      * WRITES THE LINE ALREADY MOVED TO PRNT-REC, STARTING A NEW
      * PAGE FIRST WHEN THIS ONE IS FULL.
      **************************************************************
       2900-WRITE-LINE.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             MOVE PRNT-REC TO HOLD-LINE
             PERFORM 1400-PRINT-HEAD
             MOVE HOLD-LINE TO PRNT-REC
           END-IF.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REC-CT.
      **************************************************************
      * DECODES AHS-IMAGE INTO CAP-TABLE. I-PAY-CT (BYTES 36-37) IS
      * MOVED IN AHEAD OF THE GROUP MOVE SO THE OCCURS DEPENDING ON
      * TABLE IS SIZED BEFORE INPUT-DATA IS POPULATED; AN IMAGE
      * WHOSE PAY COUNT IS NOT 1-12 IS COUNTED AND ONLY ITS FIXED
      * FIELDS ARE DECODED.
      **************************************************************
       8100-DECODE-IMAGE.
           MOVE SPACES TO CAP-TABLE.
           MOVE 0 TO CAP-SLOT-CT.
           IF AHS-IMAGE = SPACES
             GO TO 8100-DECODE-EXIT
           END-IF.
           MOVE AHS-IMAGE (36:2) TO I-PAY-CT.
           IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1 OR I-PAY-CT > 12
             MOVE 1 TO I-PAY-CT
             MOVE AHS-IMAGE        TO INPUT-DATA
             MOVE AHS-IMAGE (36:2) TO I-PAY-CT
             ADD 1 TO AHS-BAD-IMAGE-CT
           ELSE
             MOVE AHS-IMAGE        TO INPUT-DATA
             MOVE AHS-IMAGE (36:2) TO I-PAY-CT
             MOVE I-PAY-CT         TO CAP-SLOT-CT
           END-IF.
           MOVE I-NAME TO CAP-VALUE (1).
           MOVE I-DEGREE TO CAP-VALUE (2).
           MOVE I-YEAR TO CAP-VALUE (3).
           MOVE 4 TO CAP-SUB.
           IF I-LOAN NUMERIC
             MOVE I-LOAN TO CAP-AMT
             PERFORM 8210-PUT-AMOUNT
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 5 TO CAP-SUB.
           IF I-PAY-CT NUMERIC
             MOVE I-PAY-CT TO CAP-NUM
             PERFORM 8220-PUT-NUMBER
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 6 TO CAP-SUB.
           IF I-NEXT-DUE NUMERIC
             MOVE I-NEXT-DUE TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 7 TO CAP-SUB.
           IF I-STUD-ID NUMERIC
             MOVE I-STUD-ID TO CAP-NUM
             PERFORM 8220-PUT-NUMBER
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 8 TO CAP-SUB.
           IF I-LOAN-SEQ NUMERIC
             MOVE I-LOAN-SEQ TO CAP-NUM
             PERFORM 8220-PUT-NUMBER
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE I-RFND-FLAG TO CAP-VALUE (9).
           MOVE 10 TO CAP-SUB.
           IF I-RFND-DATE NUMERIC
             MOVE I-RFND-DATE TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 11 TO CAP-SUB.
           IF I-RFND-AMT NUMERIC
             MOVE I-RFND-AMT TO CAP-AMT
             PERFORM 8210-PUT-AMOUNT
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 12 TO CAP-SUB.
           IF I-LATE-CHG NUMERIC
             MOVE I-LATE-CHG TO CAP-AMT
             PERFORM 8210-PUT-AMOUNT
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 13 TO CAP-SUB.
           IF I-CHG-DATE NUMERIC
             MOVE I-CHG-DATE TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE I-ADDR-STREET TO CAP-VALUE (14).
           MOVE I-ADDR-CITY TO CAP-VALUE (15).
           MOVE I-ADDR-STATE TO CAP-VALUE (16).
           MOVE I-ADDR-ZIP TO CAP-VALUE (17).
           MOVE I-DEFER-TYPE TO CAP-VALUE (18).
           MOVE I-DEFER-STAT TO CAP-VALUE (19).
           MOVE 20 TO CAP-SUB.
           IF I-DEFER-START NUMERIC
             MOVE I-DEFER-START TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 21 TO CAP-SUB.
           IF I-DEFER-END NUMERIC
             MOVE I-DEFER-END TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE I-ENRL-STAT TO CAP-VALUE (22).
           MOVE 23 TO CAP-SUB.
           IF I-SEP-DATE NUMERIC
             MOVE I-SEP-DATE TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 24 TO CAP-SUB.
           IF I-REPAY-START NUMERIC
             MOVE I-REPAY-START TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE I-LOAN-NO TO CAP-VALUE (25).
           MOVE 26 TO CAP-SUB.
           IF I-ORIG-DATE NUMERIC
             MOVE I-ORIG-DATE TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 27 TO CAP-SUB.
           IF I-RATE NUMERIC
             MOVE I-RATE TO CAP-RATE
             PERFORM 8240-PUT-RATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE I-CO-FLAG TO CAP-VALUE (28).
           MOVE 29 TO CAP-SUB.
           IF I-CO-DATE NUMERIC
             MOVE I-CO-DATE TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 30 TO CAP-SUB.
           IF I-CO-AMT NUMERIC
             MOVE I-CO-AMT TO CAP-AMT
             PERFORM 8210-PUT-AMOUNT
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           MOVE 31 TO CAP-SUB.
           IF I-RCVY-AMT NUMERIC
             MOVE I-RCVY-AMT TO CAP-AMT
             PERFORM 8210-PUT-AMOUNT
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           PERFORM 8150-DECODE-SLOT
             VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > CAP-SLOT-CT.
       8100-DECODE-EXIT.
           EXIT.
      * INSTALLMENT n'S FIVE FIELDS GO TO ENTRIES 32 + (n-1) * 5
      * ONWARD, IN LOANREC ORDER.
       8150-DECODE-SLOT.
           COMPUTE CAP-SUB = CAP-FIXED-CT + (SLOT-SUB - 1) * 5 + 1.
           IF I-PAID (SLOT-SUB) NUMERIC
             MOVE I-PAID (SLOT-SUB) TO CAP-AMT
             PERFORM 8210-PUT-AMOUNT
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           ADD 1 TO CAP-SUB.
           IF I-PAID-DATE (SLOT-SUB) NUMERIC
             MOVE I-PAID-DATE (SLOT-SUB) TO CAP-DATE
             PERFORM 8230-PUT-DATE
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           ADD 1 TO CAP-SUB.
           IF I-PAID-LATE (SLOT-SUB) NUMERIC
             MOVE I-PAID-LATE (SLOT-SUB) TO CAP-AMT
             PERFORM 8210-PUT-AMOUNT
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           ADD 1 TO CAP-SUB.
           IF I-PAID-INT (SLOT-SUB) NUMERIC
             MOVE I-PAID-INT (SLOT-SUB) TO CAP-AMT
             PERFORM 8210-PUT-AMOUNT
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.
           ADD 1 TO CAP-SUB.
           IF I-PAID-PRIN (SLOT-SUB) NUMERIC
             MOVE I-PAID-PRIN (SLOT-SUB) TO CAP-AMT
             PERFORM 8210-PUT-AMOUNT
           ELSE
             PERFORM 8290-PUT-NOT-NUMERIC
           END-IF.

       8210-PUT-AMOUNT.
           MOVE CAP-AMT TO ED-AMT.
           MOVE ED-AMT TO CAP-VALUE (CAP-SUB).

       8220-PUT-NUMBER.
           MOVE CAP-NUM TO ED-NUM.
           MOVE ED-NUM TO CAP-VALUE (CAP-SUB).

       8230-PUT-DATE.
           PERFORM 8250-EDIT-DATE.
           MOVE ED-DATE-X TO CAP-VALUE (CAP-SUB).

       8240-PUT-RATE.
           MOVE CAP-RATE TO ED-RATE.
           MOVE ED-RATE TO CAP-VALUE (CAP-SUB).
      * YYMMDD IN CAP-DATE TO MM/DD/YY IN ED-DATE.
       8250-EDIT-DATE.
           MOVE CAP-DATE-X (3:2) TO DR-DATE-MM.
           MOVE CAP-DATE-X (5:2) TO DR-DATE-DD.
           MOVE CAP-DATE-X (1:2) TO DR-DATE-YY.
           MOVE DR-DATE-NUM TO ED-DATE.

       8290-PUT-NOT-NUMERIC.
           MOVE '*NOT NUMERIC*' TO CAP-VALUE (CAP-SUB).
