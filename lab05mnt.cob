      * MASTER IN THE FIRST PLACE. EVERY TRANSACTION - ACCEPTED OR
      * REJECTED - PRINTS ON THE MAINTENANCE REGISTER, AND EVERY
      * ACCEPTED ACTION WRITES A BEFORE-IMAGE/AFTER-IMAGE RECORD
      * TO THE AUDIT LOG FOR THE AUDITORS. DEFERMENT CARDS (F)
      * PUT A DEFERMENT OR FORBEARANCE ON AN ACCOUNT OR EXTEND
      * THE ONE ALREADY RUNNING, AND END-DEFERMENT CARDS (E) END
      * IT EARLY OR CANCEL ONE NOT YET STARTED; LAB5DEF DOES THE
      * NIGHTLY ENTERING/LEAVING WORK FROM WHAT THESE CARDS SET.
      * A STUDENT MAY HOLD SEVERAL LOANS. AN ADD FOR A STUDENT
      * ALREADY ON FILE OPENS THE STUDENT'S NEXT LOAN; THE OTHER
      * CARDS ACT ON THE LOAN THE CARD NAMES OR, LEFT BLANK, THE
      * OLDEST LOAN STILL CARRYING A BALANCE. THE NAME, DEGREE,
      * ADDRESS AND DEFERMENT DESCRIBE THE STUDENT, SO A CHANGE TO
      * ANY OF THEM IS CARRIED ONTO EVERY ONE OF THE STUDENT'S
      * LOANS (SEE 1350-SPREAD-STUDENT).
      * EVERY CARD CARRIES THE KEYING OPERATOR'S ID. A DELETE, A
      * CHANGE THAT MOVES I-LOAN BY MORE THAN THE APRVAMT PARM, OR
      * ANY CHANGE OR DEFERMENT CARD FOR A LOAN WITH A BALANCE DUE
      * IS NOT APPLIED BUT HELD ON THE PENDING-APPROVAL FILE
      * (DA-S-MPND) UNDER AN ITEM NUMBER. A LATER RUN'S APPROVAL
      * DECK (UR-S-MAPR), KEYED BY A DIFFERENT OPERATOR, RELEASES
      * OR DECLINES EACH ITEM; A RELEASED ITEM GOES THROUGH THE
      * SAME EDITS, AUDIT LOG AND JOURNAL AS A CARD APPLIED
      * DIRECTLY. AN ITEM LEFT WAITING LONGER THAN THE APRVDAYS
      * PARM EXPIRES, AND EVERY ITEM STILL WAITING OR JUST EXPIRED
      * PRINTS ON THE PENDING-ITEM AGING REPORT (UR-S-MPNR). AN
      * APPROVAL CARD THAT CANNOT BE ACTED ON IS LISTED WITH ITS
      * REASON AND THE RUN ENDS WITH RETURN CODE 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IR-LOAN-KEY
             ALTERNATE RECORD KEY IS IR-DEGREE
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS IR-NAME
             FILE STATUS IS CTRL-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
             FILE STATUS IS JRNL-STATUS.
           SELECT MPND-FILE ASSIGN TO 'DA-S-MPND'
             FILE STATUS IS MPND-STATUS.
           SELECT MAPR-FILE ASSIGN TO 'UR-S-MAPR'
             FILE STATUS IS MAPR-STATUS.
           SELECT MPNR-FILE ASSIGN TO 'UR-S-MPNR'.

       DATA DIVISION.

         03 IR-NAME       PIC X(20).
         03 IR-DEGREE     PIC X(4).
         03 FILLER        PIC X(19).
         03 IR-LOAN-KEY.
           05 IR-STUD-ID  PIC 9(9).
           05 IR-LOAN-SEQ PIC 9(2).
         03 FILLER        PIC X(509).
      **************************************************************
      * MAINTENANCE TRANSACTION CARDS - ONE 120-BYTE RECORD PER
      * ACTION (THE MAILING-ADDRESS BLOCK OUTGREW AN 80-COLUMN
      * CARD, AND THE LOAN NUMBER OUTGREW 100). M-ACTION IS A
      * (ADD), C (CHANGE) OR D (DELETE). M-STUD-ID IS THE
      * REGISTRAR'S PERMANENT STUDENT ID AND M-LOAN-SEQ NAMES
      * WHICH OF THE STUDENT'S LOANS THE CARD IS FOR. ON AN ADD A
      * BLANK M-LOAN-SEQ TAKES THE STUDENT'S NEXT SEQUENCE; ON A
      * CHANGE OR DEFERMENT CARD IT TAKES THE OLDEST LOAN STILL
      * CARRYING A BALANCE (THE OLDEST LOAN WHEN ALL ARE PAID);
      * A DELETE MUST NAME THE LOAN WHEN THE STUDENT HOLDS MORE
      * THAN ONE. M-LOAN-NO IS THE LENDER'S LOAN NUMBER. ON A
      * CHANGE, A BLANK FIELD (INCLUDING THE NAME AND EACH ADDRESS
      * FIELD) MEANS LEAVE THAT FIELD ALONE. AN ADD FOR A NEW
      * STUDENT REQUIRES THE NAME, DEGREE AND AT LEAST THE STREET
      * AND CITY SO A NEW BORROWER'S STATEMENTS ARE MAILABLE FROM
      * DAY ONE; AN ADD FOR A STUDENT ALREADY ON FILE TAKES THE
      * NAME, DEGREE, ADDRESS, DEFERMENT AND ENROLLMENT FROM THE
      * STUDENT'S EXISTING LOAN AND IGNORES THOSE CARD FIELDS. THE
      * DEFERMENT CARDS (F AND E) CARRY THE SAME ACTION, STUDENT
      * ID AND OPTIONAL NAME, THEN THE DEFERMENT FIELDS IN PLACE
      * OF THE DEGREE - SEE MNTT-DEFER-REC. M-OPER-ID, REQUIRED ON
      * EVERY CARD, IS THE ID OF THE OPERATOR WHO KEYED IT.
      **************************************************************
       FD MNTT-FILE
           LABEL RECORDS ARE OMITTED.
         03 M-ADDR-STATE  PIC X(2).
         03 M-ADDR-ZIP    PIC X(5).
         03 FILLER        PIC X(5).
         03 M-LOAN-SEQ-X  PIC X(2).
         03 M-LOAN-SEQ REDEFINES M-LOAN-SEQ-X
                          PIC 9(2).
         03 M-LOAN-NO     PIC X(10).
         03 M-OPER-ID     PIC X(8).
      **************************************************************
      * DEFERMENT CARD VIEW. ON AN F CARD MD-DEFER-TYPE IS S
      * (IN SCHOOL HALF-TIME), M (ACTIVE MILITARY) OR H (HARDSHIP
      * FORBEARANCE) AND BOTH DATES (YYMMDD) ARE REQUIRED. ON AN
      * E CARD ONLY THE END DATE IS READ, AND A BLANK END DATE
      * MEANS THE DEFERMENT ENDS TODAY.
      **************************************************************
       01 MNTT-DEFER-REC.
         03 FILLER        PIC X(30).
         03 MD-DEFER-TYPE PIC X(1).
         03 MD-DEFER-START-X PIC X(6).
         03 MD-DEFER-START REDEFINES MD-DEFER-START-X
                          PIC 9(6).
         03 MD-DEFER-END-X PIC X(6).
         03 MD-DEFER-END REDEFINES MD-DEFER-END-X
                          PIC 9(6).
         03 FILLER        PIC X(77).
      **************************************************************
      * MAINTENANCE REGISTER - EVERY TRANSACTION, ACCEPTED OR
      * REJECTED, WITH THE REASON WHEN REJECTED.
      **************************************************************
       FD MREG-FILE
           LABEL RECORDS ARE OMITTED.
       01 MREG-REC      PIC X(93).
      **************************************************************
      * AUDIT LOG - ONE RECORD PER ACCEPTED ACTION CARRYING THE
      * FULL MASTER RECORD AS IT STOOD BEFORE AND AFTER, SO "WHO
      * CHANGED THIS BALANCE" QUESTIONS CAN BE ANSWERED FROM THE
      * LOG INSTEAD OF FROM MEMORY. AN ADD HAS A BLANK BEFORE
      * IMAGE, A DELETE A BLANK AFTER IMAGE. AUD-OPER-ID IS THE
      * OPERATOR WHO KEYED THE CARD AND AUD-APPR-ID THE SECOND
      * OPERATOR WHO RELEASED IT (BLANK WHEN IT NEEDED NO
      * APPROVAL).
      **************************************************************
       FD AUDT-FILE
           LABEL RECORDS ARE STANDARD.
         03 AUD-DATE      PIC 9(6).
         03 AUD-ACTION    PIC X(1).
         03 AUD-STUD-ID   PIC 9(9).
         03 AUD-LOAN-SEQ  PIC 9(2).
         03 AUD-NAME      PIC X(20).
         03 AUD-BEFORE    PIC X(563).
         03 AUD-AFTER     PIC X(563).
         03 AUD-OPER-ID   PIC X(8).
         03 AUD-APPR-ID   PIC X(8).
       COPY LOANJRNF.
       COPY LOANCTLF.
      **************************************************************
      * CARRIED-FORWARD PENDING-APPROVAL FILE - ONE RECORD PER
      * HELD CARD, WITH ITS ITEM NUMBER, THE DATE IT WAS HELD, WHY
      * IT WAS HELD (D DELETE, L LOAN-AMOUNT CHANGE, B CHANGE OR
      * DEFERMENT CARD FOR A LOAN WITH A BALANCE DUE) AND THE
      * WHOLE CARD AS KEYED, ORIGINATOR'S ID INCLUDED. READ IN
      * FULL AT STARTUP AND REWRITTEN AT END OF RUN WITH THE ITEMS
      * STILL WAITING, THE SAME CARRY PATTERN AS LAB5ESC'S
      * DA-S-NTCM. THE FIRST RECORD IS A CONTROL RECORD (ITEM
      * NUMBER ZERO) HOLDING THE LAST ITEM NUMBER GIVEN OUT, SO A
      * NUMBER IS NOT REUSED ONCE THE QUEUE EMPTIES AND AN OLD
      * APPROVAL CARD CANNOT RELEASE A NEWER ITEM.
      **************************************************************
       FD MPND-FILE
           LABEL RECORDS ARE STANDARD.
       01 MPND-REC.
         03 PN-ITEM-NO    PIC 9(5).
         03 PN-QUEUE-DATE PIC 9(6).
         03 PN-HOLD-CODE  PIC X(1).
         03 PN-CARD       PIC X(120).
       01 MPND-CTL-REC.
         03 PH-ITEM-NO    PIC 9(5).
         03 PH-LAST-ITEM  PIC 9(5).
         03 FILLER        PIC X(122).
      **************************************************************
      * APPROVAL CARDS - ONE PER PENDING ITEM DECIDED: THE ITEM
      * NUMBER FROM THE AGING REPORT, A (RELEASE) OR R (DECLINE),
      * AND THE DECIDING OPERATOR'S ID, WHICH MUST DIFFER FROM THE
      * ID ON THE HELD CARD. NO CARD FILE MEANS NOTHING IS DECIDED
      * THIS RUN.
      **************************************************************
       FD MAPR-FILE
           LABEL RECORDS ARE OMITTED.
       01 MAPR-REC.
         03 MA-ITEM-NO-X  PIC X(5).
         03 MA-ITEM-NO REDEFINES MA-ITEM-NO-X PIC 9(5).
         03 FILLER        PIC X(1).
         03 MA-DECISION   PIC X(1).
         03 FILLER        PIC X(1).
         03 MA-OPER-ID    PIC X(8).
         03 FILLER        PIC X(64).
      **************************************************************
      * PENDING-ITEM AGING REPORT - 80 BYTES WIDE.
      **************************************************************
       FD MPNR-FILE
           LABEL RECORDS ARE OMITTED.
       01 MPNR-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 INPUT-STATUS     PIC XX      VALUE '00'.
       01 MNTT-STATUS      PIC XX      VALUE '00'.
       01 AUDT-STATUS      PIC XX      VALUE '00'.
       01 MPND-STATUS      PIC XX      VALUE '00'.
       01 MAPR-STATUS      PIC XX      VALUE '00'.
       COPY LOANJRNW.
       01 SUB              PIC 999999.
      **************************************************************
      * RUN CONTROL TOTALS FOR THE REGISTER TRAILER AND THE AGING
      * REPORT TRAILER.
      **************************************************************
       01 MNT-READ-CT      PIC 9(5)    VALUE 0.
       01 MNT-ACCEPT-CT    PIC 9(5)    VALUE 0.
       01 MNT-REJECT-CT    PIC 9(5)    VALUE 0.
       01 MNT-HELD-CT      PIC 9(5)    VALUE 0.
       01 MNT-MAPR-CT      PIC 9(5)    VALUE 0.
       01 MNT-RELEASE-CT   PIC 9(5)    VALUE 0.
       01 MNT-RLSREJ-CT    PIC 9(5)    VALUE 0.
       01 MNT-DECLINE-CT   PIC 9(5)    VALUE 0.
       01 MNT-EXPIRE-CT    PIC 9(5)    VALUE 0.
       01 MNT-WAIT-CT      PIC 9(5)    VALUE 0.
       01 MNT-OLDEST-DAYS  PIC 9(5)    VALUE 0.
      **************************************************************
      * DUAL-CONTROL LIMITS FROM THE CONTROL FILE. A CHANGE CARD
      * MOVING I-LOAN BY MORE THAN APRV-LOAN-AMT (APRVAMT PARM, IN
      * WHOLE DOLLARS - ZERO, THE DEFAULT, HOLDS EVERY LOAN-AMOUNT
      * CHANGE) IS HELD FOR A SECOND OPERATOR. AN ITEM LEFT
      * WAITING MORE THAN APRV-DAYS CALENDAR DAYS (APRVDAYS PARM,
      * 10 WHEN ABSENT) EXPIRES AND MUST BE KEYED AGAIN.
      **************************************************************
       01 APRV-LOAN-AMT    PIC 9(5)V99 VALUE 0.
       01 APRV-DAYS        PIC 9(5)    VALUE 10.
       01 LOAN-CHANGE-AMT  PIC S9(5)V99 VALUE 0.
      **************************************************************
      * IN-CORE IMAGE OF THE PENDING-APPROVAL FILE, IN ITEM NUMBER
      * ORDER. PNT-STATUS IS P WHILE AN ITEM WAITS, A ONCE IT IS
      * RELEASED, R ONCE IT IS DECLINED AND X WHEN IT EXPIRES THIS
      * RUN; ONLY P ITEMS ARE WRITTEN BACK. PNT-DAYS IS HOW MANY
      * CALENDAR DAYS THE ITEM HAS BEEN WAITING. PND-LAST-ITEM IS
      * THE LAST ITEM NUMBER GIVEN OUT; NUMBERS ARE NEVER REUSED,
      * SO ONCE 99999 HAS BEEN GIVEN OUT NO FURTHER CARD CAN BE
      * HELD (SEE 1170-QUEUE-ITEM).
      **************************************************************
       01 PND-ENTRY-CT     PIC 9(4)    VALUE 0.
       01 PND-ENTRY-MAX    PIC 9(4)    VALUE 0500.
       01 PND-LAST-ITEM    PIC 9(5)    VALUE 0.
       01 PND-SUB          PIC 9(4)    VALUE 0.
       01 PENDING-TABLE.
         03 PND-ENTRY OCCURS 500 TIMES.
           05 PNT-ITEM-NO   PIC 9(5).
           05 PNT-DATE      PIC 9(6).
           05 PNT-HOLD-CODE PIC X(1).
           05 PNT-CARD      PIC X(120).
           05 PNT-STATUS    PIC X(1).
           05 PNT-DAYS      PIC 9(5).
      **************************************************************
      * VIEW OF A HELD CARD FOR THE AGING REPORT AND THE
      * ORIGINATOR CHECK - THE SAME BYTES AS MNTT-REC.
      **************************************************************
       01 PEND-CARD.
         03 PK-ACTION      PIC X(1).
         03 PK-STUD-ID     PIC X(9).
         03 FILLER         PIC X(90).
         03 PK-LOAN-SEQ    PIC X(2).
         03 FILLER         PIC X(10).
         03 PK-OPER-ID     PIC X(8).
      **************************************************************
      * HOLD AND RELEASE WORK AREAS. HOLD-SW IS SET BY 1160-CHECK-
      * HOLD WHEN THE CARD MUST WAIT FOR A SECOND OPERATOR, WITH
      * HOLD-CODE SAYING WHY. ITEM-MODE-SW MARKS A HELD CARD BEING
      * RELEASED (R) OR DECLINED (D) FROM THE APPROVAL DECK, AND
      * APPROVER-ID IS THE OPERATOR WHO DECIDED IT. ITEM-REASON IS
      * THE REGISTER REASON FOR A HELD, RELEASED OR DECLINED ITEM.
      **************************************************************
       01 HOLD-SW          PIC X(1)    VALUE 'N'.
         88 HOLD-ITEM                  VALUE 'Y'.
       01 HOLD-CODE        PIC X(1)    VALUE SPACE.
       01 ITEM-MODE-SW     PIC X(1)    VALUE SPACE.
         88 RELEASED-ITEM              VALUE 'R'.
         88 DECLINED-ITEM              VALUE 'D'.
       01 APPROVER-ID      PIC X(8)    VALUE SPACES.
       01 ITEM-REASON.
         03 FILLER         PIC X(5)    VALUE 'ITEM '.
         03 IT-ITEM-NO     PIC 9(5).
         03 FILLER         PIC X(1)    VALUE SPACE.
         03 IT-TEXT        PIC X(14).
      **************************************************************
      * APPROVAL CARDS THAT COULD NOT BE ACTED ON, WITH THE REASON,
      * LISTED AT THE FOOT OF THE REGISTER.
      **************************************************************
       01 RFS-ENTRY-CT     PIC 9(4)    VALUE 0.
       01 RFS-ENTRY-MAX    PIC 9(4)    VALUE 0500.
       01 REFUSED-TABLE.
         03 RFS-ENTRY OCCURS 500 TIMES.
           05 RFS-ITEM-NO-X PIC X(5).
           05 RFS-DECISION  PIC X(1).
           05 RFS-OPER-ID   PIC X(8).
           05 RFS-REASON    PIC X(30).
       01 CARD-REASON      PIC X(30)   VALUE SPACES.
      **************************************************************
      * CALENDAR-DATE WORK AREAS FOR AGING THE PENDING ITEMS -
      * SAME DAY-NUMBER ARITHMETIC AS LAB5'S 8000-DATE-TO-DAYNUM.
      **************************************************************
       01 WK-DATE.
         03 WK-YY             PIC 99.
         03 WK-MM             PIC 99.
         03 WK-DD             PIC 99.
       01 WK-DAYNUM           PIC 9(7)    VALUE 0.
       01 WK-DAY-RUN          PIC 9(7)    VALUE 0.
       01 WK-QUOT             PIC 9(7)    VALUE 0.
       01 WK-QUOT2            PIC 9(7)    VALUE 0.
       01 WK-REM              PIC 9       VALUE 0.
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
      **************************************************************
      * LOAN POLICY LIMITS FOR THE I-LOAN EDIT - RETUNABLE IN ONE
      * PLACE, LIKE LAB5'S DELINQ-DAYS.
       01 LOAN-POLICY-MIN  PIC 9(5)V99 VALUE 00100.00.
       01 LOAN-POLICY-MAX  PIC 9(5)V99 VALUE 20000.00.
      **************************************************************
      * DEFERMENT POLICY LIMIT - NO SINGLE DEFERMENT OR
      * FORBEARANCE MAY RUN LONGER THAN THIS MANY YEARS FROM ITS
      * START DATE. AN EXTENSION IS HELD TO THE SAME LIMIT.
      **************************************************************
       01 DEFER-POLICY-YEARS PIC 9     VALUE 3.
       01 DEFER-LIMIT      PIC 9(7)    VALUE 0.
       COPY LOANDEGW.
      **************************************************************
      * EFFECTIVE-DATED RATE ROWS LOADED FROM DA-S-CTLF - USED
      * HERE ONLY AS THE LIST OF CLASS STANDINGS THE SYSTEM
       01 REASON-TEXT      PIC X(30)   VALUE SPACES.
       01 CODE-FOUND-SW    PIC X(1)    VALUE 'N'.
         88 CODE-FOUND                 VALUE 'Y'.
       01 BEFORE-IMAGE     PIC X(563)  VALUE SPACES.
       01 AFTER-IMAGE      PIC X(563)  VALUE SPACES.
      **************************************************************
      * LOAN-SEQUENCE WORK AREAS. 1320-SCAN-STUDENT READS EVERY
      * LOAN THE CARD'S STUDENT HOLDS, OLDEST FIRST, AND LEAVES
      * THE COUNT, THE FIRST AND HIGHEST SEQUENCES, THE OLDEST
      * LOAN STILL CARRYING A BALANCE, WHETHER THE CARD'S OWN
      * SEQUENCE IS ON FILE, AND THE FIRST LOAN'S STUDENT-LEVEL
      * FIELDS. MNT-LOAN-SEQ IS THE LOAN THE CARD ACTS ON ONCE IT
      * IS RESOLVED. SPREAD-SW ASKS 1100-PROCESS-TRAN TO CARRY THE
      * STUDENT-LEVEL FIELDS ONTO THE STUDENT'S OTHER LOANS.
      **************************************************************
       01 MNT-LOAN-SEQ     PIC 9(2)    VALUE 0.
       01 MNT-LOAN-CT      PIC 9(2)    VALUE 0.
       01 MNT-FIRST-SEQ    PIC 9(2)    VALUE 0.
       01 MNT-HIGH-SEQ     PIC 9(2)    VALUE 0.
       01 MNT-OPEN-SEQ     PIC 9(2)    VALUE 0.
       01 MNT-LOAN-BAL     PIC S9(6)V99 VALUE 0.
       01 MNT-SPREAD-CT    PIC 9(5)    VALUE 0.
       01 SEQ-FOUND-SW     PIC X(1)    VALUE 'N'.
         88 SEQ-FOUND                  VALUE 'Y'.
       01 END-OF-STUDENT-SW PIC X(1)   VALUE 'N'.
         88 END-OF-STUDENT             VALUE 'Y'.
       01 SPREAD-SW        PIC X(1)    VALUE 'N'.
         88 SPREAD-STUDENT             VALUE 'Y'.
       01 STUDENT-FIELDS.
         03 SF-NAME        PIC X(20).
         03 SF-DEGREE      PIC X(4).
         03 SF-ADDR-STREET PIC X(25).
         03 SF-ADDR-CITY   PIC X(18).
         03 SF-ADDR-STATE  PIC X(2).
         03 SF-ADDR-ZIP    PIC X(5).
         03 SF-DEFER-TYPE  PIC X(1).
         03 SF-DEFER-STAT  PIC X(1).
         03 SF-DEFER-START PIC 9(6).
         03 SF-DEFER-END   PIC 9(6).
         03 SF-ENRL-STAT   PIC X(1).
         03 SF-SEP-DATE    PIC 9(6).
         03 SF-REPAY-START PIC 9(6).
      **************************************************************
      * DATE-EDIT WORK AREAS FOR THE DEFERMENT CARDS - THE CARD
      * DATE IS MOVED TO EDIT-DATE AND 1140-EDIT-DATE SETS
      * EDIT-DATE-SW. NEW-DEFER-END IS THE END DATE AN E CARD
      * ASKS FOR (THE RUN DATE WHEN THE CARD LEAVES IT BLANK).
      **************************************************************
       01 EDIT-DATE.
         03 EDIT-YY        PIC 99.
         03 EDIT-MM        PIC 99.
         03 EDIT-DD        PIC 99.
       01 EDIT-DATE-X REDEFINES EDIT-DATE PIC X(6).
       01 EDIT-DATE-SW     PIC X(1)    VALUE 'Y'.
         88 EDIT-DATE-OK               VALUE 'Y'.
       01 NEW-DEFER-END    PIC 9(6)    VALUE 0.
      **************************************************************
      * EXPECTED-PAYMENT-SCHEDULE WORK AREAS - A NEW BORROWER'S
      * FIRST PAYMENT IS EXPECTED ONE MONTH OUT FROM THE ADD DATE
       01 MREG-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(3)        VALUE 'ACT'.
         03 FILLER      PIC X(13)       VALUE 'STUD ID   LN'.
         03 FILLER      PIC X(21)       VALUE 'NAME'.
         03 FILLER      PIC X(5)        VALUE 'DEG'.
         03 FILLER      PIC X(5)        VALUE 'YEAR'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RG-STUD-ID  PIC 9(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 RG-LOAN-SEQ PIC X(2).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 RG-NAME     PIC X(20).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 RG-DEGREE   PIC X(4).
         03 RG-DISP     PIC X(9).
         03 RG-REASON   PIC X(25).
      **************************************************************
      * ON A DEFERMENT CARD THE DEGREE/YEAR/LOAN COLUMNS (BYTES
      * 40-58 OF THE DETAIL LINE) SHOW THE DEFERMENT TYPE AND THE
      * START AND END DATES AS KEYED.
      **************************************************************
       01 DEFER-REG-TEXT.
         03 DR-TYPE     PIC X(1).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 DR-START    PIC 99/99/99.
         03 DR-START-X REDEFINES DR-START PIC X(8).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 DR-END      PIC 99/99/99.
         03 DR-END-X REDEFINES DR-END PIC X(8).
       01 DR-DATE.
         03 DR-DATE-MM  PIC X(2).
         03 DR-DATE-DD  PIC X(2).
         03 DR-DATE-YY  PIC X(2).
       01 DR-DATE-NUM REDEFINES DR-DATE PIC 9(6).
      **************************************************************
      * LAYOUT FOR THE REGISTER RUN-TOTAL TRAILER *
      **************************************************************
       01 MREG-TOTALS1.
       01 MREG-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'REJECTED  . . . . . .'.
         03 T-REJECT-CT PIC ZZ,ZZ9.
       01 MREG-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'OTHER LOANS UPDATED .'.
         03 T-SPREAD-CT PIC ZZ,ZZ9.
       01 MREG-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'HELD FOR APPROVAL . .'.
         03 T-HELD-CT   PIC ZZ,ZZ9.
       01 MREG-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'APPROVAL CARDS READ .'.
         03 T-MAPR-CT   PIC ZZ,ZZ9.
       01 MREG-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'ITEMS RELEASED  . . .'.
         03 T-RELEASE-CT PIC ZZ,ZZ9.
       01 MREG-TOTALS8.
         03 FILLER      PIC X(22)       VALUE 'RELEASED, REJECTED  .'.
         03 T-RLSREJ-CT PIC ZZ,ZZ9.
       01 MREG-TOTALS9.
         03 FILLER      PIC X(22)       VALUE 'ITEMS DECLINED  . . .'.
         03 T-DECLINE-CT PIC ZZ,ZZ9.
       01 MREG-TOTALS10.
         03 FILLER      PIC X(22)       VALUE 'CARDS NOT ACTED ON  .'.
         03 T-REFUSE-CT PIC ZZ,ZZ9.
       01 MREG-TOTALS11.
         03 FILLER      PIC X(22)       VALUE 'ITEMS EXPIRED . . . .'.
         03 T-EXPIRE-CT PIC ZZ,ZZ9.
      **************************************************************
      * LAYOUT FOR THE LIST OF APPROVAL CARDS NOT ACTED ON *
      **************************************************************
       01 MREG-CARD-HEAD.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(91)       VALUE
           'APPROVAL CARDS NOT ACTED ON - ITEM, DECISION, APPROVER'.
       01 MREG-CARD-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RC-ITEM-NO  PIC X(5).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RC-DECISION PIC X(1).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RC-OPER-ID  PIC X(8).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RC-REASON   PIC X(30).
       01 EDITED-LOAN      PIC ZZZZ9.99.
      **************************************************************
      * LAYOUT FOR THE PENDING-ITEM AGING REPORT. DAYS IS HOW LONG
      * THE ITEM HAS WAITED AND LEFT HOW MANY MORE DAYS IT MAY
      * WAIT BEFORE IT EXPIRES. THE RUN-DATE LINE IS THE
      * REGISTER'S MREG-RUN-HEAD.
      **************************************************************
       01 PNR-PAGE-NO      PIC 9(4)    VALUE 0.
       01 PNR-REC-CT       PIC 99      VALUE 0.
       01 PNR-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'PENDING MAINTENANCE ITEMS - APPROVAL AGING'.
       01 PNR-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'ITEM'.
         03 FILLER      PIC X(9)        VALUE 'HELD ON'.
         03 FILLER      PIC X(7)        VALUE ' DAYS'.
         03 FILLER      PIC X(3)        VALUE 'ACT'.
         03 FILLER      PIC X(10)       VALUE 'STUD ID'.
         03 FILLER      PIC X(3)        VALUE 'LN'.
         03 FILLER      PIC X(9)        VALUE 'OPERATOR'.
         03 FILLER      PIC X(13)       VALUE 'HELD FOR'.
         03 FILLER      PIC X(9)        VALUE 'STATUS'.
         03 FILLER      PIC X(8)        VALUE ' LEFT'.
       01 PNR-DETAIL.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 PR-ITEM-NO  PIC 9(5).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 PR-DATE     PIC 99/99/99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 PR-DAYS     PIC ZZZZ9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 PR-ACTION   PIC X(1).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 PR-STUD-ID  PIC X(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 PR-LOAN-SEQ PIC X(2).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 PR-OPER-ID  PIC X(8).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 PR-HELD-FOR PIC X(12).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 PR-STATUS   PIC X(8).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 PR-DAYS-LEFT PIC ZZZZ9.
         03 PR-DAYS-LEFT-X REDEFINES PR-DAYS-LEFT PIC X(5).
         03 FILLER      PIC X(3)        VALUE SPACES.
       01 PNR-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'ITEMS WAITING . . . .'.
         03 T-WAIT-CT   PIC ZZ,ZZ9.
       01 PNR-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'EXPIRED THIS RUN  . .'.
         03 T-PNR-EXPIRE-CT PIC ZZ,ZZ9.
       01 PNR-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'OLDEST WAITING, DAYS .'.
         03 T-OLDEST-DAYS PIC ZZ,ZZ9.
       01 PNR-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'EXPIRES AFTER, DAYS .'.
         03 T-APRV-DAYS PIC ZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-M      PIC 9   VALUE 0.
         03 EOF-P      PIC 9   VALUE 0.
         03 EOF-A      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO RUN-DATE-NUM.
           MOVE RUN-DATE-RAW TO WK-DATE.
           PERFORM 8000-DATE-TO-DAYNUM.
           MOVE WK-DAYNUM TO WK-DAY-RUN.
           PERFORM 0100-LOAD-CONTROL.
           PERFORM 0200-LOAD-PENDING THRU 0200-LOAD-EXIT.
           OPEN INPUT MNTT-FILE.
           IF MNTT-STATUS NOT = '00'
             DISPLAY 'LAB5MNT: MNTT-FILE OPEN FAILED, STATUS='
               INPUT-STATUS
             STOP RUN
           END-IF.
           OPEN OUTPUT MREG-FILE
                       MPNR-FILE.
           OPEN EXTEND AUDT-FILE.
           IF AUDT-STATUS = '35'
             OPEN OUTPUT AUDT-FILE
           END-IF.
           PERFORM 8300-OPEN-JOURNAL.
           PERFORM 1700-PRINT-HEAD.
           PERFORM 0300-EXPIRE-PENDING.
           PERFORM 0400-PROCESS-APPROVALS.
           PERFORM 2000-READ-MNTT.
           PERFORM 1100-PROCESS-TRAN
             UNTIL EOF-M = 1.
           PERFORM 1550-LIST-REFUSED.
           PERFORM 1800-PRINT-TOTALS.
           PERFORM 0500-REWRITE-PENDING.
           PERFORM 2100-PRINT-AGING.
           CLOSE MNTT-FILE
                 INPUT-FILE
                 MREG-FILE
                 MPNR-FILE
                 AUDT-FILE
                 JRNL-FILE.
           IF RFS-ENTRY-CT > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************
      * LOADS THE EFFECTIVE-DATED RATES FROM DA-S-CTLF - SAME
      * RULES AS LAB5'S 0100-LOAD-CONTROL - AND THE APRVAMT AND
      * APRVDAYS DUAL-CONTROL PARMS. THE OTHER PARM ROWS BELONG
      * TO OTHER PROGRAMS AND ARE IGNORED HERE.
      **************************************************************
       0100-LOAD-CONTROL.
           OPEN INPUT CTRL-FILE.
             MOVE CT-EFF-DATE TO CTL-RATE-EFF (CTL-RATE-CT)
             MOVE CT-RATE     TO CTL-RATE-PCT (CTL-RATE-CT)
           END-IF.
           IF CT-TYPE = 'PARM'
             EVALUATE CT-PARM-NAME
               WHEN 'APRVAMT'
                 MOVE CT-PARM-VALUE TO APRV-LOAN-AMT
               WHEN 'APRVDAYS'
                 MOVE CT-PARM-VALUE TO APRV-DAYS
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           PERFORM 0110-READ-CONTROL.
      **************************************************************
      * LOADS THE CARRIED-FORWARD PENDING-APPROVAL FILE INTO THE
      * TABLE. A MISSING FILE (STATUS 35) JUST MEANS NOTHING HAS
      * EVER BEEN HELD. ANY OTHER OPEN OR READ FAILURE STOPS THE
      * RUN - GOING ON WOULD LOSE THE ITEMS STILL WAITING WHEN
      * 0500-REWRITE-PENDING WRITES THE FILE BACK.
      **************************************************************
       0200-LOAD-PENDING.
           OPEN INPUT MPND-FILE.
           IF MPND-STATUS = '35'
             GO TO 0200-LOAD-EXIT
           END-IF.
           IF MPND-STATUS NOT = '00'
             DISPLAY 'LAB5MNT: MPND-FILE OPEN FAILED, STATUS='
               MPND-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 0210-READ-MPND.
           PERFORM 0220-LOAD-PENDING-ITEM
             UNTIL EOF-P = 1.
           CLOSE MPND-FILE.
       0200-LOAD-EXIT.
           EXIT.

       0210-READ-MPND.
           READ MPND-FILE
             AT END MOVE 1 TO EOF-P.
           IF EOF-P NOT = 1 AND MPND-STATUS NOT = '00'
             DISPLAY 'LAB5MNT: MPND-FILE READ FAILED, STATUS='
               MPND-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0220-LOAD-PENDING-ITEM.
           IF PN-ITEM-NO = 0
             MOVE PH-LAST-ITEM TO PND-LAST-ITEM
           ELSE
             IF PND-ENTRY-CT = PND-ENTRY-MAX
               DISPLAY 'LAB5MNT: PENDING-TABLE FULL, INCREASE '
                 'PND-ENTRY-MAX'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO PND-ENTRY-CT
             MOVE PN-ITEM-NO    TO PNT-ITEM-NO (PND-ENTRY-CT)
             MOVE PN-QUEUE-DATE TO PNT-DATE (PND-ENTRY-CT)
             MOVE PN-HOLD-CODE  TO PNT-HOLD-CODE (PND-ENTRY-CT)
             MOVE PN-CARD       TO PNT-CARD (PND-ENTRY-CT)
             MOVE 'P'           TO PNT-STATUS (PND-ENTRY-CT)
             MOVE 0             TO PNT-DAYS (PND-ENTRY-CT)
           END-IF.
           PERFORM 0210-READ-MPND.
      **************************************************************
      * AGES EVERY ITEM BROUGHT FORWARD AND EXPIRES ANY THAT HAS
      * WAITED MORE THAN APRV-DAYS CALENDAR DAYS. THIS IS DONE
      * BEFORE THE APPROVAL DECK IS READ, SO AN APPROVAL ARRIVING
      * AFTER THE LIMIT IS REFUSED AND THE CARD MUST BE KEYED
      * AGAIN.
      **************************************************************
       0300-EXPIRE-PENDING.
           PERFORM 0310-AGE-PENDING-ITEM
             VARYING PND-SUB FROM 1 BY 1
               UNTIL PND-SUB > PND-ENTRY-CT.

       0310-AGE-PENDING-ITEM.
           MOVE PNT-DATE (PND-SUB) TO WK-DATE.
           PERFORM 8000-DATE-TO-DAYNUM.
           IF WK-DAYNUM > WK-DAY-RUN
             MOVE 0 TO PNT-DAYS (PND-SUB)
           ELSE
             COMPUTE PNT-DAYS (PND-SUB) = WK-DAY-RUN - WK-DAYNUM
           END-IF.
           IF PNT-DAYS (PND-SUB) > APRV-DAYS
             MOVE 'X' TO PNT-STATUS (PND-SUB)
             ADD 1 TO MNT-EXPIRE-CT
           END-IF.
      **************************************************************
      * READS THE APPROVAL DECK. EACH CARD IS EDITED - A NUMERIC
      * ITEM NUMBER, A DECISION OF A OR R, AN APPROVER ID, AN ITEM
      * STILL WAITING ON THE QUEUE, AND AN APPROVER WHO IS NOT THE
      * OPERATOR WHO KEYED THE HELD CARD. A CARD FAILING ANY EDIT
      * IS LISTED AT THE FOOT OF THE REGISTER AND THE ITEM KEEPS
      * WAITING. A RELEASED ITEM'S CARD IS PUT BACK THROUGH
      * 1150-APPLY-CARD, EDITS AND ALL; A DECLINED ITEM IS DROPPED
      * WITH A REGISTER LINE. NO CARD FILE MEANS NOTHING IS
      * DECIDED THIS RUN.
      **************************************************************
       0400-PROCESS-APPROVALS.
           OPEN INPUT MAPR-FILE.
           IF MAPR-STATUS = '00'
             PERFORM 0410-READ-MAPR
             PERFORM 0420-APPLY-DECISION
               UNTIL EOF-A = 1
             CLOSE MAPR-FILE
           END-IF.

       0410-READ-MAPR.
           READ MAPR-FILE
             AT END MOVE 1 TO EOF-A.

       0420-APPLY-DECISION.
           ADD 1 TO MNT-MAPR-CT.
           MOVE SPACES TO CARD-REASON.
           MOVE 0 TO PND-SUB.
           IF MA-ITEM-NO-X NOT NUMERIC OR MA-ITEM-NO = 0
             MOVE 'INVALID ITEM NUMBER'  TO CARD-REASON
           END-IF.
           IF CARD-REASON = SPACES
             AND MA-DECISION NOT = 'A' AND MA-DECISION NOT = 'R'
             MOVE 'DECISION NOT A OR R'  TO CARD-REASON
           END-IF.
           IF CARD-REASON = SPACES AND MA-OPER-ID = SPACES
             MOVE 'NO APPROVER ID'       TO CARD-REASON
           END-IF.
           IF CARD-REASON = SPACES
             PERFORM 0430-MATCH-ITEM
               VARYING SUB FROM 1 BY 1
                 UNTIL SUB > PND-ENTRY-CT OR PND-SUB > 0
             IF PND-SUB = 0
               MOVE 'ITEM NOT ON QUEUE'  TO CARD-REASON
             END-IF
           END-IF.
           IF CARD-REASON = SPACES
             EVALUATE PNT-STATUS (PND-SUB)
               WHEN 'X'
                 MOVE 'ITEM EXPIRED'     TO CARD-REASON
               WHEN 'A'
               WHEN 'R'
                 MOVE 'ITEM ALREADY DECIDED' TO CARD-REASON
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           IF CARD-REASON = SPACES
             MOVE PNT-CARD (PND-SUB) TO PEND-CARD
             IF PK-OPER-ID = MA-OPER-ID
               MOVE 'APPROVER IS ORIGINATOR' TO CARD-REASON
             END-IF
           END-IF.
           IF CARD-REASON NOT = SPACES
             PERFORM 0440-REFUSE-CARD
           ELSE
             MOVE MA-OPER-ID            TO APPROVER-ID
             MOVE PNT-ITEM-NO (PND-SUB) TO IT-ITEM-NO
             MOVE 'BY'                  TO IT-TEXT
             MOVE MA-OPER-ID            TO IT-TEXT (4:8)
             MOVE PNT-CARD (PND-SUB)    TO MNTT-REC
             IF MA-DECISION = 'A'
               MOVE 'A' TO PNT-STATUS (PND-SUB)
               MOVE 'R' TO ITEM-MODE-SW
               PERFORM 1150-APPLY-CARD
             ELSE
               MOVE 'R' TO PNT-STATUS (PND-SUB)
               MOVE 'D' TO ITEM-MODE-SW
               PERFORM 0450-DECLINE-ITEM
             END-IF
             MOVE SPACE  TO ITEM-MODE-SW
             MOVE SPACES TO APPROVER-ID
           END-IF.
           PERFORM 0410-READ-MAPR.

       0430-MATCH-ITEM.
           IF PNT-ITEM-NO (SUB) = MA-ITEM-NO
             MOVE SUB TO PND-SUB
           END-IF.

       0440-REFUSE-CARD.
           IF RFS-ENTRY-CT = RFS-ENTRY-MAX
             DISPLAY 'LAB5MNT: REFUSED-TABLE FULL, INCREASE '
               'RFS-ENTRY-MAX'
             STOP RUN
           END-IF.
           ADD 1 TO RFS-ENTRY-CT.
           MOVE MA-ITEM-NO-X TO RFS-ITEM-NO-X (RFS-ENTRY-CT).
           MOVE MA-DECISION  TO RFS-DECISION (RFS-ENTRY-CT).
           MOVE MA-OPER-ID   TO RFS-OPER-ID (RFS-ENTRY-CT).
           MOVE CARD-REASON  TO RFS-REASON (RFS-ENTRY-CT).

      * A DECLINED ITEM TOUCHES NOTHING - IT IS ONLY SHOWN ON THE
      * REGISTER, ON THE LOAN THE HELD CARD WAS RESOLVED TO.
       0450-DECLINE-ITEM.
           MOVE 'Y' TO VALID-TRAN-SW.
           MOVE 'N' TO HOLD-SW.
           MOVE 0   TO MNT-LOAN-SEQ.
           ADD 1 TO MNT-DECLINE-CT.
           PERFORM 1500-WRITE-REGISTER.
      **************************************************************
      * REWRITES THE PENDING-APPROVAL FILE - THE CONTROL RECORD,
      * THEN EVERY ITEM STILL WAITING. RELEASED, DECLINED AND
      * EXPIRED ITEMS ARE LEFT OUT. A FAILED OPEN OR WRITE STOPS
      * THE RUN WITH RETURN CODE 16 - THE QUEUE MUST BE PUT RIGHT
      * BEFORE THE NEXT RUN.
      **************************************************************
       0500-REWRITE-PENDING.
           OPEN OUTPUT MPND-FILE.
           IF MPND-STATUS NOT = '00'
             DISPLAY 'LAB5MNT: MPND-FILE OPEN FAILED, STATUS='
               MPND-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES        TO MPND-CTL-REC.
           MOVE 0             TO PH-ITEM-NO.
           MOVE PND-LAST-ITEM TO PH-LAST-ITEM.
           WRITE MPND-REC.
           PERFORM 0520-CHECK-MPND-WRITE.
           PERFORM 0510-WRITE-PENDING-ITEM
             VARYING PND-SUB FROM 1 BY 1
               UNTIL PND-SUB > PND-ENTRY-CT.
           CLOSE MPND-FILE.

       0510-WRITE-PENDING-ITEM.
           IF PNT-STATUS (PND-SUB) = 'P'
             MOVE PNT-ITEM-NO (PND-SUB)   TO PN-ITEM-NO
             MOVE PNT-DATE (PND-SUB)      TO PN-QUEUE-DATE
             MOVE PNT-HOLD-CODE (PND-SUB) TO PN-HOLD-CODE
             MOVE PNT-CARD (PND-SUB)      TO PN-CARD
             WRITE MPND-REC
             PERFORM 0520-CHECK-MPND-WRITE
             ADD 1 TO MNT-WAIT-CT
           END-IF.

       0520-CHECK-MPND-WRITE.
           IF MPND-STATUS NOT = '00'
             DISPLAY 'LAB5MNT: MPND-FILE WRITE FAILED, STATUS='
               MPND-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      **************************************************************
      * TAKES ONE TRANSACTION CARD FROM THE DECK THROUGH
      * 1150-APPLY-CARD AND READS THE NEXT.
      **************************************************************
       1100-PROCESS-TRAN.
           ADD 1 TO MNT-READ-CT.
           PERFORM 1150-APPLY-CARD.
           PERFORM 2000-READ-MNTT.
      **************************************************************
      * EDITS ONE TRANSACTION CARD AND ROUTES IT TO THE ADD,
      * CHANGE OR DELETE HANDLER - OR, WHEN IT NEEDS A SECOND
      * OPERATOR, TO THE PENDING-APPROVAL QUEUE. A HELD CARD BEING
      * RELEASED FROM THE APPROVAL DECK COMES THROUGH HERE TOO,
      * AND IS APPLIED WITHOUT BEING HELD AGAIN. EVERY CARD ENDS
      * UP ON THE REGISTER WHETHER IT WAS APPLIED OR NOT.
      **************************************************************
       1150-APPLY-CARD.
           MOVE 'Y' TO VALID-TRAN-SW.
           MOVE SPACES TO REASON-TEXT.
           MOVE SPACES TO BEFORE-IMAGE AFTER-IMAGE.
           MOVE 'N' TO SPREAD-SW.
           MOVE 'N' TO HOLD-SW.
           MOVE 0 TO MNT-LOAN-SEQ.
           IF M-OPER-ID = SPACES
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'OPERATOR ID BLANK'    TO REASON-TEXT
           END-IF.
           IF VALID-TRAN
             AND (M-STUD-ID NOT NUMERIC OR M-STUD-ID = 0)
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'STUDENT ID INVALID'   TO REASON-TEXT
           END-IF.
           IF VALID-TRAN AND M-LOAN-SEQ-X NOT = SPACES
             AND (M-LOAN-SEQ NOT NUMERIC OR M-LOAN-SEQ = 0)
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'LOAN SEQ INVALID'     TO REASON-TEXT
           END-IF.
           IF VALID-TRAN AND NOT RELEASED-ITEM
             AND (M-ACTION = 'C' OR M-ACTION = 'D'
               OR M-ACTION = 'F' OR M-ACTION = 'E')
             PERFORM 1160-CHECK-HOLD
           END-IF.
           IF VALID-TRAN AND NOT HOLD-ITEM
             EVALUATE M-ACTION
               WHEN 'A'
                 PERFORM 1200-ADD-STUDENT
                 PERFORM 1300-CHANGE-STUDENT
               WHEN 'D'
                 PERFORM 1400-DELETE-STUDENT
               WHEN 'F'
                 PERFORM 1450-DEFER-STUDENT
               WHEN 'E'
                 PERFORM 1460-END-DEFERMENT
               WHEN OTHER
                 MOVE 'N'                TO VALID-TRAN-SW
                 MOVE 'ACTION NOT A/C/D/F/E' TO REASON-TEXT
             END-EVALUATE
           END-IF.
           IF VALID-TRAN
             IF HOLD-ITEM
               PERFORM 1170-QUEUE-ITEM
             ELSE
               IF RELEASED-ITEM
                 ADD 1 TO MNT-RELEASE-CT
               ELSE
                 ADD 1 TO MNT-ACCEPT-CT
               END-IF
               PERFORM 1600-WRITE-AUDIT
               IF SPREAD-STUDENT
                 PERFORM 1350-SPREAD-STUDENT
               END-IF
             END-IF
           ELSE
             IF RELEASED-ITEM
               ADD 1 TO MNT-RLSREJ-CT
             ELSE
               ADD 1 TO MNT-REJECT-CT
             END-IF
           END-IF.
           PERFORM 1500-WRITE-REGISTER.
      **************************************************************
      * FIELD EDITS SHARED BY ADD AND CHANGE. ON AN ADD EVERY
      * FIELD IS REQUIRED; ON A CHANGE A BLANK FIELD MEANS LEAVE
             MOVE 'Y' TO CODE-FOUND-SW
           END-IF.

      * A CARD DATE MUST BE A REAL YYMMDD CALENDAR DATE - THE
      * SAME MONTH-LENGTH TABLE 1270-SEED-NEXT-DUE CLAMPS WITH.
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

       1130-EDIT-LOAN.
           IF M-LOAN NOT NUMERIC
             MOVE 'N'                    TO VALID-TRAN-SW
             END-IF
           END-IF.
      **************************************************************
      * DECIDES WHETHER A CHANGE, DELETE OR DEFERMENT CARD NEEDS
      * A SECOND OPERATOR. EVERY DELETE IS HELD; A CHANGE IS HELD
      * WHEN IT MOVES I-LOAN BY MORE THAN APRV-LOAN-AMT, AND A
      * CHANGE OR A DEFERMENT CARD (F OR E) IS HELD WHEN THE LOAN
      * IT ACTS ON STILL HAS A BALANCE DUE (A LOAN WHOSE AMOUNTS
      * CANNOT BE READ COUNTS AS OWING). THE CARD'S EDITS AND LOAN
      * RESOLUTION ARE RUN FIRST SO A CARD THAT COULD NEVER BE
      * APPLIED IS REJECTED NOW RATHER THAN QUEUED. THE RESOLVED
      * LOAN SEQUENCE IS WRITTEN INTO THE HELD CARD, SO THE
      * RELEASE ACTS ON THE LOAN THAT WAS REVIEWED EVEN IF THE
      * OLDEST OPEN LOAN HAS CHANGED IN THE MEANTIME.
      **************************************************************
       1160-CHECK-HOLD.
           IF M-ACTION = 'D'
             PERFORM 1310-RESOLVE-LOAN
             IF VALID-TRAN AND M-LOAN-SEQ-X = SPACES
               AND MNT-LOAN-CT > 1
               MOVE 'N'                  TO VALID-TRAN-SW
               MOVE 'LOAN SEQ REQUIRED'  TO REASON-TEXT
             END-IF
             IF VALID-TRAN
               MOVE 'Y' TO HOLD-SW
               MOVE 'D' TO HOLD-CODE
             END-IF
           ELSE
             IF M-ACTION = 'C'
               PERFORM 1165-CHECK-CHANGE-HOLD
             ELSE
               PERFORM 1166-CHECK-DEFER-HOLD
             END-IF
           END-IF.
           IF VALID-TRAN AND HOLD-ITEM
             MOVE MNT-LOAN-SEQ TO M-LOAN-SEQ
           END-IF.

       1165-CHECK-CHANGE-HOLD.
           IF M-DEGREE NOT = SPACES
             PERFORM 1110-EDIT-DEGREE
           END-IF.
           IF VALID-TRAN AND M-YEAR NOT = SPACES
             PERFORM 1120-EDIT-YEAR
           END-IF.
           IF VALID-TRAN AND M-LOAN-X NOT = SPACES
             PERFORM 1130-EDIT-LOAN
           END-IF.
           IF VALID-TRAN
             PERFORM 1470-READ-FOR-DEFER
           END-IF.
           IF VALID-TRAN
             PERFORM 1168-CHECK-BALANCE-HOLD
           END-IF.
           IF VALID-TRAN AND M-LOAN-X NOT = SPACES
             AND I-LOAN NUMERIC AND I-LATE-CHG NUMERIC
             COMPUTE LOAN-CHANGE-AMT = M-LOAN - I-LOAN
             IF LOAN-CHANGE-AMT < 0
               COMPUTE LOAN-CHANGE-AMT = 0 - LOAN-CHANGE-AMT
             END-IF
             IF LOAN-CHANGE-AMT > APRV-LOAN-AMT
               MOVE 'Y' TO HOLD-SW
               MOVE 'L' TO HOLD-CODE
             END-IF
           END-IF.

      * A DEFERMENT CARD IS EDITED EXACTLY AS 1450-DEFER-STUDENT OR
      * 1460-END-DEFERMENT WILL EDIT IT, THEN ITS LOAN IS READ FOR
      * THE SAME BALANCE TEST A CHANGE GETS.
       1166-CHECK-DEFER-HOLD.
           IF M-ACTION = 'F'
             PERFORM 1455-EDIT-DEFER-CARD
           ELSE
             PERFORM 1465-EDIT-END-CARD
           END-IF.
           IF VALID-TRAN
             PERFORM 1470-READ-FOR-DEFER
           END-IF.
           IF VALID-TRAN
             PERFORM 1168-CHECK-BALANCE-HOLD
           END-IF.

      * HOLDS THE CARD (CODE B) WHEN THE LOAN JUST READ STILL OWES
      * ANYTHING, OR WHEN ITS AMOUNTS CANNOT BE READ.
       1168-CHECK-BALANCE-HOLD.
           IF I-LOAN NOT NUMERIC OR I-LATE-CHG NOT NUMERIC
             MOVE 'Y' TO HOLD-SW
             MOVE 'B' TO HOLD-CODE
           ELSE
             COMPUTE MNT-LOAN-BAL = I-LOAN + I-LATE-CHG
             PERFORM 1327-LESS-PAID
               VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT
             IF MNT-LOAN-BAL > 0
               MOVE 'Y' TO HOLD-SW
               MOVE 'B' TO HOLD-CODE
             END-IF
           END-IF.
      **************************************************************
      * PUTS A HELD CARD ON THE PENDING-APPROVAL QUEUE UNDER THE
      * NEXT ITEM NUMBER. NOTHING ON THE MASTER CHANGES AND NO
      * AUDIT OR JOURNAL RECORD IS WRITTEN UNTIL IT IS RELEASED.
      * WHEN THE ITEM NUMBERS RUN OUT THE RUN STOPS RATHER THAN
      * WRAP, SINCE A REUSED NUMBER COULD LET AN OLD APPROVAL CARD
      * RELEASE THE WRONG ITEM. THE QUEUE IS WRITTEN BACK FIRST SO
      * THE ITEMS ALREADY RELEASED OR DECLINED THIS RUN ARE NOT
      * LEFT WAITING.
      **************************************************************
       1170-QUEUE-ITEM.
           IF PND-ENTRY-CT = PND-ENTRY-MAX
             DISPLAY 'LAB5MNT: PENDING-TABLE FULL, INCREASE '
               'PND-ENTRY-MAX'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF PND-LAST-ITEM = 99999
             PERFORM 0500-REWRITE-PENDING
             DISPLAY 'LAB5MNT: PENDING ITEM NUMBERS EXHAUSTED AT '
               PND-LAST-ITEM ', ID=' M-STUD-ID
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO PND-LAST-ITEM.
           ADD 1 TO PND-ENTRY-CT.
           MOVE PND-LAST-ITEM TO PNT-ITEM-NO (PND-ENTRY-CT).
           MOVE RUN-DATE-NUM  TO PNT-DATE (PND-ENTRY-CT).
           MOVE HOLD-CODE     TO PNT-HOLD-CODE (PND-ENTRY-CT).
           MOVE MNTT-REC      TO PNT-CARD (PND-ENTRY-CT).
           MOVE 'P'           TO PNT-STATUS (PND-ENTRY-CT).
           MOVE 0             TO PNT-DAYS (PND-ENTRY-CT).
           ADD 1 TO MNT-HELD-CT.
           MOVE PND-LAST-ITEM TO IT-ITEM-NO.
           EVALUATE HOLD-CODE
             WHEN 'D'
               MOVE 'HELD-DELETE'   TO IT-TEXT
             WHEN 'L'
               MOVE 'HELD-LOAN AMT' TO IT-TEXT
             WHEN OTHER
               MOVE 'HELD-BAL DUE'  TO IT-TEXT
           END-EVALUATE.
      **************************************************************
      * ADDS A NEW LOAN. THE NEW RECORD STARTS WITH A SINGLE
      * ZERO INSTALLMENT (I-PAY-CT OF 1) - THE SMALLEST SCHEDULE
      * THE I-PAID TABLE CAN CARRY - SO THE RECORD PASSES LAB5'S
      * 1070-CHECK-NUMERIC EDITS BEFORE ANY PAYMENT HAS POSTED.
      * A STUDENT NOT YET ON FILE NEEDS THE NAME, DEGREE AND
      * ADDRESS FROM THE CARD; A STUDENT ALREADY ON FILE KEEPS
      * THOSE, AND ANY DEFERMENT AND ENROLLMENT STATUS, FROM THE
      * LOANS ALREADY HELD. THE LOAN IS ORIGINATED TODAY AT THE
      * RATE IN EFFECT TODAY FOR ITS CLASS STANDING, AND KEEPS
      * THAT RATE FOR ITS LIFE.
      **************************************************************
       1200-ADD-STUDENT.
           PERFORM 1320-SCAN-STUDENT.
           IF MNT-LOAN-CT = 0 AND M-NAME = SPACES
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'NAME BLANK'           TO REASON-TEXT
           END-IF.
           IF VALID-TRAN AND MNT-LOAN-CT = 0
             PERFORM 1110-EDIT-DEGREE
           END-IF.
           IF VALID-TRAN
           IF VALID-TRAN
             PERFORM 1130-EDIT-LOAN
           END-IF.
           IF VALID-TRAN AND MNT-LOAN-CT = 0
             AND (M-ADDR-STREET = SPACES OR M-ADDR-CITY = SPACES)
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'ADDRESS INCOMPLETE'   TO REASON-TEXT
           END-IF.
           IF VALID-TRAN
             IF M-LOAN-SEQ-X NOT = SPACES
               IF SEQ-FOUND
                 MOVE 'N'                TO VALID-TRAN-SW
                 MOVE 'DUPLICATE LOAN SEQ' TO REASON-TEXT
               ELSE
                 MOVE M-LOAN-SEQ TO MNT-LOAN-SEQ
               END-IF
             ELSE
               IF MNT-HIGH-SEQ = 99
                 MOVE 'N'                TO VALID-TRAN-SW
                 MOVE 'NO LOAN SEQ LEFT' TO REASON-TEXT
               ELSE
                 COMPUTE MNT-LOAN-SEQ = MNT-HIGH-SEQ + 1
               END-IF
             END-IF
           END-IF.
           IF VALID-TRAN
             MOVE 1        TO I-PAY-CT
             MOVE M-STUD-ID TO I-STUD-ID
             MOVE MNT-LOAN-SEQ TO I-LOAN-SEQ
             IF MNT-LOAN-CT = 0
               MOVE M-NAME   TO I-NAME
               MOVE M-DEGREE TO I-DEGREE
               MOVE M-ADDR-STREET TO I-ADDR-STREET
               MOVE M-ADDR-CITY   TO I-ADDR-CITY
               MOVE M-ADDR-STATE  TO I-ADDR-STATE
               MOVE M-ADDR-ZIP    TO I-ADDR-ZIP
               MOVE SPACE    TO I-DEFER-TYPE
               MOVE SPACE    TO I-DEFER-STAT
               MOVE 0        TO I-DEFER-START
               MOVE 0        TO I-DEFER-END
               MOVE SPACE    TO I-ENRL-STAT
               MOVE 0        TO I-SEP-DATE
               MOVE 0        TO I-REPAY-START
             ELSE
               PERFORM 1340-LOAD-STUDENT-FIELDS
             END-IF
             MOVE M-YEAR   TO I-YEAR
             MOVE M-LOAN   TO I-LOAN
             MOVE 'N'      TO I-RFND-FLAG
             MOVE 0        TO I-RFND-AMT
             MOVE 0        TO I-LATE-CHG
             MOVE 0        TO I-CHG-DATE
             MOVE M-LOAN-NO    TO I-LOAN-NO
             MOVE RUN-DATE-NUM TO I-ORIG-DATE
             PERFORM 1280-FIND-ORIG-RATE
             MOVE 0        TO I-PAID (1)
             MOVE 0        TO I-PAID-DATE (1)
             MOVE 0        TO I-PAID-LATE (1)
             MOVE 0        TO I-PAID-INT (1)
             MOVE 0        TO I-PAID-PRIN (1)
             EVALUATE TRUE
               WHEN (I-ENRL-STAT = 'F' OR I-ENRL-STAT = 'H')
                  AND I-REPAY-START = 0
                 MOVE 0 TO I-NEXT-DUE
               WHEN I-REPAY-START > RUN-DATE-NUM
                 MOVE I-REPAY-START TO I-NEXT-DUE
               WHEN OTHER
                 PERFORM 1270-SEED-NEXT-DUE
             END-EVALUATE
             MOVE SPACES TO INPUT-REC
             MOVE INPUT-DATA TO INPUT-REC
             WRITE INPUT-REC
               INVALID KEY
                 MOVE 'N'                  TO VALID-TRAN-SW
                 MOVE 'DUPLICATE LOAN SEQ' TO REASON-TEXT
             END-WRITE
             MOVE INPUT-REC TO AFTER-IMAGE
           END-IF.
      **************************************************************
      * STARTS THE NEW BORROWER'S EXPECTED-PAYMENT SCHEDULE - THE
      * FIRST PAYMENT IS EXPECTED ONE MONTH OUT FROM TODAY, WITH
      * THE DAY CLAMPED TO THE NEW MONTH'S LAST DAY. LAB5ENR LATER
      * RESETS IT FROM THE REGISTRAR'S FEED - HOLDING IT WHILE THE
      * STUDENT IS ENROLLED AND RESTARTING IT AT THE END OF THE
      * GRACE PERIOD ONCE THE STUDENT LEAVES HALF-TIME STUDY. A
      * FURTHER LOAN FOR A STUDENT ALREADY REPORTED ENROLLED, WITH
      * NO REPAYMENT START YET, IS NOT SEEDED AT ALL - ITS
      * PAYMENTS ARE HELD FROM THE ADD - AND ONE FOR A STUDENT
      * STILL IN THE GRACE PERIOD STARTS ON THE REPAYMENT START
      * DATE LAB5ENR ALREADY SET, NOT ONE MONTH OUT.
      **************************************************************
       1270-SEED-NEXT-DUE.
           MOVE RUN-DATE-RAW TO DUE-DATE.
           END-IF.
           MOVE DUE-DATE TO I-NEXT-DUE.
      **************************************************************
      * FIXES A NEW LOAN'S RATE AT ORIGINATION - THE ROW FOR THE
      * LOAN'S CLASS STANDING WITH THE LATEST EFFECTIVE DATE NOT
      * AFTER TODAY, THE SAME SELECTION LAB5'S 8200-FIND-RATE
      * MAKES. A STANDING WHOSE FIRST RATE IS STILL TO COME LEAVES
      * I-RATE ZERO, AND THE REPORTS THEN LOOK THE RATE UP AT RUN
      * TIME AS THEY ALWAYS HAVE.
      **************************************************************
       1280-FIND-ORIG-RATE.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE 0 TO BEST-EFF.
           MOVE 0 TO INT-RATE.
           PERFORM 1285-CHECK-RATE-ROW
             VARYING CTL-SUB FROM 1 BY 1
               UNTIL CTL-SUB > CTL-RATE-CT.
           MOVE INT-RATE TO I-RATE.

       1285-CHECK-RATE-ROW.
           IF CTL-RATE-YEAR (CTL-SUB) = M-YEAR
             AND CTL-RATE-EFF (CTL-SUB) NOT > RUN-DATE-NUM
             AND CTL-RATE-EFF (CTL-SUB) NOT < BEST-EFF
             MOVE CTL-RATE-EFF (CTL-SUB) TO BEST-EFF
             MOVE CTL-RATE-PCT (CTL-SUB) TO INT-RATE
             MOVE 'Y' TO RATE-FOUND-SW
           END-IF.
      **************************************************************
      * CHANGES AN EXISTING LOAN IN PLACE. ONLY THE NONBLANK
      * CARD FIELDS ARE EDITED AND APPLIED - THAT NOW INCLUDES
      * THE NAME, WHICH IS DISPLAY DATA KEYED BY THE STUDENT ID,
      * SO A NAME CHANGE NO LONGER MEANS DELETE AND RE-ADD. THE
      * INSTALLMENT TABLE IS NEVER TOUCHED HERE - PAYMENTS POST
      * THROUGH LAB5PAY. A CHANGED NAME, DEGREE OR ADDRESS IS
      * THEN CARRIED ONTO THE STUDENT'S OTHER LOANS.
      **************************************************************
       1300-CHANGE-STUDENT.
           IF M-DEGREE NOT = SPACES
             PERFORM 1130-EDIT-LOAN
           END-IF.
           IF VALID-TRAN
             PERFORM 1310-RESOLVE-LOAN
           END-IF.
           IF VALID-TRAN
             MOVE M-STUD-ID    TO IR-STUD-ID
             MOVE MNT-LOAN-SEQ TO IR-LOAN-SEQ
             READ INPUT-FILE
               INVALID KEY
                 MOVE 'N'                  TO VALID-TRAN-SW
                   IF M-ADDR-ZIP NOT = SPACES
                     MOVE M-ADDR-ZIP TO I-ADDR-ZIP
                   END-IF
                   IF M-LOAN-NO NOT = SPACES
                     MOVE M-LOAN-NO TO I-LOAN-NO
                   END-IF
                   MOVE INPUT-DATA TO INPUT-REC
                   REWRITE INPUT-REC
                   IF INPUT-STATUS NOT = '00'
                     DISPLAY 'LAB5MNT: REWRITE FAILED, STATUS='
                       INPUT-STATUS ' ID=' M-STUD-ID
                       '-' MNT-LOAN-SEQ
                     STOP RUN
                   END-IF
                   MOVE INPUT-REC TO AFTER-IMAGE
                   IF MNT-LOAN-CT > 1
                     AND (M-NAME NOT = SPACES
                       OR M-DEGREE NOT = SPACES
                       OR M-ADDR-STREET NOT = SPACES
                       OR M-ADDR-CITY NOT = SPACES
                       OR M-ADDR-STATE NOT = SPACES
                       OR M-ADDR-ZIP NOT = SPACES)
                     MOVE 'Y' TO SPREAD-SW
                   END-IF
                 END-IF
             END-READ
           END-IF.
      **************************************************************
      * PICKS THE LOAN A CHANGE, DELETE OR DEFERMENT CARD ACTS ON -
      * THE LOAN THE CARD NAMES, OR WITH THE SEQUENCE LEFT BLANK
      * THE OLDEST LOAN STILL CARRYING A BALANCE, OR THE OLDEST
      * LOAN WHEN EVERY ONE IS PAID UP. LAB5PAY DEFAULTS A PAYMENT
      * THE SAME WAY.
      **************************************************************
       1310-RESOLVE-LOAN.
           PERFORM 1320-SCAN-STUDENT.
           IF MNT-LOAN-CT = 0
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'ID NOT ON MASTER'     TO REASON-TEXT
           ELSE
             IF M-LOAN-SEQ-X NOT = SPACES
               IF SEQ-FOUND
                 MOVE M-LOAN-SEQ TO MNT-LOAN-SEQ
               ELSE
                 MOVE 'N'                TO VALID-TRAN-SW
                 MOVE 'LOAN SEQ NOT ON MASTER' TO REASON-TEXT
               END-IF
             ELSE
               IF MNT-OPEN-SEQ > 0
                 MOVE MNT-OPEN-SEQ  TO MNT-LOAN-SEQ
               ELSE
                 MOVE MNT-FIRST-SEQ TO MNT-LOAN-SEQ
               END-IF
             END-IF
           END-IF.
      **************************************************************
      * READS EVERY LOAN THE CARD'S STUDENT HOLDS, IN SEQUENCE
      * ORDER, FOR THE COUNTS AND SEQUENCES DESCRIBED WITH THE
      * WORK AREAS AND FOR THE FIRST LOAN'S STUDENT-LEVEL FIELDS.
      * A LOAN WHOSE PAY COUNT FAILS THE EDITS STILL COUNTS, BUT
      * IS NEVER TAKEN AS THE OLDEST OPEN LOAN - ITS BALANCE
      * CANNOT BE WORKED OUT UNTIL THE SUSPENSE CYCLE FIXES IT.
      **************************************************************
       1320-SCAN-STUDENT.
           MOVE 0 TO MNT-LOAN-CT MNT-FIRST-SEQ MNT-HIGH-SEQ
                     MNT-OPEN-SEQ.
           MOVE 'N' TO SEQ-FOUND-SW.
           MOVE 'N' TO END-OF-STUDENT-SW.
           MOVE M-STUD-ID TO IR-STUD-ID.
           MOVE 0         TO IR-LOAN-SEQ.
           START INPUT-FILE KEY IS GREATER THAN IR-LOAN-KEY
             INVALID KEY
               MOVE 'Y' TO END-OF-STUDENT-SW
           END-START.
           PERFORM 1325-SCAN-NEXT-LOAN
             UNTIL END-OF-STUDENT.

       1325-SCAN-NEXT-LOAN.
           READ INPUT-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO END-OF-STUDENT-SW
           END-READ.
           IF NOT END-OF-STUDENT AND IR-STUD-ID NOT = M-STUD-ID
             MOVE 'Y' TO END-OF-STUDENT-SW
           END-IF.
           IF NOT END-OF-STUDENT
             ADD 1 TO MNT-LOAN-CT
             MOVE IR-LOAN-SEQ TO MNT-HIGH-SEQ
             IF M-LOAN-SEQ-X NOT = SPACES
               AND IR-LOAN-SEQ = M-LOAN-SEQ
               MOVE 'Y' TO SEQ-FOUND-SW
             END-IF
             MOVE INPUT-REC (36:2) TO I-PAY-CT
             IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1
                                     OR I-PAY-CT > 12
               MOVE 1 TO I-PAY-CT
               MOVE INPUT-REC TO INPUT-DATA
               MOVE 0 TO I-PAY-CT
             ELSE
               MOVE INPUT-REC        TO INPUT-DATA
               MOVE INPUT-REC (36:2) TO I-PAY-CT
             END-IF
             IF MNT-LOAN-CT = 1
               MOVE IR-LOAN-SEQ TO MNT-FIRST-SEQ
               PERFORM 1330-SAVE-STUDENT-FIELDS
             END-IF
             IF MNT-OPEN-SEQ = 0 AND I-PAY-CT > 0
               AND I-LOAN NUMERIC AND I-LATE-CHG NUMERIC
               COMPUTE MNT-LOAN-BAL = I-LOAN + I-LATE-CHG
               PERFORM 1327-LESS-PAID
                 VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT
               IF MNT-LOAN-BAL > 0
                 MOVE IR-LOAN-SEQ TO MNT-OPEN-SEQ
               END-IF
             END-IF
           END-IF.

       1327-LESS-PAID.
           IF I-PAID (SUB) NUMERIC
             SUBTRACT I-PAID (SUB) FROM MNT-LOAN-BAL
           END-IF.
      **************************************************************
      * THE STUDENT-LEVEL FIELDS - WHAT DESCRIBES THE STUDENT
      * RATHER THAN ANY ONE LOAN, AND SO MUST READ THE SAME ON
      * EVERY LOAN THE STUDENT HOLDS. 1330 SAVES THEM FROM THE
      * RECORD IN INPUT-DATA; 1340 PUTS THEM BACK ONTO ANOTHER.
      **************************************************************
       1330-SAVE-STUDENT-FIELDS.
           MOVE I-NAME        TO SF-NAME.
           MOVE I-DEGREE      TO SF-DEGREE.
           MOVE I-ADDR-STREET TO SF-ADDR-STREET.
           MOVE I-ADDR-CITY   TO SF-ADDR-CITY.
           MOVE I-ADDR-STATE  TO SF-ADDR-STATE.
           MOVE I-ADDR-ZIP    TO SF-ADDR-ZIP.
           MOVE I-DEFER-TYPE  TO SF-DEFER-TYPE.
           MOVE I-DEFER-STAT  TO SF-DEFER-STAT.
           MOVE I-DEFER-START TO SF-DEFER-START.
           MOVE I-DEFER-END   TO SF-DEFER-END.
           MOVE I-ENRL-STAT   TO SF-ENRL-STAT.
           MOVE I-SEP-DATE    TO SF-SEP-DATE.
           MOVE I-REPAY-START TO SF-REPAY-START.

       1340-LOAD-STUDENT-FIELDS.
           MOVE SF-NAME        TO I-NAME.
           MOVE SF-DEGREE      TO I-DEGREE.
           MOVE SF-ADDR-STREET TO I-ADDR-STREET.
           MOVE SF-ADDR-CITY   TO I-ADDR-CITY.
           MOVE SF-ADDR-STATE  TO I-ADDR-STATE.
           MOVE SF-ADDR-ZIP    TO I-ADDR-ZIP.
           MOVE SF-DEFER-TYPE  TO I-DEFER-TYPE.
           MOVE SF-DEFER-STAT  TO I-DEFER-STAT.
           MOVE SF-DEFER-START TO I-DEFER-START.
           MOVE SF-DEFER-END   TO I-DEFER-END.
           MOVE SF-ENRL-STAT   TO I-ENRL-STAT.
           MOVE SF-SEP-DATE    TO I-SEP-DATE.
           MOVE SF-REPAY-START TO I-REPAY-START.
      **************************************************************
      * CARRIES THE STUDENT-LEVEL FIELDS OF THE LOAN JUST UPDATED
      * ONTO EACH OF THE STUDENT'S OTHER LOANS, SO A NEW ADDRESS
      * OR DEFERMENT KEYED ONCE REACHES EVERY STATEMENT AND EVERY
      * AGING BUCKET. EACH LOAN REWRITTEN GETS ITS OWN AUDIT AND
      * JOURNAL RECORD. A LOAN WHOSE PAY COUNT FAILS THE EDITS IS
      * PASSED OVER WITH A CONSOLE MESSAGE AND LEFT FOR THE
      * SUSPENSE CYCLE.
      **************************************************************
       1350-SPREAD-STUDENT.
           PERFORM 1330-SAVE-STUDENT-FIELDS.
           MOVE 'N' TO END-OF-STUDENT-SW.
           MOVE M-STUD-ID TO IR-STUD-ID.
           MOVE 0         TO IR-LOAN-SEQ.
           START INPUT-FILE KEY IS GREATER THAN IR-LOAN-KEY
             INVALID KEY
               MOVE 'Y' TO END-OF-STUDENT-SW
           END-START.
           PERFORM 1355-SPREAD-NEXT-LOAN THRU 1355-SPREAD-EXIT
             UNTIL END-OF-STUDENT.

       1355-SPREAD-NEXT-LOAN.
           READ INPUT-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO END-OF-STUDENT-SW
           END-READ.
           IF NOT END-OF-STUDENT AND IR-STUD-ID NOT = M-STUD-ID
             MOVE 'Y' TO END-OF-STUDENT-SW
           END-IF.
           IF END-OF-STUDENT OR IR-LOAN-SEQ = MNT-LOAN-SEQ
             GO TO 1355-SPREAD-EXIT
           END-IF.
           MOVE INPUT-REC (36:2) TO I-PAY-CT.
           IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1
                                   OR I-PAY-CT > 12
             DISPLAY 'LAB5MNT: LOAN ' M-STUD-ID '-' IR-LOAN-SEQ
               ' NOT UPDATED, MASTER PAY COUNT BAD'
             GO TO 1355-SPREAD-EXIT
           END-IF.
           MOVE INPUT-REC        TO BEFORE-IMAGE.
           MOVE INPUT-REC        TO INPUT-DATA.
           MOVE INPUT-REC (36:2) TO I-PAY-CT.
           PERFORM 1340-LOAD-STUDENT-FIELDS.
           MOVE INPUT-DATA TO INPUT-REC.
           REWRITE INPUT-REC.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5MNT: REWRITE FAILED, STATUS='
               INPUT-STATUS ' ID=' M-STUD-ID '-' IR-LOAN-SEQ
             STOP RUN
           END-IF.
           MOVE INPUT-REC TO AFTER-IMAGE.
           ADD 1 TO MNT-SPREAD-CT.
           PERFORM 1600-WRITE-AUDIT.
       1355-SPREAD-EXIT.
           EXIT.
      **************************************************************
      * REMOVES A LOAN FROM THE MASTER. THE RECORD IS READ FIRST
      * SO THE AUDIT LOG KEEPS ITS FINAL IMAGE. A STUDENT HOLDING
      * MORE THAN ONE LOAN MUST HAVE THE LOAN NAMED - A DELETE IS
      * NEVER LEFT TO THE OLDEST-OPEN-LOAN DEFAULT.
      **************************************************************
       1400-DELETE-STUDENT.
           PERFORM 1310-RESOLVE-LOAN.
           IF VALID-TRAN AND M-LOAN-SEQ-X = SPACES
             AND MNT-LOAN-CT > 1
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'LOAN SEQ REQUIRED'    TO REASON-TEXT
           END-IF.
           IF VALID-TRAN
             MOVE M-STUD-ID    TO IR-STUD-ID
             MOVE MNT-LOAN-SEQ TO IR-LOAN-SEQ
             READ INPUT-FILE
               INVALID KEY
                 MOVE 'N'                  TO VALID-TRAN-SW
                 MOVE 'ID NOT ON MASTER'   TO REASON-TEXT
               NOT INVALID KEY
                 MOVE INPUT-REC TO BEFORE-IMAGE
                 DELETE INPUT-FILE RECORD
             END-READ
           END-IF.
      **************************************************************
      * PUTS A DEFERMENT OR FORBEARANCE ON AN ACCOUNT. THE CARD
      * MUST NAME A KNOWN TYPE AND A REAL START AND END DATE, THE
      * END MUST FALL AFTER THE START AND NOT BEFORE TODAY, AND
      * THE WHOLE PERIOD MUST FIT THE POLICY LIMIT. A DEFERMENT
      * NOT YET STARTED IS SIMPLY REPLACED; ONE ALREADY RUNNING
      * CAN ONLY BE EXTENDED OR RETYPED (SAME START DATE) - A NEW
      * START DATE WOULD LOSE THE PERIOD ALREADY DEFERRED, WHICH
      * LAB5DEF NEEDS TO ROLL I-NEXT-DUE FORWARD BY.
      **************************************************************
       1450-DEFER-STUDENT.
           PERFORM 1455-EDIT-DEFER-CARD.
           IF VALID-TRAN
             PERFORM 1470-READ-FOR-DEFER
           END-IF.
           IF VALID-TRAN
             AND I-DEFER-TYPE NOT = SPACE
             AND I-DEFER-START NOT > RUN-DATE-NUM
             AND I-DEFER-START NOT = MD-DEFER-START
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'DEFERMENT ALREADY RUNNING' TO REASON-TEXT
           END-IF.
           IF VALID-TRAN
             IF I-DEFER-TYPE = SPACE
               OR I-DEFER-START > RUN-DATE-NUM
               MOVE SPACE TO I-DEFER-STAT
             END-IF
             MOVE MD-DEFER-TYPE  TO I-DEFER-TYPE
             MOVE MD-DEFER-START TO I-DEFER-START
             MOVE MD-DEFER-END   TO I-DEFER-END
             PERFORM 1480-REWRITE-DEFER
           END-IF.

      * THE CARD EDITS FOR A DEFERMENT, SHARED WITH
      * 1166-CHECK-DEFER-HOLD.
       1455-EDIT-DEFER-CARD.
           IF MD-DEFER-TYPE NOT = 'S' AND MD-DEFER-TYPE NOT = 'M'
             AND MD-DEFER-TYPE NOT = 'H'
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'INVALID DEFERMENT TYPE' TO REASON-TEXT
           END-IF.
           IF VALID-TRAN
             MOVE MD-DEFER-START-X TO EDIT-DATE-X
             PERFORM 1140-EDIT-DATE
             IF NOT EDIT-DATE-OK
               MOVE 'N'                  TO VALID-TRAN-SW
               MOVE 'START DATE INVALID' TO REASON-TEXT
             END-IF
           END-IF.
           IF VALID-TRAN
             MOVE MD-DEFER-END-X TO EDIT-DATE-X
             PERFORM 1140-EDIT-DATE
             IF NOT EDIT-DATE-OK
               MOVE 'N'                  TO VALID-TRAN-SW
               MOVE 'END DATE INVALID'   TO REASON-TEXT
             END-IF
           END-IF.
           IF VALID-TRAN AND MD-DEFER-END NOT > MD-DEFER-START
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'END DATE NOT AFTER START' TO REASON-TEXT
           END-IF.
           IF VALID-TRAN AND MD-DEFER-END < RUN-DATE-NUM
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'END DATE ALREADY PASSED' TO REASON-TEXT
           END-IF.
           IF VALID-TRAN
             COMPUTE DEFER-LIMIT =
               MD-DEFER-START + DEFER-POLICY-YEARS * 10000
             IF MD-DEFER-END > DEFER-LIMIT
               MOVE 'N'                  TO VALID-TRAN-SW
               MOVE 'DEFERMENT OVER POLICY LIMIT' TO REASON-TEXT
             END-IF
           END-IF.
      **************************************************************
      * ENDS A DEFERMENT EARLY. ONE NOT YET STARTED IS CANCELLED
      * OUTRIGHT - NOTHING WAS DEFERRED, SO NOTHING ROLLS. ONE
      * ALREADY RUNNING GETS THE NEW END DATE, WHICH MUST FALL
      * INSIDE THE PERIOD ON FILE; LAB5DEF THEN ROLLS I-NEXT-DUE
      * AND CLEARS IT THE NIGHT AFTER THAT DATE AS USUAL.
      **************************************************************
       1460-END-DEFERMENT.
           PERFORM 1465-EDIT-END-CARD.
           IF VALID-TRAN
             PERFORM 1470-READ-FOR-DEFER
           END-IF.
           IF VALID-TRAN AND I-DEFER-TYPE = SPACE
             MOVE 'N'                    TO VALID-TRAN-SW
             MOVE 'NO DEFERMENT ON FILE' TO REASON-TEXT
           END-IF.
           IF VALID-TRAN
             IF I-DEFER-START > RUN-DATE-NUM
               MOVE SPACE TO I-DEFER-TYPE
               MOVE SPACE TO I-DEFER-STAT
               MOVE 0     TO I-DEFER-START
               MOVE 0     TO I-DEFER-END
             ELSE
               IF NEW-DEFER-END < I-DEFER-START
                 OR NEW-DEFER-END > I-DEFER-END
                 MOVE 'N'                TO VALID-TRAN-SW
                 MOVE 'END DATE OUTSIDE DEFERMENT' TO REASON-TEXT
               ELSE
                 MOVE NEW-DEFER-END TO I-DEFER-END
               END-IF
             END-IF
           END-IF.
           IF VALID-TRAN
             PERFORM 1480-REWRITE-DEFER
           END-IF.

      * A BLANK END DATE ENDS THE DEFERMENT TODAY - FOR A HELD
      * CARD, THE DAY IT IS RELEASED.
       1465-EDIT-END-CARD.
           IF MD-DEFER-END-X = SPACES
             MOVE RUN-DATE-NUM TO NEW-DEFER-END
           ELSE
             MOVE MD-DEFER-END-X TO EDIT-DATE-X
             PERFORM 1140-EDIT-DATE
             IF EDIT-DATE-OK
               MOVE MD-DEFER-END TO NEW-DEFER-END
             ELSE
               MOVE 'N'                  TO VALID-TRAN-SW
               MOVE 'END DATE INVALID'   TO REASON-TEXT
             END-IF
           END-IF.
      **************************************************************
      * READS THE ACCOUNT A DEFERMENT CARD NAMES, WITH THE SAME
      * PAY-COUNT GUARD 1300-CHANGE-STUDENT APPLIES BEFORE THE
      * OCCURS DEPENDING ON GROUP MOVE. THE DEFERMENT BELONGS TO
      * THE STUDENT, SO ONCE THIS LOAN IS REWRITTEN THE SAME
      * DEFERMENT IS CARRIED ONTO THE STUDENT'S OTHER LOANS.
      * 1165-CHECK-CHANGE-HOLD AND 1166-CHECK-DEFER-HOLD READ A
      * CARD'S LOAN THROUGH HERE AS WELL, TO SEE WHAT IT STILL
      * OWES.
      **************************************************************
       1470-READ-FOR-DEFER.
           PERFORM 1310-RESOLVE-LOAN.
           IF VALID-TRAN
             MOVE M-STUD-ID    TO IR-STUD-ID
             MOVE MNT-LOAN-SEQ TO IR-LOAN-SEQ
             READ INPUT-FILE
               INVALID KEY
                 MOVE 'N'                  TO VALID-TRAN-SW
                 MOVE 'ID NOT ON MASTER'   TO REASON-TEXT
               NOT INVALID KEY
                 MOVE INPUT-REC TO BEFORE-IMAGE
                 MOVE INPUT-REC (36:2) TO I-PAY-CT
                 IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1
                                         OR I-PAY-CT > 12
                   MOVE 'N'                  TO VALID-TRAN-SW
                   MOVE 'MASTER PAY COUNT BAD' TO REASON-TEXT
                 ELSE
                   MOVE INPUT-REC        TO INPUT-DATA
                   MOVE INPUT-REC (36:2) TO I-PAY-CT
                 END-IF
             END-READ
           END-IF.

       1480-REWRITE-DEFER.
           MOVE INPUT-DATA TO INPUT-REC.
           REWRITE INPUT-REC.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5MNT: REWRITE FAILED, STATUS='
               INPUT-STATUS ' ID=' M-STUD-ID '-' MNT-LOAN-SEQ
             STOP RUN
           END-IF.
           MOVE INPUT-REC TO AFTER-IMAGE.
           IF MNT-LOAN-CT > 1
             MOVE 'Y' TO SPREAD-SW
           END-IF.
      **************************************************************
      * WRITES THE REGISTER LINE FOR THE CURRENT CARD - ACCEPTED,
      * REJECTED, PENDING APPROVAL, OR A HELD ITEM RELEASED OR
      * DECLINED FROM THE APPROVAL DECK (WITH THE ITEM NUMBER).
      **************************************************************
       1500-WRITE-REGISTER.
           MOVE M-ACTION TO RG-ACTION.
           MOVE M-STUD-ID TO RG-STUD-ID.
           IF MNT-LOAN-SEQ > 0
             MOVE MNT-LOAN-SEQ TO RG-LOAN-SEQ
           ELSE
             MOVE M-LOAN-SEQ-X TO RG-LOAN-SEQ
           END-IF.
           MOVE M-NAME   TO RG-NAME.
           MOVE M-DEGREE TO RG-DEGREE.
           MOVE M-YEAR   TO RG-YEAR.
               MOVE M-LOAN-X TO RG-LOAN
             END-IF
           END-IF.
           IF M-ACTION = 'F' OR M-ACTION = 'E'
             PERFORM 1510-FORMAT-DEFER-TEXT
             MOVE DEFER-REG-TEXT TO MREG-DETAIL (40:19)
           END-IF.
           EVALUATE TRUE
             WHEN NOT VALID-TRAN
               MOVE 'REJECTED'  TO RG-DISP
               MOVE REASON-TEXT TO RG-REASON
             WHEN HOLD-ITEM
               MOVE 'PENDING'   TO RG-DISP
               MOVE ITEM-REASON TO RG-REASON
             WHEN RELEASED-ITEM
               MOVE 'RELEASED'  TO RG-DISP
               MOVE ITEM-REASON TO RG-REASON
             WHEN DECLINED-ITEM
               MOVE 'DECLINED'  TO RG-DISP
               MOVE ITEM-REASON TO RG-REASON
             WHEN OTHER
               MOVE 'ACCEPTED'  TO RG-DISP
               MOVE SPACES      TO RG-REASON
           END-EVALUATE.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1700-PRINT-HEAD
           END-IF.
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REC-CT.
      **************************************************************
      * BUILDS THE DEFERMENT COLUMNS FOR THE REGISTER LINE. A
      * NUMERIC CARD DATE PRINTS AS MM/DD/YY; ANYTHING ELSE PRINTS
      * AS KEYED SO THE CLERK CAN SEE WHAT WAS REJECTED.
      **************************************************************
       1510-FORMAT-DEFER-TEXT.
           MOVE MD-DEFER-TYPE TO DR-TYPE.
           IF MD-DEFER-START-X NUMERIC
             MOVE MD-DEFER-START-X (3:2) TO DR-DATE-MM
             MOVE MD-DEFER-START-X (5:2) TO DR-DATE-DD
             MOVE MD-DEFER-START-X (1:2) TO DR-DATE-YY
             MOVE DR-DATE-NUM TO DR-START
           ELSE
             MOVE MD-DEFER-START-X TO DR-START-X
           END-IF.
           IF MD-DEFER-END-X NUMERIC
             MOVE MD-DEFER-END-X (3:2) TO DR-DATE-MM
             MOVE MD-DEFER-END-X (5:2) TO DR-DATE-DD
             MOVE MD-DEFER-END-X (1:2) TO DR-DATE-YY
             MOVE DR-DATE-NUM TO DR-END
           ELSE
             MOVE MD-DEFER-END-X TO DR-END-X
           END-IF.
      **************************************************************
      * LISTS EVERY APPROVAL CARD THAT WAS NOT ACTED ON, WITH THE
      * REASON. THE ITEM IT NAMED, IF ANY, IS LEFT AS IT WAS.
      **************************************************************
       1550-LIST-REFUSED.
           IF RFS-ENTRY-CT > 0
             IF REC-CT + 3 > PAGE-SIZE-LINES
               PERFORM 1700-PRINT-HEAD
             END-IF
             MOVE SPACES TO MREG-REC
             WRITE MREG-REC
               AFTER ADVANCING 1 LINE
             WRITE MREG-REC FROM MREG-CARD-HEAD
               AFTER ADVANCING 1 LINE
             ADD 2 TO REC-CT
             PERFORM 1555-LIST-ONE-CARD
               VARYING SUB FROM 1 BY 1 UNTIL SUB > RFS-ENTRY-CT
           END-IF.

       1555-LIST-ONE-CARD.
           MOVE RFS-ITEM-NO-X (SUB) TO RC-ITEM-NO.
           MOVE RFS-DECISION (SUB)  TO RC-DECISION.
           MOVE RFS-OPER-ID (SUB)   TO RC-OPER-ID.
           MOVE RFS-REASON (SUB)    TO RC-REASON.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1700-PRINT-HEAD
           END-IF.
           WRITE MREG-REC FROM MREG-CARD-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REC-CT.
      **************************************************************
      * WRITES THE BEFORE/AFTER AUDIT RECORD FOR AN ACCEPTED
      * ACTION. AN ADD HAS A BLANK BEFORE IMAGE, A DELETE A BLANK
      * AFTER IMAGE. THE SAME IMAGES ALSO GO TO THE COMMON UPDATE
      * JOURNAL - DA-S-AUDT STAYS THE AUDITORS' LOG, DA-S-JRNL IS
      * WHAT LAB5RCV ROLLS A RESTORED BACKUP FORWARD THROUGH. THE
      * LOAN SEQUENCE IS TAKEN FROM THE IMAGES THEMSELVES, SO THE
      * SAME PARAGRAPH SERVES THE CARD'S OWN LOAN AND EACH OTHER
      * LOAN 1350-SPREAD-STUDENT REWRITES.
      **************************************************************
       1600-WRITE-AUDIT.
           IF AFTER-IMAGE = SPACES
             MOVE BEFORE-IMAGE (53:2) TO JRNL-LOAN-SEQ
           ELSE
             MOVE AFTER-IMAGE (53:2)  TO JRNL-LOAN-SEQ
           END-IF.
           MOVE RUN-DATE-RAW TO AUD-DATE.
           MOVE M-ACTION     TO AUD-ACTION.
           MOVE M-STUD-ID    TO AUD-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO AUD-LOAN-SEQ.
           MOVE M-NAME       TO AUD-NAME.
           MOVE BEFORE-IMAGE TO AUD-BEFORE.
           MOVE AFTER-IMAGE  TO AUD-AFTER.
           MOVE M-OPER-ID    TO AUD-OPER-ID.
           MOVE APPROVER-ID  TO AUD-APPR-ID.
           WRITE AUDT-REC.
      * A DEFERMENT CARD IS A CHANGE TO THE RECORD AS FAR AS THE
      * JOURNAL IS CONCERNED; THE AUDIT LOG KEEPS THE CARD'S OWN
      * ACTION CODE.
           IF M-ACTION = 'F' OR M-ACTION = 'E'
             MOVE 'C'        TO JRNL-ACTION
           ELSE
             MOVE M-ACTION   TO JRNL-ACTION
           END-IF.
           MOVE M-STUD-ID    TO JRNL-STUD-ID.
           MOVE BEFORE-IMAGE TO JRNL-BEFORE.
           MOVE AFTER-IMAGE  TO JRNL-AFTER.
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
           MOVE 'LAB5MNT' TO JR-PROGRAM.
           MOVE JRNL-ACTION  TO JR-ACTION.
           MOVE JRNL-STUD-ID TO JR-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE JRNL-BEFORE  TO JR-BEFORE.
           MOVE JRNL-AFTER   TO JR-AFTER.
           WRITE JRNL-REC.
           MOVE MNT-READ-CT   TO T-READ-CT.
           MOVE MNT-ACCEPT-CT TO T-ACCEPT-CT.
           MOVE MNT-REJECT-CT TO T-REJECT-CT.
           MOVE MNT-SPREAD-CT TO T-SPREAD-CT.
           MOVE MNT-HELD-CT    TO T-HELD-CT.
           MOVE MNT-MAPR-CT    TO T-MAPR-CT.
           MOVE MNT-RELEASE-CT TO T-RELEASE-CT.
           MOVE MNT-RLSREJ-CT  TO T-RLSREJ-CT.
           MOVE MNT-DECLINE-CT TO T-DECLINE-CT.
           MOVE RFS-ENTRY-CT   TO T-REFUSE-CT.
           MOVE MNT-EXPIRE-CT  TO T-EXPIRE-CT.
           MOVE SPACES TO MREG-REC.
           WRITE MREG-REC
             AFTER ADVANCING 1 LINE.
             AFTER ADVANCING 1 LINE.
           WRITE MREG-REC FROM MREG-TOTALS3
             AFTER ADVANCING 1 LINE.
           WRITE MREG-REC FROM MREG-TOTALS4
             AFTER ADVANCING 1 LINE.
           WRITE MREG-REC FROM MREG-TOTALS5
             AFTER ADVANCING 1 LINE.
           WRITE MREG-REC FROM MREG-TOTALS6
             AFTER ADVANCING 1 LINE.
           WRITE MREG-REC FROM MREG-TOTALS7
             AFTER ADVANCING 1 LINE.
           WRITE MREG-REC FROM MREG-TOTALS8
             AFTER ADVANCING 1 LINE.
           WRITE MREG-REC FROM MREG-TOTALS9
             AFTER ADVANCING 1 LINE.
           WRITE MREG-REC FROM MREG-TOTALS10
             AFTER ADVANCING 1 LINE.
           WRITE MREG-REC FROM MREG-TOTALS11
             AFTER ADVANCING 1 LINE.

       2000-READ-MNTT.
           READ MNTT-FILE
             AT END MOVE 1 TO EOF-M.
      **************************************************************
      * PRINTS THE PENDING-ITEM AGING REPORT - EVERY ITEM STILL
      * WAITING AFTER THIS RUN, INCLUDING THOSE HELD TODAY, AND
      * EVERY ITEM THAT EXPIRED THIS RUN, IN ITEM NUMBER ORDER.
      * THIS IS THE LIST THE SECOND OPERATOR KEYS THE APPROVAL
      * DECK FROM.
      **************************************************************
       2100-PRINT-AGING.
           PERFORM 2120-PRINT-AGING-HEAD.
           PERFORM 2110-PRINT-AGING-LINE
             VARYING PND-SUB FROM 1 BY 1
               UNTIL PND-SUB > PND-ENTRY-CT.
           MOVE MNT-WAIT-CT     TO T-WAIT-CT.
           MOVE MNT-EXPIRE-CT   TO T-PNR-EXPIRE-CT.
           MOVE MNT-OLDEST-DAYS TO T-OLDEST-DAYS.
           MOVE APRV-DAYS       TO T-APRV-DAYS.
           MOVE SPACES TO MPNR-REC.
           WRITE MPNR-REC
             AFTER ADVANCING 1 LINE.
           WRITE MPNR-REC FROM PNR-TOTALS1
             AFTER ADVANCING 1 LINE.
           WRITE MPNR-REC FROM PNR-TOTALS2
             AFTER ADVANCING 1 LINE.
           WRITE MPNR-REC FROM PNR-TOTALS3
             AFTER ADVANCING 1 LINE.
           WRITE MPNR-REC FROM PNR-TOTALS4
             AFTER ADVANCING 1 LINE.

       2110-PRINT-AGING-LINE.
           IF PNT-STATUS (PND-SUB) = 'P'
             OR PNT-STATUS (PND-SUB) = 'X'
             MOVE PNT-CARD (PND-SUB) TO PEND-CARD
             MOVE PNT-ITEM-NO (PND-SUB) TO PR-ITEM-NO
             MOVE PNT-DATE (PND-SUB) TO WK-DATE
             MOVE WK-MM TO DR-DATE-MM
             MOVE WK-DD TO DR-DATE-DD
             MOVE WK-YY TO DR-DATE-YY
             MOVE DR-DATE-NUM TO PR-DATE
             MOVE PNT-DAYS (PND-SUB) TO PR-DAYS
             MOVE PK-ACTION   TO PR-ACTION
             MOVE PK-STUD-ID  TO PR-STUD-ID
             MOVE PK-LOAN-SEQ TO PR-LOAN-SEQ
             MOVE PK-OPER-ID  TO PR-OPER-ID
             EVALUATE PNT-HOLD-CODE (PND-SUB)
               WHEN 'D'
                 MOVE 'DELETE'      TO PR-HELD-FOR
               WHEN 'L'
                 MOVE 'LOAN AMOUNT' TO PR-HELD-FOR
               WHEN OTHER
                 MOVE 'BALANCE DUE' TO PR-HELD-FOR
             END-EVALUATE
             IF PNT-STATUS (PND-SUB) = 'P'
               MOVE 'WAITING' TO PR-STATUS
               COMPUTE PR-DAYS-LEFT = APRV-DAYS - PNT-DAYS (PND-SUB)
               IF PNT-DAYS (PND-SUB) > MNT-OLDEST-DAYS
                 MOVE PNT-DAYS (PND-SUB) TO MNT-OLDEST-DAYS
               END-IF
             ELSE
               MOVE 'EXPIRED' TO PR-STATUS
               MOVE SPACES    TO PR-DAYS-LEFT-X
             END-IF
             IF PNR-REC-CT + 1 > PAGE-SIZE-LINES
               PERFORM 2120-PRINT-AGING-HEAD
             END-IF
             WRITE MPNR-REC FROM PNR-DETAIL
               AFTER ADVANCING 1 LINE
             ADD 1 TO PNR-REC-CT
           END-IF.

       2120-PRINT-AGING-HEAD.
           ADD 1 TO PNR-PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE PNR-PAGE-NO TO H-PAGE-NO.
           WRITE MPNR-REC FROM MREG-RUN-HEAD
             AFTER ADVANCING PAGE.
           WRITE MPNR-REC FROM PNR-HEADING1
             AFTER ADVANCING 1 LINE.
           WRITE MPNR-REC FROM PNR-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MPNR-REC.
           WRITE MPNR-REC
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO PNR-REC-CT.
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
