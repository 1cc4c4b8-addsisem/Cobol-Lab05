       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5CHO.
       AUTHOR. Addyson Sisemore
      * CHARGE-OFF RUN - PROPOSES AND, ON A SUPERVISOR'S SAY-SO,
      * WRITES OFF LOANS THAT COLLECTIONS HAS GIVEN UP ON. A LOAN
      * IS ELIGIBLE WHEN LAB5ESC HAS HAD IT AT STAGE 3 (REFERRED
      * TO COLLECTIONS) IN DA-S-NTCM FOR MORE THAN THE CHGOFDAY
      * PARM'S NUMBER OF CALENDAR DAYS AND A BALANCE IS STILL DUE.
      * EVERY ELIGIBLE LOAN PRINTS ON THE CHARGE-OFF REGISTER. ONE
      * NAMED ON A SUPERVISOR'S APPROVAL CARD (UR-S-COAP) IS
      * CHARGED OFF: I-CO-FLAG IS SET, THE RUN DATE AND THE
      * BALANCE WRITTEN OFF ARE STORED ON THE MASTER, THE REWRITE
      * IS JOURNALED FOR LAB5RCV AND A C RECORD GOES TO THE
      * CHARGE-OFF HISTORY (DA-S-COHS) FOR LAB5COR. ONE WITH NO
      * CARD IS LISTED AS PROPOSED AND LEFT ALONE, SO THE FIRST
      * RUN OF THE MONTH - WITH NO CARDS - IS THE PROPOSAL LIST
      * THE SUPERVISOR SIGNS FROM, AND THE RERUN WITH THE SIGNED
      * CARDS DOES THE WRITING OFF. A CARD THAT CANNOT BE ACTED
      * ON (BAD KEY, NO SUPERVISOR, LOAN NOT ON FILE, ALREADY
      * CHARGED OFF OR NOT ELIGIBLE) IS LISTED WITH ITS REASON
      * AND THE RUN ENDS WITH RETURN CODE 8. A CHARGED-OFF LOAN
      * KEEPS ITS AMOUNTS AND PAYMENT HISTORY BUT IS NO LONGER
      * CHARGED, AGED, ESCALATED OR COUNTED AS AN ACTIVE BALANCE;
      * LAB5PAY POSTS ANYTHING PAID ON IT AFTERWARDS AS A
      * RECOVERY.

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
           SELECT COAP-FILE ASSIGN TO 'UR-S-COAP'
             FILE STATUS IS COAP-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'DA-S-JRNL'
             FILE STATUS IS JRNL-STATUS.
           SELECT COHS-FILE ASSIGN TO 'DA-S-COHS'
             FILE STATUS IS COHS-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-CHOR'.

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
      * READ ONLY HERE; NM-STAGE-DATE IS THE DATE THE LOAN
      * ENTERED ITS CURRENT STAGE.
      **************************************************************
       FD NTCM-FILE
           LABEL RECORDS ARE STANDARD.
       01 NTCM-REC.
         03 NM-STUD-ID    PIC 9(9).
         03 NM-STAGE      PIC 9(1).
         03 NM-STAGE-DATE PIC 9(6).
         03 NM-LOAN-SEQ   PIC 9(2).
      **************************************************************
      * SUPERVISOR APPROVAL CARDS - ONE PER LOAN TO BE CHARGED
      * OFF: STUDENT ID, LOAN SEQUENCE AND THE APPROVING
      * SUPERVISOR'S ID, WHICH PRINTS ON THE REGISTER AGAINST THE
      * CHARGE-OFF IT AUTHORIZED.
      **************************************************************
       FD COAP-FILE
           LABEL RECORDS ARE OMITTED.
       01 COAP-REC.
         03 CA-STUD-ID-X  PIC X(9).
         03 CA-STUD-ID REDEFINES CA-STUD-ID-X PIC 9(9).
         03 FILLER        PIC X(1).
         03 CA-LOAN-SEQ-X PIC X(2).
         03 CA-LOAN-SEQ REDEFINES CA-LOAN-SEQ-X PIC 9(2).
         03 FILLER        PIC X(1).
         03 CA-SUPV-ID    PIC X(8).
         03 FILLER        PIC X(59).
       COPY LOANJRNF.
       COPY LOANCOHF.
      **************************************************************
      * CHARGE-OFF REGISTER - 80 BYTES WIDE LIKE LAB5CHG'S AND
      * LAB5DEF'S REGISTERS.
      **************************************************************
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 INPUT-STATUS     PIC XX       VALUE '00'.
       01 NTCM-STATUS      PIC XX       VALUE '00'.
       01 COAP-STATUS      PIC XX       VALUE '00'.
       01 COHS-STATUS      PIC XX       VALUE '00'.
       COPY LOANJRNW.
      **************************************************************
      * CONTROL-FILE WORK AREAS - THE RATE TABLE IN LOANCTLW IS
      * CARRIED BUT NOT LOADED; ONLY THE PARM ROWS MATTER HERE.
      **************************************************************
       COPY LOANCTLW.
       01 TOTAL            PIC 9(6)V99  VALUE 0.
       01 BAL-AMT          PIC S9(6)V99 VALUE 0.
       01 SUB              PIC 999999.
      **************************************************************
      * DAYS A LOAN MUST HAVE SAT AT THE COLLECTIONS REFERRAL
      * STAGE BEFORE IT IS PROPOSED, FROM THE CHGOFDAY PARM ROW.
      * THE RUN REFUSES TO START WITHOUT IT - WHEN TO GIVE UP ON
      * A DEBT IS THE CONTROLLER'S CALL, NOT A COMPILED DEFAULT.
      **************************************************************
       01 CHGOFF-DAYS      PIC 9(5)     VALUE 0.
       01 CHGOFDAY-FOUND-SW PIC X(1)    VALUE 'N'.
         88 CHGOFDAY-FOUND             VALUE 'Y'.
       01 REFER-DAYS       PIC S9(5)    VALUE 0.
      **************************************************************
      * IN-CORE IMAGE OF THE NOTICE MASTER, SEARCHED BY STUDENT ID
      * AND LOAN SEQUENCE FOR EACH LOAN ON THE MASTER. A MISSING
      * NOTICE MASTER MEANS NOTHING HAS BEEN REFERRED AND NOTHING
      * IS ELIGIBLE.
      **************************************************************
       01 NTCM-ENTRY-CT    PIC 9(5)     VALUE 0.
       01 NTCM-ENTRY-MAX   PIC 9(5)     VALUE 05000.
       01 NTCM-TABLE.
         03 NTCM-ENTRY OCCURS 5000 TIMES.
           05 NMT-STUD-ID   PIC 9(9).
           05 NMT-LOAN-SEQ  PIC 9(2).
           05 NMT-STAGE     PIC 9(1).
           05 NMT-DATE      PIC 9(6).
       01 ENTRY-FOUND-SW   PIC X(1)     VALUE 'N'.
         88 ENTRY-FOUND                VALUE 'Y'.
       01 ENTRY-SUB        PIC 9(5)     VALUE 0.
      **************************************************************
      * IN-CORE IMAGE OF THE APPROVAL CARDS. APR-STATUS IS U
      * WHILE A CARD WAITS FOR ITS LOAN, A ONCE IT HAS BEEN ACTED
      * ON AND R WHEN IT IS REJECTED, WITH APR-REASON SAYING WHY.
      * A CARD STILL U WHEN THE MASTER PASS ENDS NAMED A LOAN
      * THAT IS NOT ON FILE.
      **************************************************************
       01 APR-ENTRY-CT     PIC 9(4)     VALUE 0.
       01 APR-ENTRY-MAX    PIC 9(4)     VALUE 0500.
       01 APPROVAL-TABLE.
         03 APR-ENTRY OCCURS 500 TIMES.
           05 APR-STUD-ID-X PIC X(9).
           05 APR-LOAN-SEQ-X PIC X(2).
           05 APR-SUPV-ID   PIC X(8).
           05 APR-STATUS    PIC X(1).
           05 APR-REASON    PIC X(30).
       01 CARD-FOUND-SW    PIC X(1)     VALUE 'N'.
         88 CARD-FOUND                 VALUE 'Y'.
       01 APR-SUB          PIC 9(4)     VALUE 0.
       01 DUP-SUB          PIC 9(4)     VALUE 0.
       01 CARD-REASON      PIC X(30)    VALUE SPACES.
      **************************************************************
      * RUN CONTROL TOTALS FOR THE REGISTER TRAILER.
      **************************************************************
       01 CHO-READ-CT      PIC 9(7)     VALUE 0.
       01 CHO-PROPOSED-CT  PIC 9(5)     VALUE 0.
       01 CHO-PROPOSED-SUM PIC 9(7)V99  VALUE 0.
       01 CHO-CHGOFF-CT    PIC 9(5)     VALUE 0.
       01 CHO-CHGOFF-SUM   PIC 9(7)V99  VALUE 0.
       01 CHO-CARD-CT      PIC 9(5)     VALUE 0.
       01 CHO-REJECT-CT    PIC 9(5)     VALUE 0.
       01 CHO-ERROR-CT     PIC 9(5)     VALUE 0.
      **************************************************************
      * INPUT-VALIDATION WORK AREAS - SAME EDITS LAB5'S 1070-
      * CHECK-NUMERIC APPLIES, SO A BAD MASTER RECORD IS LEFT TO
      * THE SUSPENSE CYCLE RATHER THAN WRITTEN OFF FROM GARBAGE.
      **************************************************************
       01 VALID-REC-SW     PIC X(1)     VALUE 'Y'.
         88 VALID-RECORD               VALUE 'Y'.
       COPY LOANREC.
      **************************************************************
      * CALENDAR-DATE WORK AREAS - SAME DAY-NUMBER ARITHMETIC AS
      * LAB5'S 8000-DATE-TO-DAYNUM.
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
       01 PAGE-SIZE-LINES  PIC 99      VALUE 55.
       01 PAGE-NO          PIC 9(4)    VALUE 0.
       01 REC-CT           PIC 99      VALUE 0.
       01 RUN-DATE-RAW.
         03 RUN-YY         PIC 99.
         03 RUN-MM         PIC 99.
         03 RUN-DD         PIC 99.
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
      * LAYOUT FOR THE REGISTER HEADING AND DETAIL LINE. DAYS IS
      * THE TIME SINCE THE LOAN WAS REFERRED TO COLLECTIONS;
      * SUPV IS THE APPROVING SUPERVISOR ON A CHARGE-OFF.
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(74)       VALUE
           'CHARGE-OFF PROPOSAL AND REGISTER'.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(13)       VALUE 'STUD ID   LN'.
         03 FILLER      PIC X(21)       VALUE 'NAME'.
         03 FILLER      PIC X(5)        VALUE 'DEG'.
         03 FILLER      PIC X(6)        VALUE ' DAYS'.
         03 FILLER      PIC X(11)       VALUE '   BALANCE'.
         03 FILLER      PIC X(13)       VALUE ' ACTION'.
         03 FILLER      PIC X(8)        VALUE 'SUPV'.
       01 PRNT-REGISTER.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-STUD-ID   PIC 9(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-LOAN-SEQ  PIC 99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-NAME      PIC X(20).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-DEGREE    PIC X(4).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-DAYS      PIC ZZZZ9.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 R-BALANCE   PIC $$$,$$9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-ACTION    PIC X(11).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 R-SUPV-ID   PIC X(8).
      **************************************************************
      * LAYOUT FOR THE LIST OF APPROVAL CARDS NOT ACTED ON *
      **************************************************************
       01 PRNT-CARD-HEAD.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(78)       VALUE
           'APPROVAL CARDS NOT ACTED ON'.
       01 PRNT-CARD-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RC-STUD-ID  PIC X(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 RC-LOAN-SEQ PIC X(2).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 RC-SUPV-ID  PIC X(8).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RC-REASON   PIC X(30).
      **************************************************************
      * LAYOUT FOR THE REGISTER RUN-TOTAL TRAILER *
      **************************************************************
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'MASTER RECORDS READ .'.
         03 T-READ-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'PROPOSED  . . . . . .'.
         03 T-PROPOSED-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT PROPOSED . . .'.
         03 T-PROPOSED-SUM PIC $$$,$$$,$$9.99.
       01 PRNT-TOTALS4.
         03 FILLER      PIC X(22)       VALUE 'CHARGED OFF . . . . .'.
         03 T-CHGOFF-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS5.
         03 FILLER      PIC X(22)       VALUE 'AMOUNT CHARGED OFF  .'.
         03 T-CHGOFF-SUM PIC $$$,$$$,$$9.99.
       01 PRNT-TOTALS6.
         03 FILLER      PIC X(22)       VALUE 'APPROVAL CARDS READ .'.
         03 T-CARD-CT   PIC ZZ,ZZ9.
       01 PRNT-TOTALS7.
         03 FILLER      PIC X(22)       VALUE 'CARDS NOT ACTED ON  .'.
         03 T-REJECT-CT PIC ZZ,ZZ9.
       01 PRNT-TOTALS8.
         03 FILLER      PIC X(22)       VALUE 'RECORDS IN ERROR  . .'.
         03 T-ERROR-CT  PIC ZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-N      PIC 9   VALUE 0.
         03 EOF-A      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO WK-DATE.
           PERFORM 8000-DATE-TO-DAYNUM.
           MOVE WK-DAYNUM TO WK-DAY-RUN.
           PERFORM 0100-LOAD-CONTROL.
           PERFORM 0200-LOAD-NTCM.
           PERFORM 0300-LOAD-APPROVALS.
           OPEN I-O INPUT-FILE.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5CHO: INPUT-FILE OPEN FAILED, STATUS='
               INPUT-STATUS
             STOP RUN
           END-IF.
           PERFORM 8300-OPEN-JOURNAL.
           PERFORM 8500-OPEN-HISTORY.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-INPUT.
           PERFORM 1100-REVIEW-LOAN
             THRU 1100-REVIEW-EXIT
             UNTIL EOF-I = 1.
           PERFORM 1500-LIST-CARDS.
           PERFORM 1600-PRINT-TOTALS.
           CLOSE INPUT-FILE
                 PRNT-FILE
                 JRNL-FILE
                 COHS-FILE.
           IF CHO-REJECT-CT > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************
      * LOADS THE CONTROL PARAMETERS FROM DA-S-CTLF. THE RATE
      * ROWS BELONG TO THE ACCRUING PROGRAMS AND ARE IGNORED
      * HERE; A MISSING CHGOFDAY PARM ENDS THE RUN WITH RETURN
      * CODE 16 BEFORE THE MASTER IS TOUCHED.
      **************************************************************
       0100-LOAD-CONTROL.
           OPEN INPUT CTRL-FILE.
           IF CTRL-STATUS NOT = '00'
             DISPLAY 'LAB5CHO: CONTROL FILE DA-S-CTLF MISSING OR '
               'UNREADABLE, STATUS=' CTRL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 0110-READ-CONTROL.
           PERFORM 0120-LOAD-CONTROL-ROW
             UNTIL EOF-CTL = 1.
           CLOSE CTRL-FILE.
           IF NOT CHGOFDAY-FOUND
             DISPLAY 'LAB5CHO: CONTROL FILE HAS NO CHGOFDAY PARM'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       0110-READ-CONTROL.
           READ CTRL-FILE
             AT END MOVE 1 TO EOF-CTL.

       0120-LOAD-CONTROL-ROW.
           IF CT-TYPE = 'PARM'
             EVALUATE CT-PARM-NAME
               WHEN 'CHGOFDAY'
                 MOVE CT-PARM-VALUE TO CHGOFF-DAYS
                 MOVE 'Y' TO CHGOFDAY-FOUND-SW
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           PERFORM 0110-READ-CONTROL.
      **************************************************************
      * LOADS LAB5ESC'S NOTICE MASTER INTO THE TABLE.
      **************************************************************
       0200-LOAD-NTCM.
           OPEN INPUT NTCM-FILE.
           IF NTCM-STATUS = '00'
             PERFORM 0210-READ-NTCM
             PERFORM 0220-LOAD-NTCM-ENTRY
               UNTIL EOF-N = 1
             CLOSE NTCM-FILE
           END-IF.

       0210-READ-NTCM.
           READ NTCM-FILE
             AT END MOVE 1 TO EOF-N.

       0220-LOAD-NTCM-ENTRY.
           IF NTCM-ENTRY-CT = NTCM-ENTRY-MAX
             DISPLAY 'LAB5CHO: NTCM-TABLE FULL, INCREASE '
               'NTCM-ENTRY-MAX'
             STOP RUN
           END-IF.
           ADD 1 TO NTCM-ENTRY-CT.
           MOVE NM-STUD-ID    TO NMT-STUD-ID (NTCM-ENTRY-CT).
           MOVE NM-LOAN-SEQ   TO NMT-LOAN-SEQ (NTCM-ENTRY-CT).
           MOVE NM-STAGE      TO NMT-STAGE (NTCM-ENTRY-CT).
           MOVE NM-STAGE-DATE TO NMT-DATE (NTCM-ENTRY-CT).
           PERFORM 0210-READ-NTCM.
      **************************************************************
      * LOADS THE SUPERVISOR APPROVAL CARDS. NO CARD FILE IS A
      * PROPOSAL-ONLY RUN. A CARD WITH A BAD STUDENT ID OR LOAN
      * SEQUENCE, NO SUPERVISOR, OR THE SAME LOAN AS AN EARLIER
      * CARD IS REJECTED HERE, BEFORE THE MASTER PASS.
      **************************************************************
       0300-LOAD-APPROVALS.
           OPEN INPUT COAP-FILE.
           IF COAP-STATUS = '00'
             PERFORM 0310-READ-COAP
             PERFORM 0320-LOAD-APPROVAL
               UNTIL EOF-A = 1
             CLOSE COAP-FILE
           END-IF.

       0310-READ-COAP.
           READ COAP-FILE
             AT END MOVE 1 TO EOF-A.

       0320-LOAD-APPROVAL.
           IF APR-ENTRY-CT = APR-ENTRY-MAX
             DISPLAY 'LAB5CHO: APPROVAL-TABLE FULL, INCREASE '
               'APR-ENTRY-MAX'
             STOP RUN
           END-IF.
           ADD 1 TO CHO-CARD-CT.
           ADD 1 TO APR-ENTRY-CT.
           MOVE CA-STUD-ID-X  TO APR-STUD-ID-X (APR-ENTRY-CT).
           MOVE CA-LOAN-SEQ-X TO APR-LOAN-SEQ-X (APR-ENTRY-CT).
           MOVE CA-SUPV-ID    TO APR-SUPV-ID (APR-ENTRY-CT).
           MOVE 'U'           TO APR-STATUS (APR-ENTRY-CT).
           MOVE SPACES        TO APR-REASON (APR-ENTRY-CT).
           MOVE SPACES        TO CARD-REASON.
           IF CA-STUD-ID-X NOT NUMERIC OR CA-STUD-ID = 0
             MOVE 'INVALID STUDENT ID' TO CARD-REASON
           ELSE
             IF CA-LOAN-SEQ-X NOT NUMERIC OR CA-LOAN-SEQ = 0
               MOVE 'INVALID LOAN SEQUENCE' TO CARD-REASON
             ELSE
               IF CA-SUPV-ID = SPACES
                 MOVE 'NO SUPERVISOR ID' TO CARD-REASON
               ELSE
                 PERFORM 0330-CHECK-DUPLICATE
                   VARYING DUP-SUB FROM 1 BY 1
                     UNTIL DUP-SUB NOT < APR-ENTRY-CT
               END-IF
             END-IF
           END-IF.
           IF CARD-REASON NOT = SPACES
             MOVE APR-ENTRY-CT TO APR-SUB
             PERFORM 1260-REJECT-CARD
           END-IF.
           PERFORM 0310-READ-COAP.

       0330-CHECK-DUPLICATE.
           IF APR-STUD-ID-X (DUP-SUB) = CA-STUD-ID-X
             AND APR-LOAN-SEQ-X (DUP-SUB) = CA-LOAN-SEQ-X
             AND APR-STATUS (DUP-SUB) NOT = 'R'
             MOVE 'DUPLICATE CARD FOR LOAN' TO CARD-REASON
           END-IF.
      **************************************************************
      * LOOKS AT ONE LOAN. AN ALREADY CHARGED-OFF LOAN AND A
      * RECORD IN ERROR ARE PASSED OVER; SO IS ANY LOAN NOT AT
      * STAGE 3 LONG ENOUGH, OR WITH NOTHING LEFT DUE. AN
      * APPROVAL CARD FOR A LOAN PASSED OVER IS REJECTED WITH THE
      * REASON. AN ELIGIBLE LOAN IS CHARGED OFF WHEN A CARD NAMES
      * IT AND PROPOSED WHEN NONE DOES.
      **************************************************************
       1100-REVIEW-LOAN.
           PERFORM 1250-FIND-CARD.
           IF I-CO-FLAG = 'Y'
             IF CARD-FOUND
               MOVE 'LOAN ALREADY CHARGED OFF' TO CARD-REASON
               PERFORM 1260-REJECT-CARD
             END-IF
             GO TO 1100-REVIEW-NEXT
           END-IF.
           PERFORM 1070-CHECK-NUMERIC.
           IF NOT VALID-RECORD
             ADD 1 TO CHO-ERROR-CT
             IF CARD-FOUND
               MOVE 'MASTER RECORD IN ERROR' TO CARD-REASON
               PERFORM 1260-REJECT-CARD
             END-IF
             GO TO 1100-REVIEW-NEXT
           END-IF.
           MOVE 'NOT ELIGIBLE FOR CHARGE-OFF' TO CARD-REASON.
           PERFORM 1270-FIND-NTCM-ENTRY.
           IF ENTRY-FOUND
             MOVE NMT-DATE (ENTRY-SUB) TO WK-DATE
             IF NMT-STAGE (ENTRY-SUB) < 3
               OR WK-MM < 1 OR WK-MM > 12
               MOVE 'N' TO ENTRY-FOUND-SW
             END-IF
           END-IF.
           IF NOT ENTRY-FOUND
             IF CARD-FOUND
               PERFORM 1260-REJECT-CARD
             END-IF
             GO TO 1100-REVIEW-NEXT
           END-IF.
           PERFORM 8000-DATE-TO-DAYNUM.
           COMPUTE REFER-DAYS = WK-DAY-RUN - WK-DAYNUM.
           PERFORM 1150-CALC-TOTAL.
           COMPUTE BAL-AMT = I-LOAN + I-LATE-CHG - TOTAL.
           IF REFER-DAYS NOT > CHGOFF-DAYS OR BAL-AMT NOT > 0
             IF CARD-FOUND
               PERFORM 1260-REJECT-CARD
             END-IF
             GO TO 1100-REVIEW-NEXT
           END-IF.
           IF CARD-FOUND
             PERFORM 1200-CHARGE-OFF
           ELSE
             MOVE 'PROPOSED' TO R-ACTION
             MOVE SPACES     TO R-SUPV-ID
             PERFORM 1300-WRITE-REGISTER
             ADD 1 TO CHO-PROPOSED-CT
             ADD BAL-AMT TO CHO-PROPOSED-SUM
           END-IF.
       1100-REVIEW-NEXT.
           PERFORM 2000-READ-INPUT.
       1100-REVIEW-EXIT.
           EXIT.
      **************************************************************
      * WRITES THE LOAN OFF. THE AMOUNTS AND PAYMENT HISTORY STAY
      * AS THEY ARE; THE FLAG, DATE AND BALANCE WRITTEN OFF ARE
      * ADDED AND THE RECOVERIES START AT ZERO. THE REWRITE IS
      * JOURNALED AND THE CHARGE-OFF GOES TO THE HISTORY FILE.
      **************************************************************
       1200-CHARGE-OFF.
           MOVE INPUT-REC TO JRNL-BEFORE.
           MOVE 'Y'          TO I-CO-FLAG.
           MOVE RUN-DATE-RAW TO I-CO-DATE.
           MOVE BAL-AMT      TO I-CO-AMT.
           MOVE 0            TO I-RCVY-AMT.
           MOVE INPUT-DATA TO INPUT-REC.
           REWRITE INPUT-REC.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5CHO: REWRITE FAILED, STATUS='
               INPUT-STATUS ' ID=' I-STUD-ID
             STOP RUN
           END-IF.
           MOVE 'C'       TO JRNL-ACTION.
           MOVE I-STUD-ID TO JRNL-STUD-ID.
           MOVE I-LOAN-SEQ TO JRNL-LOAN-SEQ.
           MOVE INPUT-REC TO JRNL-AFTER.
           PERFORM 8400-WRITE-JOURNAL.
           MOVE 'C'       TO CH-TYPE.
           MOVE BAL-AMT   TO CH-AMOUNT.
           PERFORM 8600-WRITE-HISTORY.
           MOVE 'A'       TO APR-STATUS (APR-SUB).
           MOVE 'CHARGED OFF' TO R-ACTION.
           MOVE APR-SUPV-ID (APR-SUB) TO R-SUPV-ID.
           PERFORM 1300-WRITE-REGISTER.
           ADD 1 TO CHO-CHGOFF-CT.
           ADD BAL-AMT TO CHO-CHGOFF-SUM.
      **************************************************************
      * CALCULATE THE TOTAL AMOUNT PAID
      **************************************************************
       1150-CALC-TOTAL.
           MOVE 0 TO TOTAL.
           PERFORM 1160-ADD-PAID
             VARYING SUB FROM 1 BY 1 UNTIL SUB > I-PAY-CT.

       1160-ADD-PAID.
           ADD I-PAID (SUB) TO TOTAL.
      **************************************************************
      * FINDS A WAITING APPROVAL CARD FOR THIS LOAN.
      **************************************************************
       1250-FIND-CARD.
           MOVE 'N' TO CARD-FOUND-SW.
           MOVE 0   TO APR-SUB.
           PERFORM 1255-MATCH-CARD
             VARYING SUB FROM 1 BY 1 UNTIL SUB > APR-ENTRY-CT
               OR CARD-FOUND.

       1255-MATCH-CARD.
           IF APR-STATUS (SUB) = 'U'
             AND APR-STUD-ID-X (SUB) = IR-LOAN-KEY (1:9)
             AND APR-LOAN-SEQ-X (SUB) = IR-LOAN-KEY (10:2)
             MOVE 'Y' TO CARD-FOUND-SW
             MOVE SUB TO APR-SUB
           END-IF.

       1260-REJECT-CARD.
           MOVE 'R'         TO APR-STATUS (APR-SUB).
           MOVE CARD-REASON TO APR-REASON (APR-SUB).
      **************************************************************
      * FINDS THE NOTICE-MASTER ENTRY FOR THIS LOAN.
      **************************************************************
       1270-FIND-NTCM-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-SW.
           MOVE 0   TO ENTRY-SUB.
           PERFORM 1275-MATCH-NTCM-ENTRY
             VARYING SUB FROM 1 BY 1 UNTIL SUB > NTCM-ENTRY-CT
               OR ENTRY-FOUND.

       1275-MATCH-NTCM-ENTRY.
           IF NMT-STUD-ID (SUB) = I-STUD-ID
             AND NMT-LOAN-SEQ (SUB) = I-LOAN-SEQ
             MOVE 'Y' TO ENTRY-FOUND-SW
             MOVE SUB TO ENTRY-SUB
           END-IF.

       1300-WRITE-REGISTER.
           MOVE I-STUD-ID     TO R-STUD-ID.
           MOVE I-LOAN-SEQ    TO R-LOAN-SEQ.
           MOVE I-NAME        TO R-NAME.
           MOVE I-DEGREE      TO R-DEGREE.
           MOVE REFER-DAYS    TO R-DAYS.
           MOVE BAL-AMT       TO R-BALANCE.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE PRNT-REC FROM PRNT-REGISTER
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REC-CT.

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
      * LISTS EVERY APPROVAL CARD THAT WAS NOT ACTED ON, WITH THE
      * REASON. A CARD STILL WAITING AFTER THE MASTER PASS NAMED
      * A LOAN THAT IS NOT ON FILE.
      **************************************************************
       1500-LIST-CARDS.
           PERFORM 1510-LIST-ONE-CARD
             VARYING APR-SUB FROM 1 BY 1
               UNTIL APR-SUB > APR-ENTRY-CT.

       1510-LIST-ONE-CARD.
           IF APR-STATUS (APR-SUB) = 'U'
             MOVE 'LOAN NOT ON MASTER' TO CARD-REASON
             PERFORM 1260-REJECT-CARD
           END-IF.
           IF APR-STATUS (APR-SUB) = 'R'
             IF CHO-REJECT-CT = 0
               IF REC-CT + 3 > PAGE-SIZE-LINES
                 PERFORM 1400-PRINT-HEAD
               END-IF
               MOVE SPACES TO PRNT-REC
               WRITE PRNT-REC
                 AFTER ADVANCING 1 LINE
               WRITE PRNT-REC FROM PRNT-CARD-HEAD
                 AFTER ADVANCING 1 LINE
               ADD 2 TO REC-CT
             END-IF
             MOVE APR-STUD-ID-X (APR-SUB)  TO RC-STUD-ID
             MOVE APR-LOAN-SEQ-X (APR-SUB) TO RC-LOAN-SEQ
             MOVE APR-SUPV-ID (APR-SUB)    TO RC-SUPV-ID
             MOVE APR-REASON (APR-SUB)     TO RC-REASON
             IF REC-CT + 1 > PAGE-SIZE-LINES
               PERFORM 1400-PRINT-HEAD
             END-IF
             WRITE PRNT-REC FROM PRNT-CARD-LINE
               AFTER ADVANCING 1 LINE
             ADD 1 TO REC-CT
             ADD 1 TO CHO-REJECT-CT
           END-IF.
      **************************************************************
      * PRINTS THE REGISTER RUN-TOTAL TRAILER *
      **************************************************************
       1600-PRINT-TOTALS.
           MOVE CHO-READ-CT      TO T-READ-CT.
           MOVE CHO-PROPOSED-CT  TO T-PROPOSED-CT.
           MOVE CHO-PROPOSED-SUM TO T-PROPOSED-SUM.
           MOVE CHO-CHGOFF-CT    TO T-CHGOFF-CT.
           MOVE CHO-CHGOFF-SUM   TO T-CHGOFF-SUM.
           MOVE CHO-CARD-CT      TO T-CARD-CT.
           MOVE CHO-REJECT-CT    TO T-REJECT-CT.
           MOVE CHO-ERROR-CT     TO T-ERROR-CT.
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
             DISPLAY 'LAB5CHO: JRNL-FILE OPEN FAILED, STATUS='
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
           MOVE 'LAB5CHO' TO JR-PROGRAM.
           MOVE JRNL-ACTION  TO JR-ACTION.
           MOVE JRNL-STUD-ID TO JR-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE JRNL-BEFORE  TO JR-BEFORE.
           MOVE JRNL-AFTER   TO JR-AFTER.
           WRITE JRNL-REC.
           IF JRNL-STATUS NOT = '00'
             DISPLAY 'LAB5CHO: JRNL-FILE WRITE FAILED, STATUS='
               JRNL-STATUS
             STOP RUN
           END-IF.
      **************************************************************
      * OPENS THE CHARGE-OFF HISTORY FOR EXTEND SO THIS RUN'S
      * CHARGE-OFFS ARE ADDED TO IT. A BRAND NEW FILE (STATUS 35)
      * IS CREATED.
      **************************************************************
       8500-OPEN-HISTORY.
           OPEN EXTEND COHS-FILE.
           IF COHS-STATUS = '35'
             OPEN OUTPUT COHS-FILE
           END-IF.
           IF COHS-STATUS NOT = '00'
             DISPLAY 'LAB5CHO: COHS-FILE OPEN FAILED, STATUS='
               COHS-STATUS
             STOP RUN
           END-IF.
      **************************************************************
      * APPENDS ONE RECORD TO THE CHARGE-OFF HISTORY. THE CALLER
      * FILLS CH-TYPE AND CH-AMOUNT FIRST.
      **************************************************************
       8600-WRITE-HISTORY.
           MOVE RUN-DATE-RAW TO CH-DATE.
           MOVE I-STUD-ID    TO CH-STUD-ID.
           MOVE I-LOAN-SEQ   TO CH-LOAN-SEQ.
           MOVE I-DEGREE     TO CH-DEGREE.
           WRITE COHS-REC.
           IF COHS-STATUS NOT = '00'
             DISPLAY 'LAB5CHO: COHS-FILE WRITE FAILED, STATUS='
               COHS-STATUS
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
      * READS THE INPUT FILE. I-PAY-CT (BYTES 36-37 OF THE RECORD)
      * IS MOVED IN AHEAD OF THE GROUP MOVE SO THE OCCURS DEPENDING
      * ON TABLE IS SIZED BEFORE INPUT-DATA IS POPULATED - SAME
      * TECHNIQUE AS LAB5'S 2000-READ-INPUT.
      **************************************************************
       2000-READ-INPUT.
           READ INPUT-FILE
             AT END MOVE 1 TO EOF-I.
           IF EOF-I NOT = 1 AND INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5CHO: INPUT-FILE READ ERROR, STATUS='
               INPUT-STATUS
             STOP RUN
           END-IF.
           IF EOF-I NOT = 1
             ADD 1 TO CHO-READ-CT
             MOVE INPUT-REC (36:2) TO I-PAY-CT
             IF I-PAY-CT NOT NUMERIC OR I-PAY-CT < 1 OR I-PAY-CT > 12
               MOVE 1 TO I-PAY-CT
             END-IF
             MOVE INPUT-REC        TO INPUT-DATA
             MOVE INPUT-REC (36:2) TO I-PAY-CT
           END-IF.
