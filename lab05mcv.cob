       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5MCV.
       AUTHOR. Addyson Sisemore
      * LOAN MASTER LAYOUT CONVERSION - CARRIES EVERY FILE THAT
      * HOLDS A LOANREC IMAGE, OR IS KEYED BY STUDENT ID ALONE,
      * FROM THE ORIGINAL ONE-ACCOUNT-PER-STUDENT LAYOUT (274
      * BYTES, KEYED BY I-STUD-ID) STRAIGHT TO THE CURRENT ONE
      * (563 BYTES, KEYED BY I-STUD-ID AND I-LOAN-SEQ). EVERY
      * EXISTING ACCOUNT BECOMES THE STUDENT'S LOAN 01; THE
      * DEFERMENT, ENROLLMENT, PER-LOAN AND CHARGE-OFF FIELDS
      * START CLEAR, AND EACH INSTALLMENT ALREADY ON FILE GAINS A
      * ZERO PAYMENT SPLIT, WHICH EVERY PROGRAM READS AS
      * PRINCIPAL. READS THE MASTER AS IT STANDS (RENAMED
      * DA-S-INPUTO BY OPERATIONS) AND WRITES DA-S-INPUT IN THE
      * NEW LAYOUT, THEN DOES THE SAME FOR THE SUSPENSE CARRY-
      * FORWARD FILE (DA-S-SUSMO TO DA-S-SUSM), THE PRIOR SEMESTER
      * ARCHIVE LAB5CMP COMPARES AGAINST (DA-S-SEMPO TO DA-S-SEMP)
      * AND LAB5MNT'S AUDIT LOG (DA-S-AUDTO TO DA-S-AUDT), WHOSE
      * RECORDS ALSO GAIN THE LOAN SEQUENCE AND BLANK OPERATOR AND
      * APPROVER IDS. THE TWO FILES KEYED BY STUDENT ID ALONE -
      * LAB5PAY'S POSTED-TRANSACTION LOG (DA-S-PLOGO TO DA-S-PLOG)
      * AND LAB5ESC'S NOTICE MASTER (DA-S-NTCMO TO DA-S-NTCM) -
      * GAIN THE LOAN SEQUENCE AT THE END OF THE RECORD, AGAIN
      * LOAN 01. LAB5DLT'S PRIOR VENDOR EXTRACT (DA-S-XTRPO TO
      * DA-S-XTRP) IS REBUILT IN THE CURRENT EXTRACT LAYOUT - AN L
      * RECORD FOR LOAN 01 AND THE STUDENT'S T RECORD - SO THE
      * FIRST DELTA AFTER CUT-OVER SENDS ONLY WHAT REALLY CHANGED.
      * ANY OF THESE SIX MAY BE ABSENT AND IS THEN SKIPPED. RUN IT
      * ONCE, WHEN THE CURRENT PROGRAMS GO IN: AFTER THE BACKUP
      * HAS CLEARED THE JOURNAL, SO NO OLD-LENGTH IMAGE IS LEFT
      * FOR LAB5RCV TO APPLY, AND AT THE TURN OF THE CALENDAR
      * YEAR, BEFORE THE FIRST PAYMENT OF THE NEW YEAR POSTS, SO
      * EVERY PAYMENT OF THAT TAX YEAR IS SPLIT. A DUPLICATE
      * STUDENT ID ON THE MASTER IS REPORTED AND LEFT OUT, AND THE
      * RUN ENDS WITH RETURN CODE 8 SO NOTHING GOES LIVE UNTIL IT
      * IS SORTED OUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDM-FILE ASSIGN TO 'DA-S-INPUTO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OR-STUD-ID
             FILE STATUS IS OLDM-STATUS.
           SELECT NEWM-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS NR-LOAN-KEY
             ALTERNATE RECORD KEY IS NR-DEGREE
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS NR-NAME
               WITH DUPLICATES
             FILE STATUS IS NEWM-STATUS.
           SELECT OLDS-FILE ASSIGN TO 'DA-S-SUSMO'
             FILE STATUS IS OLDS-STATUS.
           SELECT NEWS-FILE ASSIGN TO 'DA-S-SUSM'
             FILE STATUS IS NEWS-STATUS.
           SELECT OLDP-FILE ASSIGN TO 'DA-S-SEMPO'
             FILE STATUS IS OLDP-STATUS.
           SELECT NEWP-FILE ASSIGN TO 'DA-S-SEMP'
             FILE STATUS IS NEWP-STATUS.
           SELECT OLDL-FILE ASSIGN TO 'DA-S-PLOGO'
             FILE STATUS IS OLDL-STATUS.
           SELECT NEWL-FILE ASSIGN TO 'DA-S-PLOG'
             FILE STATUS IS NEWL-STATUS.
           SELECT OLDN-FILE ASSIGN TO 'DA-S-NTCMO'
             FILE STATUS IS OLDN-STATUS.
           SELECT NEWN-FILE ASSIGN TO 'DA-S-NTCM'
             FILE STATUS IS NEWN-STATUS.
           SELECT OLDA-FILE ASSIGN TO 'DA-S-AUDTO'
             FILE STATUS IS OLDA-STATUS.
           SELECT NEWA-FILE ASSIGN TO 'DA-S-AUDT'
             FILE STATUS IS NEWA-STATUS.
           SELECT OLDX-FILE ASSIGN TO 'DA-S-XTRPO'
             FILE STATUS IS OLDX-STATUS.
           SELECT NEWX-FILE ASSIGN TO 'DA-S-XTRP'
             FILE STATUS IS NEWX-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD OLDM-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLDM-REC.
         03 FILLER        PIC X(43).
         03 OR-STUD-ID    PIC 9(9).
         03 FILLER        PIC X(222).
       FD NEWM-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWM-REC.
         03 NR-NAME       PIC X(20).
         03 NR-DEGREE     PIC X(4).
         03 FILLER        PIC X(19).
         03 NR-LOAN-KEY.
           05 NR-STUD-ID  PIC 9(9).
           05 NR-LOAN-SEQ PIC 9(2).
         03 FILLER        PIC X(509).
      **************************************************************
      * SUSPENSE CARRY-FORWARD, OLD AND NEW - LAB5SUS'S SUSM-REC
      * WITH THE IMAGE AT EACH LENGTH.
      **************************************************************
       FD OLDS-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLDS-REC.
         03 OS-HEAD       PIC X(38).
         03 OS-IMAGE      PIC X(274).
       FD NEWS-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWS-REC.
         03 NS-HEAD       PIC X(38).
         03 NS-IMAGE      PIC X(563).
      **************************************************************
      * PRIOR SEMESTER ARCHIVE, OLD AND NEW - LAB5ARC'S SEMH-REC
      * WITH THE IMAGE AT EACH LENGTH.
      **************************************************************
       FD OLDP-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLDP-REC.
         03 OP-CLOSE-DATE PIC 9(6).
         03 OP-IMAGE      PIC X(274).
       FD NEWP-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWP-REC.
         03 NP-CLOSE-DATE PIC 9(6).
         03 NP-IMAGE      PIC X(563).
      **************************************************************
      * POSTED-TRANSACTION LOG, OLD AND NEW - LAB5PAY'S PLOG-REC
      * BEFORE AND AFTER PLOG-LOAN-SEQ.
      **************************************************************
       FD OLDL-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLDL-REC         PIC X(22).
       FD NEWL-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWL-REC.
         03 NL-FRONT      PIC X(22).
         03 NL-LOAN-SEQ   PIC 9(2).
      **************************************************************
      * NOTICE MASTER, OLD AND NEW - LAB5ESC'S NTCM-REC BEFORE AND
      * AFTER NM-LOAN-SEQ.
      **************************************************************
       FD OLDN-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLDN-REC         PIC X(16).
       FD NEWN-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWN-REC.
         03 NN-FRONT      PIC X(16).
         03 NN-LOAN-SEQ   PIC 9(2).
      **************************************************************
      * AUDIT LOG, OLD AND NEW - LAB5MNT'S AUDT-REC WITH THE TWO
      * IMAGES AT EACH LENGTH. THE NEW RECORD ALSO CARRIES THE
      * LOAN SEQUENCE AND THE KEYING AND APPROVING OPERATORS.
      **************************************************************
       FD OLDA-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLDA-REC.
         03 OA-DATE       PIC 9(6).
         03 OA-ACTION     PIC X(1).
         03 OA-STUD-ID    PIC 9(9).
         03 OA-NAME       PIC X(20).
         03 OA-BEFORE     PIC X(274).
         03 OA-AFTER      PIC X(274).
       FD NEWA-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWA-REC.
         03 NA-DATE       PIC 9(6).
         03 NA-ACTION     PIC X(1).
         03 NA-STUD-ID    PIC 9(9).
         03 NA-LOAN-SEQ   PIC 9(2).
         03 NA-NAME       PIC X(20).
         03 NA-BEFORE     PIC X(563).
         03 NA-AFTER      PIC X(563).
         03 NA-OPER-ID    PIC X(8).
         03 NA-APPR-ID    PIC X(8).
      **************************************************************
      * PRIOR VENDOR EXTRACT, OLD AND NEW - LAB5'S XTRC-REC IN THE
      * ORIGINAL ONE-RECORD-PER-STUDENT LAYOUT (61 BYTES) AND IN
      * THE CURRENT ONE (67 BYTES), WHICH ADDS THE LOAN SEQUENCE
      * AND RECORD TYPE AFTER THE STUDENT ID AND WIDENS EACH
      * AMOUNT BY A DIGIT.
      **************************************************************
       FD OLDX-FILE
           LABEL RECORDS ARE OMITTED.
       01 OLDX-REC.
         03 OX-STUD-ID        PIC 9(9).
         03 OX-NAME           PIC X(20).
         03 OX-DEGREE         PIC X(4).
         03 OX-YEAR           PIC X(4).
         03 OX-LOAN           PIC 9(5)V99.
         03 OX-PAID           PIC 9(6)V99.
         03 OX-BALANCE        PIC S9(6)V99.
         03 OX-OVERPAID-FLAG  PIC X(1).
       FD NEWX-FILE
           LABEL RECORDS ARE OMITTED.
       01 NEWX-REC.
         03 NX-STUD-ID        PIC 9(9).
         03 NX-LOAN-SEQ       PIC 9(2).
         03 NX-REC-TYPE       PIC X(1).
         03 NX-NAME           PIC X(20).
         03 NX-DEGREE         PIC X(4).
         03 NX-YEAR           PIC X(4).
         03 NX-LOAN           PIC 9(6)V99.
         03 NX-PAID           PIC 9(7)V99.
         03 NX-BALANCE        PIC S9(7)V99.
         03 NX-OVERPAID-FLAG  PIC X(1).

       WORKING-STORAGE SECTION.
       01 OLDM-STATUS      PIC XX      VALUE '00'.
       01 NEWM-STATUS      PIC XX      VALUE '00'.
       01 OLDS-STATUS      PIC XX      VALUE '00'.
       01 NEWS-STATUS      PIC XX      VALUE '00'.
       01 OLDP-STATUS      PIC XX      VALUE '00'.
       01 NEWP-STATUS      PIC XX      VALUE '00'.
       01 OLDL-STATUS      PIC XX      VALUE '00'.
       01 NEWL-STATUS      PIC XX      VALUE '00'.
       01 OLDN-STATUS      PIC XX      VALUE '00'.
       01 NEWN-STATUS      PIC XX      VALUE '00'.
       01 OLDA-STATUS      PIC XX      VALUE '00'.
       01 NEWA-STATUS      PIC XX      VALUE '00'.
       01 OLDX-STATUS      PIC XX      VALUE '00'.
       01 NEWX-STATUS      PIC XX      VALUE '00'.
       01 MCV-READ-CT      PIC 9(7)    VALUE 0.
       01 MCV-WRITTEN-CT   PIC 9(7)    VALUE 0.
       01 MCV-DUPID-CT     PIC 9(7)    VALUE 0.
       01 MCV-SUSM-CT      PIC 9(7)    VALUE 0.
       01 MCV-SEMP-CT      PIC 9(7)    VALUE 0.
       01 MCV-PLOG-CT      PIC 9(7)    VALUE 0.
       01 MCV-NTCM-CT      PIC 9(7)    VALUE 0.
       01 MCV-XTRP-CT      PIC 9(7)    VALUE 0.
       01 MCV-AUDT-CT      PIC 9(7)    VALUE 0.
       01 MCV-ERROR-SW     PIC X(1)    VALUE 'N'.
         88 MCV-ERROR                  VALUE 'Y'.
      **************************************************************
      * ONE MASTER IMAGE IN EACH LAYOUT. 1900-CONVERT-IMAGE TURNS
      * OLD-IMAGE INTO NEW-IMAGE FOR ALL FOUR FILES, SO THE
      * BYTE MAPPING IS WRITTEN DOWN IN ONE PLACE.
      **************************************************************
       01 OLD-IMAGE.
         03 OI-FRONT       PIC X(52).
         03 OI-MIDDLE      PIC X(78).
         03 OI-PAID-ENTRY  PIC X(12)   OCCURS 12 TIMES.
       01 NEW-IMAGE.
         03 NI-FRONT       PIC X(52).
         03 NI-LOAN-SEQ    PIC 9(2).
         03 NI-MIDDLE      PIC X(78).
         03 NI-DEFER-TYPE  PIC X(1).
         03 NI-DEFER-STAT  PIC X(1).
         03 NI-DEFER-START PIC 9(6).
         03 NI-DEFER-END   PIC 9(6).
         03 NI-ENRL-STAT   PIC X(1).
         03 NI-SEP-DATE    PIC 9(6).
         03 NI-REPAY-START PIC 9(6).
         03 NI-LOAN-NO     PIC X(10).
         03 NI-ORIG-DATE   PIC 9(6).
         03 NI-RATE        PIC 9V9999.
         03 NI-CO-FLAG     PIC X(1).
         03 NI-CO-DATE     PIC 9(6).
         03 NI-CO-AMT      PIC 9(6)V99.
         03 NI-RCVY-AMT    PIC 9(6)V99.
         03 NI-PAID-ENTRY  OCCURS 12 TIMES.
           05 NI-PAID-OLD  PIC X(12).
           05 NI-PAID-SPLIT PIC X(18).
       01 ENTRY-SUB        PIC 9(2)    VALUE 0.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-O      PIC 9   VALUE 0.
         03 EOF-S      PIC 9   VALUE 0.
         03 EOF-P      PIC 9   VALUE 0.
         03 EOF-L      PIC 9   VALUE 0.
         03 EOF-N      PIC 9   VALUE 0.
         03 EOF-X      PIC 9   VALUE 0.
         03 EOF-A      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN INPUT OLDM-FILE.
           IF OLDM-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: OLDM-FILE OPEN FAILED, STATUS='
               OLDM-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT NEWM-FILE.
           IF NEWM-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NEWM-FILE OPEN FAILED, STATUS='
               NEWM-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 2000-READ-OLDM.
           PERFORM 1100-CONVERT-MASTER
             UNTIL EOF-O = 1.
           CLOSE OLDM-FILE
                 NEWM-FILE.
           PERFORM 1200-CONVERT-SUSM.
           PERFORM 1300-CONVERT-SEMP.
           PERFORM 1400-CONVERT-PLOG.
           PERFORM 1500-CONVERT-NTCM.
           PERFORM 1600-CONVERT-XTRP.
           PERFORM 1700-CONVERT-AUDT.
           DISPLAY 'LAB5MCV: MASTER RECORDS READ    ' MCV-READ-CT.
           DISPLAY 'LAB5MCV: MASTER RECORDS WRITTEN ' MCV-WRITTEN-CT.
           DISPLAY 'LAB5MCV: DUPLICATE IDS          ' MCV-DUPID-CT.
           DISPLAY 'LAB5MCV: SUSPENSE RECORDS       ' MCV-SUSM-CT.
           DISPLAY 'LAB5MCV: ARCHIVE RECORDS        ' MCV-SEMP-CT.
           DISPLAY 'LAB5MCV: POSTED LOG RECORDS     ' MCV-PLOG-CT.
           DISPLAY 'LAB5MCV: NOTICE MASTER RECORDS  ' MCV-NTCM-CT.
           DISPLAY 'LAB5MCV: PRIOR EXTRACT RECORDS  ' MCV-XTRP-CT.
           DISPLAY 'LAB5MCV: AUDIT LOG RECORDS      ' MCV-AUDT-CT.
           IF MCV-ERROR
             DISPLAY 'LAB5MCV: CONVERSION INCOMPLETE - CORRECT THE '
               'OLD MASTER AND RERUN'
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************
      * CONVERTS ONE MASTER RECORD. A RECORD THAT FAILS LAB5'S
      * NUMERIC EDITS CARRIES OVER BYTE FOR BYTE ALL THE SAME, SO
      * THE SUSPENSE CYCLE GOES ON CATCHING IT EXACTLY AS BEFORE.
      **************************************************************
       1100-CONVERT-MASTER.
           MOVE OLDM-REC TO OLD-IMAGE.
           PERFORM 1900-CONVERT-IMAGE.
           MOVE NEW-IMAGE TO NEWM-REC.
           WRITE NEWM-REC
             INVALID KEY
               DISPLAY 'LAB5MCV: DUPLICATE ID ' NR-STUD-ID
               ADD 1 TO MCV-DUPID-CT
               MOVE 'Y' TO MCV-ERROR-SW
             NOT INVALID KEY
               ADD 1 TO MCV-WRITTEN-CT
           END-WRITE.
           IF NEWM-STATUS NOT = '00' AND NEWM-STATUS NOT = '22'
             DISPLAY 'LAB5MCV: WRITE FAILED, STATUS='
               NEWM-STATUS ' ID=' NR-STUD-ID
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 2000-READ-OLDM.
      **************************************************************
      * CONVERTS THE SUSPENSE CARRY-FORWARD FILE WHEN ONE WAS
      * SUPPLIED. NO OLD FILE (FIRST SUSPENSE RUN NOT YET MADE)
      * LEAVES DA-S-SUSM UNTOUCHED.
      **************************************************************
       1200-CONVERT-SUSM.
           OPEN INPUT OLDS-FILE.
           IF OLDS-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NO SUSPENSE FILE, NOT CONVERTED'
           ELSE
             OPEN OUTPUT NEWS-FILE
             IF NEWS-STATUS NOT = '00'
               DISPLAY 'LAB5MCV: NEWS-FILE OPEN FAILED, STATUS='
                 NEWS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM 2010-READ-OLDS
             PERFORM 1210-CONVERT-SUSM-REC
               UNTIL EOF-S = 1
             CLOSE OLDS-FILE
                   NEWS-FILE
           END-IF.

       1210-CONVERT-SUSM-REC.
           MOVE OS-IMAGE TO OLD-IMAGE.
           PERFORM 1900-CONVERT-IMAGE.
           MOVE OS-HEAD   TO NS-HEAD.
           MOVE NEW-IMAGE TO NS-IMAGE.
           WRITE NEWS-REC.
           IF NEWS-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NEWS-FILE WRITE FAILED, STATUS='
               NEWS-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO MCV-SUSM-CT.
           PERFORM 2010-READ-OLDS.
      **************************************************************
      * CONVERTS THE PRIOR SEMESTER ARCHIVE WHEN ONE WAS SUPPLIED.
      * WITHOUT IT LAB5CMP SIMPLY HAS NO PRIOR SEMESTER TO SHOW.
      **************************************************************
       1300-CONVERT-SEMP.
           OPEN INPUT OLDP-FILE.
           IF OLDP-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NO PRIOR ARCHIVE, NOT CONVERTED'
           ELSE
             OPEN OUTPUT NEWP-FILE
             IF NEWP-STATUS NOT = '00'
               DISPLAY 'LAB5MCV: NEWP-FILE OPEN FAILED, STATUS='
                 NEWP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM 2020-READ-OLDP
             PERFORM 1310-CONVERT-SEMP-REC
               UNTIL EOF-P = 1
             CLOSE OLDP-FILE
                   NEWP-FILE
           END-IF.

       1310-CONVERT-SEMP-REC.
           MOVE OP-IMAGE TO OLD-IMAGE.
           PERFORM 1900-CONVERT-IMAGE.
           MOVE OP-CLOSE-DATE TO NP-CLOSE-DATE.
           MOVE NEW-IMAGE     TO NP-IMAGE.
           WRITE NEWP-REC.
           IF NEWP-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NEWP-FILE WRITE FAILED, STATUS='
               NEWP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO MCV-SEMP-CT.
           PERFORM 2020-READ-OLDP.
      **************************************************************
      * CONVERTS THE POSTED-TRANSACTION LOG WHEN ONE WAS SUPPLIED -
      * EVERY PAYMENT AND REVERSAL ON IT WAS POSTED TO LOAN 01.
      **************************************************************
       1400-CONVERT-PLOG.
           OPEN INPUT OLDL-FILE.
           IF OLDL-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NO POSTED LOG, NOT CONVERTED'
           ELSE
             OPEN OUTPUT NEWL-FILE
             IF NEWL-STATUS NOT = '00'
               DISPLAY 'LAB5MCV: NEWL-FILE OPEN FAILED, STATUS='
                 NEWL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM 2030-READ-OLDL
             PERFORM 1410-CONVERT-PLOG-REC
               UNTIL EOF-L = 1
             CLOSE OLDL-FILE
                   NEWL-FILE
           END-IF.

       1410-CONVERT-PLOG-REC.
           MOVE OLDL-REC TO NL-FRONT.
           MOVE 1        TO NL-LOAN-SEQ.
           WRITE NEWL-REC.
           IF NEWL-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NEWL-FILE WRITE FAILED, STATUS='
               NEWL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO MCV-PLOG-CT.
           PERFORM 2030-READ-OLDL.
      **************************************************************
      * CONVERTS THE NOTICE MASTER WHEN ONE WAS SUPPLIED - EACH
      * ACCOUNT'S CARRIED STAGE STAYS WITH ITS LOAN 01.
      **************************************************************
       1500-CONVERT-NTCM.
           OPEN INPUT OLDN-FILE.
           IF OLDN-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NO NOTICE MASTER, NOT CONVERTED'
           ELSE
             OPEN OUTPUT NEWN-FILE
             IF NEWN-STATUS NOT = '00'
               DISPLAY 'LAB5MCV: NEWN-FILE OPEN FAILED, STATUS='
                 NEWN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM 2040-READ-OLDN
             PERFORM 1510-CONVERT-NTCM-REC
               UNTIL EOF-N = 1
             CLOSE OLDN-FILE
                   NEWN-FILE
           END-IF.

       1510-CONVERT-NTCM-REC.
           MOVE OLDN-REC TO NN-FRONT.
           MOVE 1        TO NN-LOAN-SEQ.
           WRITE NEWN-REC.
           IF NEWN-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NEWN-FILE WRITE FAILED, STATUS='
               NEWN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO MCV-NTCM-CT.
           PERFORM 2040-READ-OLDN.
      **************************************************************
      * CONVERTS LAB5DLT'S PRIOR EXTRACT WHEN ONE WAS SUPPLIED.
      * EACH OLD RECORD WAS A STUDENT'S ONE ACCOUNT, SO IT BECOMES
      * THE L RECORD FOR LOAN 01 AND, WITH THE SAME AMOUNTS, THE
      * STUDENT'S T RECORD - LOAN SEQUENCE 00, NO CLASS STANDING,
      * FLAGGED OVERPAID WHEN THE BALANCE IS A CREDIT - EXACTLY AS
      * LAB5'S 1630-WRITE-EXTRACT AND 1640-WRITE-STUDENT-EXTRACT
      * WOULD WRITE THEM FOR A STUDENT WITH ONE LOAN. LAB5DLT SORTS
      * THE FILE ITSELF, SO THE ORDER WRITTEN DOES NOT MATTER.
      **************************************************************
       1600-CONVERT-XTRP.
           OPEN INPUT OLDX-FILE.
           IF OLDX-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NO PRIOR EXTRACT, NOT CONVERTED'
           ELSE
             OPEN OUTPUT NEWX-FILE
             IF NEWX-STATUS NOT = '00'
               DISPLAY 'LAB5MCV: NEWX-FILE OPEN FAILED, STATUS='
                 NEWX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM 2050-READ-OLDX
             PERFORM 1610-CONVERT-XTRP-REC
               UNTIL EOF-X = 1
             CLOSE OLDX-FILE
                   NEWX-FILE
           END-IF.

       1610-CONVERT-XTRP-REC.
           MOVE OX-STUD-ID       TO NX-STUD-ID.
           MOVE 1                TO NX-LOAN-SEQ.
           MOVE 'L'              TO NX-REC-TYPE.
           MOVE OX-NAME          TO NX-NAME.
           MOVE OX-DEGREE        TO NX-DEGREE.
           MOVE OX-YEAR          TO NX-YEAR.
           MOVE OX-LOAN          TO NX-LOAN.
           MOVE OX-PAID          TO NX-PAID.
           MOVE OX-BALANCE       TO NX-BALANCE.
           MOVE OX-OVERPAID-FLAG TO NX-OVERPAID-FLAG.
           PERFORM 1620-WRITE-NEWX.
           MOVE 0                TO NX-LOAN-SEQ.
           MOVE 'T'              TO NX-REC-TYPE.
           MOVE SPACES           TO NX-YEAR.
           IF OX-BALANCE < 0
             MOVE 'Y' TO NX-OVERPAID-FLAG
           ELSE
             MOVE 'N' TO NX-OVERPAID-FLAG
           END-IF.
           PERFORM 1620-WRITE-NEWX.
           PERFORM 2050-READ-OLDX.

       1620-WRITE-NEWX.
           WRITE NEWX-REC.
           IF NEWX-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NEWX-FILE WRITE FAILED, STATUS='
               NEWX-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO MCV-XTRP-CT.
      **************************************************************
      * CONVERTS LAB5MNT'S AUDIT LOG WHEN ONE WAS SUPPLIED, SO THE
      * FIRST LAB5MNT RUN AFTER CUT-OVER EXTENDS A FILE OF ITS OWN
      * RECORD LENGTH. EVERY ACTION ON IT WAS AGAINST LOAN 01, AND
      * NOBODY'S OPERATOR ID WAS RECORDED THEN, SO BOTH IDS ARE
      * LEFT BLANK. THE BLANK BEFORE IMAGE OF AN ADD AND THE BLANK
      * AFTER IMAGE OF A DELETE STAY BLANK.
      **************************************************************
       1700-CONVERT-AUDT.
           OPEN INPUT OLDA-FILE.
           IF OLDA-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NO AUDIT LOG, NOT CONVERTED'
           ELSE
             OPEN OUTPUT NEWA-FILE
             IF NEWA-STATUS NOT = '00'
               DISPLAY 'LAB5MCV: NEWA-FILE OPEN FAILED, STATUS='
                 NEWA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM 2060-READ-OLDA
             PERFORM 1710-CONVERT-AUDT-REC
               UNTIL EOF-A = 1
             CLOSE OLDA-FILE
                   NEWA-FILE
           END-IF.

       1710-CONVERT-AUDT-REC.
           MOVE OA-DATE    TO NA-DATE.
           MOVE OA-ACTION  TO NA-ACTION.
           MOVE OA-STUD-ID TO NA-STUD-ID.
           MOVE 1          TO NA-LOAN-SEQ.
           MOVE OA-NAME    TO NA-NAME.
           IF OA-BEFORE = SPACES
             MOVE SPACES TO NA-BEFORE
           ELSE
             MOVE OA-BEFORE TO OLD-IMAGE
             PERFORM 1900-CONVERT-IMAGE
             MOVE NEW-IMAGE TO NA-BEFORE
           END-IF.
           IF OA-AFTER = SPACES
             MOVE SPACES TO NA-AFTER
           ELSE
             MOVE OA-AFTER TO OLD-IMAGE
             PERFORM 1900-CONVERT-IMAGE
             MOVE NEW-IMAGE TO NA-AFTER
           END-IF.
           MOVE SPACES     TO NA-OPER-ID.
           MOVE SPACES     TO NA-APPR-ID.
           WRITE NEWA-REC.
           IF NEWA-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: NEWA-FILE WRITE FAILED, STATUS='
               NEWA-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO MCV-AUDT-CT.
           PERFORM 2060-READ-OLDA.
      **************************************************************
      * THE BYTE MAPPING. NAME THROUGH STUDENT ID (BYTES 1-52)
      * STAY WHERE THEY ARE AND THE ACCOUNT BECOMES LOAN 01 (BYTES
      * 53-54). THE REFUND THROUGH ADDRESS FIELDS (OLD BYTES
      * 53-130) MOVE TO 55-132. THE FIELDS ADDED SINCE TAKE BYTES
      * 133-203 AND START CLEAR: NO DEFERMENT (TYPE AND STATUS
      * BLANK, DATES ZERO); NO ENROLLMENT REPORTED (STATUS BLANK,
      * DATES ZERO) UNTIL THE FIRST LAB5ENR RUN; NO LENDER'S LOAN
      * NUMBER, ORIGINATION DATE OR RATE - A ZERO RATE ACCRUES AT
      * THE CONTROL-FILE RATE AS BEFORE; AND NOT CHARGED OFF, WITH
      * NOTHING WRITTEN OFF OR RECOVERED. THE INSTALLMENT TABLE
      * (OLD BYTES 131-274) MOVES TO 204-563, EACH OF THE TWELVE
      * 12-BYTE ENTRIES KEEPING ITS AMOUNT AND DATE AND GAINING A
      * ZERO SPLIT; AN UNUSED ENTRY PAST I-PAY-CT STAYS BLANK.
      **************************************************************
       1900-CONVERT-IMAGE.
           MOVE OI-FRONT            TO NI-FRONT.
           MOVE 1                   TO NI-LOAN-SEQ.
           MOVE OI-MIDDLE           TO NI-MIDDLE.
           MOVE SPACE               TO NI-DEFER-TYPE.
           MOVE SPACE               TO NI-DEFER-STAT.
           MOVE 0                   TO NI-DEFER-START.
           MOVE 0                   TO NI-DEFER-END.
           MOVE SPACE               TO NI-ENRL-STAT.
           MOVE 0                   TO NI-SEP-DATE.
           MOVE 0                   TO NI-REPAY-START.
           MOVE SPACES              TO NI-LOAN-NO.
           MOVE 0                   TO NI-ORIG-DATE.
           MOVE 0                   TO NI-RATE.
           MOVE SPACE               TO NI-CO-FLAG.
           MOVE 0                   TO NI-CO-DATE.
           MOVE 0                   TO NI-CO-AMT.
           MOVE 0                   TO NI-RCVY-AMT.
           PERFORM 1910-CONVERT-ENTRY
             VARYING ENTRY-SUB FROM 1 BY 1 UNTIL ENTRY-SUB > 12.

       1910-CONVERT-ENTRY.
           MOVE OI-PAID-ENTRY (ENTRY-SUB) TO NI-PAID-OLD (ENTRY-SUB).
           IF OI-PAID-ENTRY (ENTRY-SUB) = SPACES
             MOVE SPACES    TO NI-PAID-SPLIT (ENTRY-SUB)
           ELSE
             MOVE ALL '0'   TO NI-PAID-SPLIT (ENTRY-SUB)
           END-IF.

       2000-READ-OLDM.
           READ OLDM-FILE
             AT END MOVE 1 TO EOF-O.
           IF EOF-O NOT = 1 AND OLDM-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: OLDM-FILE READ ERROR, STATUS='
               OLDM-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF EOF-O NOT = 1
             ADD 1 TO MCV-READ-CT
           END-IF.

       2010-READ-OLDS.
           READ OLDS-FILE
             AT END MOVE 1 TO EOF-S.
           IF EOF-S NOT = 1 AND OLDS-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: OLDS-FILE READ ERROR, STATUS='
               OLDS-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       2020-READ-OLDP.
           READ OLDP-FILE
             AT END MOVE 1 TO EOF-P.
           IF EOF-P NOT = 1 AND OLDP-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: OLDP-FILE READ ERROR, STATUS='
               OLDP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       2030-READ-OLDL.
           READ OLDL-FILE
             AT END MOVE 1 TO EOF-L.
           IF EOF-L NOT = 1 AND OLDL-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: OLDL-FILE READ ERROR, STATUS='
               OLDL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       2040-READ-OLDN.
           READ OLDN-FILE
             AT END MOVE 1 TO EOF-N.
           IF EOF-N NOT = 1 AND OLDN-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: OLDN-FILE READ ERROR, STATUS='
               OLDN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       2050-READ-OLDX.
           READ OLDX-FILE
             AT END MOVE 1 TO EOF-X.
           IF EOF-X NOT = 1 AND OLDX-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: OLDX-FILE READ ERROR, STATUS='
               OLDX-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       2060-READ-OLDA.
           READ OLDA-FILE
             AT END MOVE 1 TO EOF-A.
           IF EOF-A NOT = 1 AND OLDA-STATUS NOT = '00'
             DISPLAY 'LAB5MCV: OLDA-FILE READ ERROR, STATUS='
               OLDA-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
