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
      * SEMESTER HISTORY RECORD - THE FULL MASTER IMAGE WITH THE
      * CLOSE DATE STAMPED ON, SO SEVERAL SEMESTERS CAN BE TOLD
           LABEL RECORDS ARE STANDARD.
       01 SEMH-REC.
         03 SH-CLOSE-DATE PIC 9(6).
         03 SH-IMAGE      PIC X(563).
       COPY LOANJRNF.

       WORKING-STORAGE SECTION.
               ADD 1 TO ARC-PURGED-CT
               MOVE 'D'       TO JRNL-ACTION
               MOVE I-STUD-ID TO JRNL-STUD-ID
               MOVE I-LOAN-SEQ TO JRNL-LOAN-SEQ
               MOVE SPACES    TO JRNL-AFTER
               PERFORM 8400-WRITE-JOURNAL
             END-IF
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
           MOVE 'LAB5ARC' TO JR-PROGRAM.
           MOVE JRNL-ACTION  TO JR-ACTION.
           MOVE JRNL-STUD-ID TO JR-STUD-ID.
           MOVE JRNL-LOAN-SEQ TO JR-LOAN-SEQ.
           MOVE JRNL-BEFORE  TO JR-BEFORE.
           MOVE JRNL-AFTER   TO JR-AFTER.
           WRITE JRNL-REC.
