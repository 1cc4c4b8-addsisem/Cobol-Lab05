           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
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
       COPY LOANJRNF.

       WORKING-STORAGE SECTION.
      * HARMLESS.
      **************************************************************
       1100-APPLY-JOURNAL.
           MOVE JR-STUD-ID  TO IR-STUD-ID.
           MOVE JR-LOAN-SEQ TO IR-LOAN-SEQ.
           IF JR-AFTER = SPACES
             PERFORM 1200-APPLY-DELETE
           ELSE
           END-READ.
           IF INPUT-STATUS NOT = '00'
             DISPLAY 'LAB5RCV: MASTER UPDATE FAILED, STATUS='
               INPUT-STATUS ' ID=' JR-STUD-ID '-' JR-LOAN-SEQ
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
