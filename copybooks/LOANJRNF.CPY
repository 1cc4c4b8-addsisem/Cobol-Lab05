      * DELETE A BLANK AFTER IMAGE. OPERATIONS SAVES AND CLEARS
      * THE JOURNAL EACH TIME A MASTER BACKUP IS TAKEN, SO THE
      * FILE ALWAYS HOLDS EXACTLY THE UPDATES SINCE THE BACKUP
      * LAB5RCV WOULD RESTORE. LAB5JHS COPIES EACH GENERATION TO
      * THE JOURNAL HISTORY (DA-S-JHST) BEFORE IT IS CLEARED.
      **************************************************************
       FD JRNL-FILE
           LABEL RECORDS ARE STANDARD.
         03 JR-PROGRAM    PIC X(8).
         03 JR-ACTION     PIC X(1).
         03 JR-STUD-ID    PIC 9(9).
         03 JR-LOAN-SEQ   PIC 9(2).
         03 JR-BEFORE     PIC X(563).
         03 JR-AFTER      PIC X(563).
