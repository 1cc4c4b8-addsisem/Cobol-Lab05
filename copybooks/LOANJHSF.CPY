      **************************************************************
      * JOURNAL HISTORY - EVERY GENERATION OF THE COMMON UPDATE
      * JOURNAL (DA-S-JRNL), COPIED IN BY LAB5JHS IN THE BACKUP
      * JOB BEFORE OPERATIONS CLEARS THE JOURNAL. JH-JRNL-DATA IS
      * THE JOURNAL RECORD EXACTLY AS IT WAS WRITTEN - THE UPDATE
      * DATE, THE PROGRAM, THE ACTION (A, C OR D), THE KEY AND THE
      * BEFORE AND AFTER MASTER IMAGES - AND JH-SAVE-DATE IS THE
      * DATE THE GENERATION WAS SAVED. RECORDS STAY IN THE ORDER
      * THEY WERE JOURNALED, OLDEST FIRST. LIKE THE CHARGE-OFF AND
      * INTEREST HISTORIES THE FILE IS NEVER CLEARED; LAB5JHS DROPS
      * ONLY UPDATES OLDER THAN THE JRNLRETN RETENTION PARM.
      * LAB5AHS READS IT FOR THE ACCOUNT CHANGE-HISTORY REPORT.
      **************************************************************
       FD JHST-FILE
           LABEL RECORDS ARE STANDARD.
       01 JHST-REC.
         03 JH-JRNL-DATA.
           05 JH-DATE       PIC 9(6).
           05 JH-PROGRAM    PIC X(8).
           05 JH-ACTION     PIC X(1).
           05 JH-STUD-ID    PIC 9(9).
           05 JH-LOAN-SEQ   PIC 9(2).
           05 JH-BEFORE     PIC X(563).
           05 JH-AFTER      PIC X(563).
         03 JH-SAVE-DATE    PIC 9(6).
