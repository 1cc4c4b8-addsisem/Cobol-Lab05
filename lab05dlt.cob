       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5DLT.
       AUTHOR. Addyson Sisemore
      * VENDOR EXTRACT DELTA - SHRINKS THE NIGHTLY TRANSMISSION TO
      * WHAT ACTUALLY CHANGED. TONIGHT'S EXTRACT (DA-S-XTRC, AS LAB5
      * WROTE IT) AND THE PRIOR NIGHT'S (DA-S-XTRP) ARE EACH SORTED
      * INTO STUDENT-ID/LOAN-SEQUENCE/RECORD-TYPE ORDER AND MATCHED
      * RECORD BY RECORD, THE SAME TWO-FILE MATCH LAB5RCN RUNS: A
      * RECORD ONLY IN TONIGHT'S FILE TRANSMITS WITH ACTION A (ADD),
      * ONE WHOSE CONTENT DIFFERS WITH ACTION C (CHANGE), AND ONE ONLY
      * IN THE PRIOR FILE WITH ACTION D (DROP) CARRYING THE PRIOR
      * IMAGE SO THE SERVICER KNOWS WHICH ACCOUNT TO CLOSE. UNCHANGED
      * RECORDS DO NOT TRANSMIT - THEY ARE THE LOAD WINDOW. A FULL
      * CARD IN THE OPTIONAL REQUEST FILE (UR-S-XREQ) FORCES A FULL
      * REFRESH - EVERY TONIGHT RECORD TRANSMITS AS AN ADD - FOR WHEN
      * LAB5RCN'S RECONCILIATION SHOWS THE VENDOR OUT OF STEP WITH US.
      * EITHER WAY TONIGHT'S SORTED EXTRACT IS REWRITTEN TO DA-S-XTRP
      * AS THE NEXT RUN'S PRIOR, AND A REGISTER CARRIES THE CONTROL
      * TOTALS. A PRIOR EXTRACT LEFT IN THE ORIGINAL 61-BYTE
      * ONE-RECORD-PER-STUDENT LAYOUT IS REBUILT BY LAB5MCV AT
      * CUT-OVER, BEFORE THIS PROGRAM FIRST READS IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      **************************************************************
       FD XTRC-FILE
           LABEL RECORDS ARE OMITTED.
       01 XTRC-REC      PIC X(67).
       FD XTRP-FILE
           LABEL RECORDS ARE OMITTED.
       01 XTRP-REC      PIC X(67).
      **************************************************************
      * KEY-SEQUENCED COPIES OF THE TWO FILES, PRODUCED BY THE
      * SORTS BELOW AND CONSUMED BY THE MATCH LOOP. THE KEY IS THE
      * STUDENT ID, LOAN SEQUENCE AND RECORD TYPE AT THE FRONT OF
      * THE EXTRACT RECORD - ONE L RECORD PER LOAN AND ONE T
      * RECORD PER STUDENT.
      **************************************************************
       FD DSRT-FILE
           LABEL RECORDS ARE OMITTED.
       01 DSRT-REC.
         03 DS-KEY            PIC X(12).
         03 FILLER            PIC X(55).
       FD PSRT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PSRT-REC.
         03 PS-KEY            PIC X(12).
         03 FILLER            PIC X(55).
       SD SORTD-FILE.
       01 SDD-REC.
         03 SDD-KEY       PIC X(12).
         03 FILLER        PIC X(55).
       SD SORTP-FILE.
       01 SDP-REC.
         03 SDP-KEY       PIC X(12).
         03 FILLER        PIC X(55).
      **************************************************************
      * OPTIONAL REQUEST CARDS - A CARD READING FULL IN COLUMNS
      * 1-4 FORCES THE FULL-REFRESH TRANSMISSION.
           LABEL RECORDS ARE OMITTED.
       01 XDLT-REC.
         03 XD-ACTION     PIC X(1).
         03 XD-IMAGE      PIC X(67).
       FD DLTR-FILE
           LABEL RECORDS ARE OMITTED.
       01 DLTR-REC      PIC X(80).
      * MATCH KEYS - SET TO HIGH-VALUES AT EOF SO THE LOW-KEY-
      * FIRST COMPARE DRAINS WHICHEVER FILE STILL HAS RECORDS.
      **************************************************************
       01 D-KEY            PIC X(12)   VALUE SPACES.
       01 P-KEY            PIC X(12)   VALUE SPACES.
      **************************************************************
      * RUN CONTROL TOTALS FOR THE REGISTER TRAILER.
      **************************************************************
           PERFORM 0100-CHECK-INPUTS.
           PERFORM 0200-CHECK-REFRESH-REQUEST.
           SORT SORTD-FILE
             ON ASCENDING KEY SDD-KEY
             USING XTRC-FILE
             GIVING DSRT-FILE.
           IF XTRP-FOUND AND NOT FULL-REFRESH
             SORT SORTP-FILE
               ON ASCENDING KEY SDP-KEY
               USING XTRP-FILE
               GIVING PSRT-FILE
           ELSE
             CLOSE XREQ-FILE
           END-IF.
      **************************************************************
      * CLASSIC LOW-KEY-FIRST MATCH ON THE TWO KEY-SEQUENCED
      * FILES. EQUAL KEYS GO ON TO THE WHOLE-RECORD COMPARE.
      **************************************************************
       1100-MATCH-LOOP.
               MOVE 1 TO EOF-D
               MOVE HIGH-VALUES TO D-KEY
             NOT AT END
               MOVE DS-KEY TO D-KEY
               ADD 1 TO DLT-TONIGHT-CT
           END-READ.

               MOVE 1 TO EOF-P
               MOVE HIGH-VALUES TO P-KEY
             NOT AT END
               MOVE PS-KEY TO P-KEY
               ADD 1 TO DLT-PRIOR-CT
           END-READ.
