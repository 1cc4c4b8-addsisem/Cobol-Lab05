      **************************************************************
      * VALID DEGREE-PROGRAM CODES FOR THE I-DEGREE EDIT - SHARED
      * BY LAB5MNT, WHICH REFUSES A CARD WITH ANY OTHER CODE, AND
      * LAB5VFY, WHICH REPORTS A MASTER RECORD CARRYING ONE. A
      * CODE NOT IN THIS TABLE IS A KEYING ERROR, NOT A NEW
      * PROGRAM - NEW PROGRAMS ARE ADDED HERE FIRST.
      **************************************************************
       01 DEGREE-TABLE-DATA.
         03 FILLER PIC X(4) VALUE 'ACC'.
         03 FILLER PIC X(4) VALUE 'ART'.
         03 FILLER PIC X(4) VALUE 'BUS'.
         03 FILLER PIC X(4) VALUE 'CS'.
         03 FILLER PIC X(4) VALUE 'EDU'.
         03 FILLER PIC X(4) VALUE 'ENG'.
         03 FILLER PIC X(4) VALUE 'IS'.
         03 FILLER PIC X(4) VALUE 'MTH'.
         03 FILLER PIC X(4) VALUE 'NUR'.
         03 FILLER PIC X(4) VALUE 'SCI'.
       01 DEGREE-TABLE REDEFINES DEGREE-TABLE-DATA.
         03 DEGREE-ENTRY OCCURS 10 TIMES.
           05 DEGREE-CODE PIC X(4).
