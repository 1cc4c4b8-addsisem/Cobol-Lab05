       01 JRNL-STATUS      PIC XX      VALUE '00'.
       01 JRNL-ACTION      PIC X(1)    VALUE SPACE.
       01 JRNL-STUD-ID     PIC 9(9)    VALUE 0.
       01 JRNL-LOAN-SEQ    PIC 9(2)    VALUE 0.
       01 JRNL-BEFORE      PIC X(563)  VALUE SPACES.
       01 JRNL-AFTER       PIC X(563)  VALUE SPACES.
