       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5COR.
       AUTHOR. Addyson Sisemore
      * MONTHLY CHARGE-OFF AND RECOVERY REPORT FOR THE CONTROLLER.
      * READS THE CHARGE-OFF HISTORY (DA-S-COHS) - LAB5CHO'S
      * CHARGE-OFFS AND LAB5PAY'S RECOVERIES AND RECOVERY
      * REVERSALS - AND PRINTS, FOR EACH DEGREE PROGRAM, THE
      * MONTH'S CHARGE-OFF COUNT AND AMOUNT, THE MONTH'S NET
      * RECOVERIES (RECOVERIES LESS REVERSALS), THE MONTH'S NET
      * LOSS, AND THE YEAR-TO-DATE CHARGE-OFFS AND NET RECOVERIES
      * THROUGH THE END OF THE MONTH, WITH A GRAND-TOTAL LINE. THE
      * MASTER IS NOT READ, SO THE REPORT CAN BE RERUN FOR ANY
      * MONTH OF THE CURRENT OR AN EARLIER YEAR.
      *
      * THE REPORT MONTH IS THE RUN MONTH UNLESS A MONTH CARD IN
      * THE OPTIONAL REQUEST FILE (UR-S-CORQ) NAMES AN EARLIER
      * ONE. A CARD THAT IS NOT A MONTH, OR IS LATER THAN THE RUN
      * MONTH, ENDS THE RUN WITH RETURN CODE 16. A HISTORY RECORD
      * WITH A TYPE OTHER THAN C, P OR R IS COUNTED AND SKIPPED
      * AND THE RUN ENDS WITH RETURN CODE 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COHS-FILE ASSIGN TO 'DA-S-COHS'
             FILE STATUS IS COHS-STATUS.
           SELECT CORQ-FILE ASSIGN TO 'UR-S-CORQ'
             FILE STATUS IS CORQ-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-CORR'.

       DATA DIVISION.

       FILE SECTION.
       COPY LOANCOHF.
      **************************************************************
      * OPTIONAL REQUEST FILE - A MONTH CARD (YYMM IN COLUMNS 1-4)
      * REPORTS THAT MONTH INSTEAD OF THE RUN MONTH, FOR A MONTH-
      * END THE REPORT WAS NOT RUN. NO FILE, OR NO CARD, MEANS THE
      * RUN MONTH.
      **************************************************************
       FD CORQ-FILE
           LABEL RECORDS ARE OMITTED.
       01 CORQ-REC.
         03 CQ-MONTH      PIC 9(4).
         03 FILLER        PIC X(76).
      **************************************************************
      * CHARGE-OFF AND RECOVERY REPORT - 80 BYTES WIDE LIKE THE
      * OTHER REGISTERS.
      **************************************************************
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01 COHS-STATUS      PIC XX       VALUE '00'.
       01 CORQ-STATUS      PIC XX       VALUE '00'.
       01 RUN-DATE-NUM     PIC 9(6)     VALUE 0.
      **************************************************************
      * REPORT MONTH - CHARGE-OFFS AND RECOVERIES POSTED IN THIS
      * YYMM ARE THE MONTH'S; THOSE POSTED IN THE SAME YEAR UP TO
      * AND INCLUDING IT ARE THE YEAR'S.
      **************************************************************
       01 COR-MONTH        PIC 9(4)     VALUE 0.
       01 COR-MONTH-PARTS REDEFINES COR-MONTH.
         03 COR-YY         PIC 99.
         03 COR-MM         PIC 99.
       01 COR-RUN-MONTH    PIC 9(4)     VALUE 0.
       01 COR-EVENT-DATE.
         03 COR-EVENT-YY   PIC 99.
         03 COR-EVENT-MM   PIC 99.
         03 COR-EVENT-DD   PIC 99.
      **************************************************************
      * DEGREE SUMMARY TABLE - ONE ENTRY PER DEGREE PROGRAM WITH
      * ACTIVITY IN THE YEAR, KEPT IN DEGREE SEQUENCE AS ENTRIES
      * ARE INSERTED SO THE REPORT COMES OUT IN ORDER WITHOUT A
      * SORT - SAME TECHNIQUE AS LAB5GL'S SUMMARY TABLE. THE
      * RECOVERY COLUMNS ARE SIGNED: A MONTH CAN REVERSE MORE
      * RECOVERY THAN IT POSTS.
      **************************************************************
       01 COR-ENTRY-CT     PIC 9(3)     VALUE 0.
       01 COR-ENTRY-MAX    PIC 9(3)     VALUE 200.
       01 COR-TABLE.
         03 COR-ENTRY OCCURS 200 TIMES.
           05 COR-T-DEGREE    PIC X(4).
           05 COR-T-MTH-CT    PIC 9(5).
           05 COR-T-MTH-CO    PIC 9(7)V99.
           05 COR-T-MTH-RCV   PIC S9(7)V99.
           05 COR-T-YTD-CO    PIC 9(7)V99.
           05 COR-T-YTD-RCV   PIC S9(7)V99.
       01 COR-SUB          PIC 9(3)     VALUE 0.
       01 COR-FOUND-SUB    PIC 9(3)     VALUE 0.
       01 COR-NEW-ENTRY-SW PIC X(1)     VALUE 'N'.
         88 COR-NEW-ENTRY              VALUE 'Y'.
       01 COR-FIND-DEGREE  PIC X(4)     VALUE SPACES.
      **************************************************************
      * RUN CONTROL TOTALS. THE GRAND TOTALS ARE RE-ADDED FROM
      * THE DEGREE TABLE AS IT PRINTS.
      **************************************************************
       01 COR-READ-CT      PIC 9(7)     VALUE 0.
       01 COR-YEAR-CT      PIC 9(7)     VALUE 0.
       01 COR-BAD-TYPE-CT  PIC 9(5)     VALUE 0.
       01 COR-GT-MTH-CT    PIC 9(5)     VALUE 0.
       01 COR-GT-MTH-CO    PIC 9(7)V99  VALUE 0.
       01 COR-GT-MTH-RCV   PIC S9(7)V99 VALUE 0.
       01 COR-GT-YTD-CO    PIC 9(7)V99  VALUE 0.
       01 COR-GT-YTD-RCV   PIC S9(7)V99 VALUE 0.
       01 PAGE-SIZE-LINES  PIC 99      VALUE 55.
       01 PAGE-NO          PIC 9(4)    VALUE 0.
       01 REC-CT           PIC 99      VALUE 0.
       01 RUN-DATE-RAW.
         03 RUN-YY         PIC 99.
         03 RUN-MM         PIC 99.
         03 RUN-DD         PIC 99.
      **************************************************************
      * LAYOUT FOR THE RUN-DATE/PAGE-NUMBER LINE PRINTED AT THE TOP
      * OF EVERY REPORT PAGE, AHEAD OF THE COLUMN HEADINGS *
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
      * LAYOUT FOR THE REPORT HEADINGS AND THE DEGREE LINE. THE
      * GRAND-TOTAL LINE USES THE SAME LAYOUT WITH ALL IN THE
      * DEGREE COLUMN.
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(40)       VALUE
           'CHARGE-OFF AND RECOVERY REPORT - MONTH '.
         03 H-COR-MM    PIC 99.
         03 FILLER      PIC X(1)        VALUE '/'.
         03 H-COR-YY    PIC 99.
         03 FILLER      PIC X(29)       VALUE SPACES.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 FILLER      PIC X(42)       VALUE
           '------------------ MONTH -----------------'.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 FILLER      PIC X(24)       VALUE
           '---- YEAR TO DATE -----'.
       01 PRNT-HEADING3.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'DEG'.
         03 FILLER      PIC X(5)        VALUE '  CT'.
         03 FILLER      PIC X(12)       VALUE ' CHARGED OFF'.
         03 FILLER      PIC X(13)       VALUE '   RECOVERED'.
         03 FILLER      PIC X(13)       VALUE '    NET LOSS'.
         03 FILLER      PIC X(12)       VALUE ' CHARGED OFF'.
         03 FILLER      PIC X(13)       VALUE '   RECOVERED'.
       01 PRNT-DETAIL.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 D-DEGREE    PIC X(4).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 D-MTH-CT    PIC ZZZ9.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 D-MTH-CO    PIC ZZZZ,ZZ9.99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 D-MTH-RCV   PIC ZZZZ,ZZ9.99-.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 D-MTH-NET   PIC ZZZZ,ZZ9.99-.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 D-YTD-CO    PIC ZZZZ,ZZ9.99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 D-YTD-RCV   PIC ZZZZ,ZZ9.99-.
      **************************************************************
      * LAYOUT FOR THE RUN-TOTAL TRAILER *
      **************************************************************
       01 PRNT-TOTALS1.
         03 FILLER      PIC X(22)       VALUE 'HISTORY RECORDS READ.'.
         03 T-READ-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS2.
         03 FILLER      PIC X(22)       VALUE 'RECORDS IN YEAR . . .'.
         03 T-YEAR-CT   PIC Z,ZZZ,ZZ9.
       01 PRNT-TOTALS3.
         03 FILLER      PIC X(22)       VALUE 'UNKNOWN RECORD TYPES.'.
         03 T-BAD-TYPE-CT PIC ZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-H      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE-RAW FROM DATE.
           MOVE RUN-DATE-RAW TO RUN-DATE-NUM.
           PERFORM 0200-CHECK-MONTH.
           OPEN INPUT COHS-FILE.
           IF COHS-STATUS = '00'
             PERFORM 2000-READ-HISTORY
             PERFORM 1100-SCAN-HISTORY
               UNTIL EOF-H = 1
             CLOSE COHS-FILE
           ELSE
             IF COHS-STATUS NOT = '35'
               DISPLAY 'LAB5COR: COHS-FILE OPEN FAILED, STATUS='
                 COHS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1800-PRINT-REPORT.
           CLOSE PRNT-FILE.
           IF COR-BAD-TYPE-CT > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      **************************************************************
      * SETS THE REPORT MONTH - THE RUN MONTH, UNLESS THE OPTIONAL
      * REQUEST FILE CARRIES A MONTH CARD. A CARD THAT IS NOT A
      * MONTH, OR IS LATER THAN THE RUN MONTH, STOPS THE RUN
      * RATHER THAN GUESS.
      **************************************************************
       0200-CHECK-MONTH.
           MOVE RUN-DATE-NUM (1:4) TO COR-RUN-MONTH.
           MOVE COR-RUN-MONTH TO COR-MONTH.
           OPEN INPUT CORQ-FILE.
           IF CORQ-STATUS NOT = '00'
             CONTINUE
           ELSE
             READ CORQ-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF CQ-MONTH NOT NUMERIC
                   OR CQ-MONTH > COR-RUN-MONTH
                   OR CQ-MONTH (3:2) < '01'
                   OR CQ-MONTH (3:2) > '12'
                   DISPLAY 'LAB5COR: REQUEST CARD MONTH '
                     'INVALID: ' CORQ-REC (1:4)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 MOVE CQ-MONTH TO COR-MONTH
                 DISPLAY 'LAB5COR: REPORT MONTH ' COR-MONTH
                   ' REQUESTED'
             END-READ
             CLOSE CORQ-FILE
           END-IF.
      **************************************************************
      * ADDS ONE HISTORY RECORD INTO THE DEGREE TABLE. ONLY THE
      * REPORT YEAR THROUGH THE REPORT MONTH COUNTS; A CHARGE-OFF
      * ADDS TO THE CHARGED-OFF COLUMNS, A RECOVERY TO THE
      * RECOVERED COLUMNS AND A REVERSED RECOVERY COMES OFF THEM.
      **************************************************************
       1100-SCAN-HISTORY.
           ADD 1 TO COR-READ-CT.
           MOVE CH-DATE TO COR-EVENT-DATE.
           IF NOT (CH-CHARGE-OFF OR CH-RECOVERY
                   OR CH-RECOVERY-REVERSED)
             ADD 1 TO COR-BAD-TYPE-CT
           ELSE
             IF COR-EVENT-YY = COR-YY AND COR-EVENT-MM NOT > COR-MM
               ADD 1 TO COR-YEAR-CT
               MOVE CH-DEGREE TO COR-FIND-DEGREE
               PERFORM 1510-FIND-ENTRY
               PERFORM 1200-ADD-EVENT
             END-IF
           END-IF.
           PERFORM 2000-READ-HISTORY.

       1200-ADD-EVENT.
           EVALUATE TRUE
             WHEN CH-CHARGE-OFF
               ADD CH-AMOUNT TO COR-T-YTD-CO (COR-FOUND-SUB)
               IF COR-EVENT-MM = COR-MM
                 ADD 1 TO COR-T-MTH-CT (COR-FOUND-SUB)
                 ADD CH-AMOUNT TO COR-T-MTH-CO (COR-FOUND-SUB)
               END-IF
             WHEN CH-RECOVERY
               ADD CH-AMOUNT TO COR-T-YTD-RCV (COR-FOUND-SUB)
               IF COR-EVENT-MM = COR-MM
                 ADD CH-AMOUNT TO COR-T-MTH-RCV (COR-FOUND-SUB)
               END-IF
             WHEN CH-RECOVERY-REVERSED
               SUBTRACT CH-AMOUNT FROM COR-T-YTD-RCV (COR-FOUND-SUB)
               IF COR-EVENT-MM = COR-MM
                 SUBTRACT CH-AMOUNT
                   FROM COR-T-MTH-RCV (COR-FOUND-SUB)
               END-IF
           END-EVALUATE.
      **************************************************************
      * FINDS THE TABLE ENTRY FOR COR-FIND-DEGREE, OR OPENS ONE AT
      * ITS PLACE IN DEGREE SEQUENCE BY SHIFTING THE HIGHER
      * ENTRIES DOWN ONE. A FULL TABLE STOPS THE RUN RATHER THAN
      * DROP LOSSES FROM THE REPORT.
      **************************************************************
       1510-FIND-ENTRY.
           MOVE 0 TO COR-FOUND-SUB.
           PERFORM 1520-COMPARE-ENTRY
             VARYING COR-SUB FROM 1 BY 1
               UNTIL COR-SUB > COR-ENTRY-CT OR COR-FOUND-SUB > 0.
           MOVE 'Y' TO COR-NEW-ENTRY-SW.
           IF COR-FOUND-SUB > 0
             IF COR-T-DEGREE (COR-FOUND-SUB) = COR-FIND-DEGREE
               MOVE 'N' TO COR-NEW-ENTRY-SW
             END-IF
           END-IF.
           IF COR-NEW-ENTRY
             IF COR-ENTRY-CT = COR-ENTRY-MAX
               DISPLAY 'LAB5COR: DEGREE TABLE FULL, INCREASE '
                 'COR-ENTRY-MAX'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             IF COR-FOUND-SUB = 0
               COMPUTE COR-FOUND-SUB = COR-ENTRY-CT + 1
             ELSE
               PERFORM 1530-SHIFT-ENTRY
                 VARYING COR-SUB FROM COR-ENTRY-CT BY -1
                   UNTIL COR-SUB < COR-FOUND-SUB
             END-IF
             ADD 1 TO COR-ENTRY-CT
             MOVE COR-FIND-DEGREE TO COR-T-DEGREE (COR-FOUND-SUB)
             MOVE 0 TO COR-T-MTH-CT (COR-FOUND-SUB)
                       COR-T-MTH-CO (COR-FOUND-SUB)
                       COR-T-MTH-RCV (COR-FOUND-SUB)
                       COR-T-YTD-CO (COR-FOUND-SUB)
                       COR-T-YTD-RCV (COR-FOUND-SUB)
           END-IF.
      * STOPS ON THE FIRST ENTRY AT OR PAST THE WANTED DEGREE -
      * EITHER THE ENTRY ITSELF OR THE SLOT THE NEW ONE BELONGS IN.
       1520-COMPARE-ENTRY.
           IF COR-T-DEGREE (COR-SUB) >= COR-FIND-DEGREE
             MOVE COR-SUB TO COR-FOUND-SUB
           END-IF.

       1530-SHIFT-ENTRY.
           MOVE COR-ENTRY (COR-SUB) TO COR-ENTRY (COR-SUB + 1).
      **************************************************************
      * PRINTS THE REPORT - ONE LINE PER DEGREE, THE GRAND-TOTAL
      * LINE AND THE RUN TOTALS.
      **************************************************************
       1800-PRINT-REPORT.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1810-PRINT-ENTRY
             VARYING COR-SUB FROM 1 BY 1
               UNTIL COR-SUB > COR-ENTRY-CT.
           IF REC-CT + 7 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
           PERFORM 1820-PRINT-GRAND-TOTAL.
           PERFORM 1830-PRINT-TOTALS.

       1810-PRINT-ENTRY.
           MOVE COR-T-DEGREE (COR-SUB)  TO D-DEGREE.
           MOVE COR-T-MTH-CT (COR-SUB)  TO D-MTH-CT.
           MOVE COR-T-MTH-CO (COR-SUB)  TO D-MTH-CO.
           MOVE COR-T-MTH-RCV (COR-SUB) TO D-MTH-RCV.
           COMPUTE D-MTH-NET = COR-T-MTH-CO (COR-SUB)
             - COR-T-MTH-RCV (COR-SUB).
           MOVE COR-T-YTD-CO (COR-SUB)  TO D-YTD-CO.
           MOVE COR-T-YTD-RCV (COR-SUB) TO D-YTD-RCV.
           ADD COR-T-MTH-CT (COR-SUB)   TO COR-GT-MTH-CT.
           ADD COR-T-MTH-CO (COR-SUB)   TO COR-GT-MTH-CO.
           ADD COR-T-MTH-RCV (COR-SUB)  TO COR-GT-MTH-RCV.
           ADD COR-T-YTD-CO (COR-SUB)   TO COR-GT-YTD-CO.
           ADD COR-T-YTD-RCV (COR-SUB)  TO COR-GT-YTD-RCV.
           IF REC-CT + 1 > PAGE-SIZE-LINES
             PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE PRNT-REC FROM PRNT-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REC-CT.

       1820-PRINT-GRAND-TOTAL.
           MOVE 'ALL'          TO D-DEGREE.
           MOVE COR-GT-MTH-CT  TO D-MTH-CT.
           MOVE COR-GT-MTH-CO  TO D-MTH-CO.
           MOVE COR-GT-MTH-RCV TO D-MTH-RCV.
           COMPUTE D-MTH-NET = COR-GT-MTH-CO - COR-GT-MTH-RCV.
           MOVE COR-GT-YTD-CO  TO D-YTD-CO.
           MOVE COR-GT-YTD-RCV TO D-YTD-RCV.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD 2 TO REC-CT.

       1830-PRINT-TOTALS.
           MOVE COR-READ-CT     TO T-READ-CT.
           MOVE COR-YEAR-CT     TO T-YEAR-CT.
           MOVE COR-BAD-TYPE-CT TO T-BAD-TYPE-CT.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TOTALS3
             AFTER ADVANCING 1 LINE.

       1400-PRINT-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-MM TO H-RUN-MM.
           MOVE RUN-DD TO H-RUN-DD.
           MOVE RUN-YY TO H-RUN-YY.
           MOVE PAGE-NO TO H-PAGE-NO.
           MOVE COR-MM TO H-COR-MM.
           MOVE COR-YY TO H-COR-YY.
           WRITE PRNT-REC FROM PRNT-RUN-HEAD
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-HEADING3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO REC-CT.

       2000-READ-HISTORY.
           READ COHS-FILE
             AT END MOVE 1 TO EOF-H.
           IF EOF-H NOT = 1 AND COHS-STATUS NOT = '00'
             DISPLAY 'LAB5COR: COHS-FILE READ ERROR, STATUS='
               COHS-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
