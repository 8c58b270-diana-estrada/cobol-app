           05 AUD-ORIG-NUM1 PIC X(7).
           05 FILLER PIC X.
           05 AUD-ORIG-NUM2 PIC X(7).
           05 FILLER PIC X.
           05 AUD-COMPANY-CODE PIC X(4).
           05 FILLER PIC X.
           05 AUD-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 AUD-REVERSES-SEQ PIC X(6).
           05 FILLER PIC X.
           05 AUD-FORMULA-CODE PIC X(4).
           05 FILLER PIC X.
           05 AUD-CHAIN-VALUE PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
                   10 MRP-DAY-DIV-COUNT PIC 9(6).
                   10 MRP-DAY-CAL-COUNT PIC 9(6).
                   10 MRP-DAY-REJ-COUNT PIC 9(6).
                   10 MRP-DAY-CO-TOTAL PIC S9(9)V99 OCCURS 500 TIMES.

      * Companies met on the feed this month; a day's final total is
      * the sum of each company's last *TOTAL for that day. A *TOTAL
      * for a company past the table's end is counted, not summed, and
      * the report says so.
           01 MRP-CO-COUNT PIC 9(3) VALUE ZERO.
           01 MRP-CO-SUB PIC 9(3) VALUE ZERO.
           01 MRP-CO-OVERFLOW PIC 9(6) VALUE ZERO.
           01 MRP-CO-TABLE.
               05 MRP-CO-CODE PIC X(4) OCCURS 500 TIMES.
           01 MRP-GL-COMPANY PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Month-End Management Report"
               MOVE ZERO TO MRP-DAY-DIV-COUNT(MRP-DAY)
               MOVE ZERO TO MRP-DAY-CAL-COUNT(MRP-DAY)
               MOVE ZERO TO MRP-DAY-REJ-COUNT(MRP-DAY)
               PERFORM VARYING MRP-CO-SUB FROM 1 BY 1
                       UNTIL MRP-CO-SUB > 500
                   MOVE ZERO TO MRP-DAY-CO-TOTAL(MRP-DAY MRP-CO-SUB)
               END-PERFORM
           END-PERFORM

           PERFORM LOAD-GL-FEED-TOTALS

      * The last *TOTAL record on the feed for a date is that day's
      * closing figure; a rerun later the same day supersedes the
      * earlier one. Each company closes with its own *TOTAL, so the
      * day's figure is the sum over companies of their last one.
       LOAD-GL-FEED-TOTALS.
           OPEN INPUT GL-FEED-FILE
           IF MRP-GL-STATUS NOT = "00"
                               IF MRP-DAY > 0 AND MRP-DAY < 32
                                   MOVE "Y"
                                       TO MRP-DAY-FEED-FLAG(MRP-DAY)
                                   PERFORM FIND-FEED-COMPANY
                                   IF MRP-CO-SUB > ZERO
                                       MOVE GL-FINAL-TOTAL
                                           TO MRP-DAY-CO-TOTAL(MRP-DAY
                                               MRP-CO-SUB)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FEED-FILE
               PERFORM VARYING MRP-DAY FROM 1 BY 1 UNTIL MRP-DAY > 31
                   PERFORM VARYING MRP-CO-SUB FROM 1 BY 1
                           UNTIL MRP-CO-SUB > MRP-CO-COUNT
                       ADD MRP-DAY-CO-TOTAL(MRP-DAY MRP-CO-SUB)
                           TO MRP-DAY-TOTAL(MRP-DAY)
                   END-PERFORM
               END-PERFORM
           END-IF.

       FIND-FEED-COMPANY.
           IF GL-COMPANY-CODE = SPACES
               MOVE "0001" TO MRP-GL-COMPANY
           ELSE
               MOVE GL-COMPANY-CODE TO MRP-GL-COMPANY
           END-IF
           MOVE 1 TO MRP-CO-SUB
           PERFORM UNTIL MRP-CO-SUB > MRP-CO-COUNT
                   OR MRP-CO-CODE(MRP-CO-SUB) = MRP-GL-COMPANY
               ADD 1 TO MRP-CO-SUB
           END-PERFORM
           IF MRP-CO-SUB > MRP-CO-COUNT
               IF MRP-CO-COUNT < 500
                   ADD 1 TO MRP-CO-COUNT
                   MOVE MRP-GL-COMPANY TO MRP-CO-CODE(MRP-CO-COUNT)
               ELSE
                   ADD 1 TO MRP-CO-OVERFLOW
                   MOVE ZERO TO MRP-CO-SUB
               END-IF
           END-IF.

       COUNT-AUDIT-DAY.
           WRITE REPORT-LINE FROM MRP-WORK-LINE
           PERFORM WRITE-HIGH-LOW-LINES

           IF MRP-CO-OVERFLOW > ZERO
               MOVE MRP-CO-OVERFLOW TO MRP-COUNT-EDIT
               MOVE SPACES TO MRP-WORK-LINE
               STRING "*** Company table full - " MRP-COUNT-EDIT
                   " *TOTAL(s) left out - totals incomplete ***"
                   DELIMITED BY SIZE INTO MRP-WORK-LINE
               WRITE REPORT-LINE FROM MRP-WORK-LINE
               DISPLAY MRP-WORK-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE REPORT-FILE.

       WRITE-DAY-TOTAL-LINE.
