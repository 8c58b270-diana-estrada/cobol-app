      * Purpose: Day-end close. Performs the five checks an operator
      *          used to make by hand - today's COBOLCalc run on the
      *          register completed with RC 4 or better, no stranded
      *          checkpoint in CALCRST.DAT or its work copy
      *          CALCRSTW.DAT, the CALCRECN.DAT
      *          reconciliation verdict, CALCBAL.DAT against the last
      *          *TOTAL on GLFEED.DAT, and the suspense backlog - and
      *          writes a one-page exception report with a single
      *          DAY CLOSED / DAY NOT CLOSED verdict. Return code 0
      *          closes the day; 8 tells the scheduler to page the
      *          on-call operator. The reconciliation and balance
      *          checks are made company by company, one check line
      *          per company, so one entity out of balance is named.
      *          A sixth check recomputes the chained check values on
      *          today's audit file (CALCCHN, as CALCVRFY does); the
      *          day does not close on a broken chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RESTART-FILE ASSIGN TO "CALCRST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DND-RESTART-STATUS.
           SELECT RESTART-WORK-FILE ASSIGN TO "CALCRSTW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DND-RESTART-WORK-STATUS.
           SELECT RECON-FILE ASSIGN TO "CALCRECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DND-RECON-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DND-SUSPENSE-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC DND-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DND-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DAYEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DND-REPORT-STATUS.
           05 RRG-COMPLETE-FLAG PIC X.
       FD  RESTART-FILE.
       01  RESTART-RECORD PIC X(80).
       FD  RESTART-WORK-FILE.
       01  RESTART-WORK-RECORD PIC X(80).
       FD  RECON-FILE.
       01  RECON-LINE PIC X(80).
       FD  BALANCE-FILE.
           05 FILLER PIC X.
           05 BAL-CLOSING-TOTAL PIC S9(6)V99 SIGN IS TRAILING
               SEPARATE.
           05 FILLER PIC X.
           05 BAL-COMPANY-CODE PIC X(4).
       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05 GL-COMPANY-CODE PIC X(04).
           05 GL-SENT-DATE PIC X(8).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD PIC X(80).
      * Today's audit file as text: the part the chain covers, then
      * the record's own check value.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-SEQ PIC X(6).
           05 FILLER PIC X(113).
           05 FILLER PIC X.
           05 AUD-CHAIN-VALUE PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 DND-REGISTER-STATUS PIC XX.
           01 DND-RESTART-STATUS PIC XX.
           01 DND-RESTART-WORK-STATUS PIC XX.
           01 DND-RECON-STATUS PIC XX.
           01 DND-BALANCE-STATUS PIC XX.
           01 DND-GL-STATUS PIC XX.
           01 DND-SUSPENSE-STATUS PIC XX.
           01 DND-REPORT-STATUS PIC XX.
           01 DND-AUDIT-STATUS PIC XX.

           01 DND-CURRENT-DATE PIC X(8).
           01 DND-EOF-SWITCH PIC X VALUE "N".
               88 RECON-CLEAN VALUE "Y".
           01 DND-RECON-SEEN-SWITCH PIC X VALUE "N".
               88 RECON-VERDICT-SEEN VALUE "Y".
      * One entry per company verdict line on the report. A line past
      * the table's end fails the check rather than going unchecked.
           01 DND-RCO-COUNT PIC 9(3) VALUE ZERO.
           01 DND-RCO-SUB PIC 9(3) VALUE ZERO.
           01 DND-RCO-OVERFLOW PIC 9(6) VALUE ZERO.
           01 DND-RCO-TABLE.
               05 DND-RCO-ENTRY OCCURS 500 TIMES.
                   10 DND-RCO-COMPANY PIC X(4).
                   10 DND-RCO-TEXT PIC X(40).
                   10 DND-RCO-CLEAN-FLAG PIC X.

      * Check 4 - balance file versus the GL feed close, per company.
      * A balance record or feed record without a company predates
      * multi-company posting and belongs to 0001.
           01 DND-DEFAULT-COMPANY PIC X(4) VALUE "0001".
           01 DND-COMPANY PIC X(4).
           01 DND-BCO-COUNT PIC 9(3) VALUE ZERO.
           01 DND-BCO-SUB PIC 9(3) VALUE ZERO.
           01 DND-BCO-OVERFLOW PIC 9(6) VALUE ZERO.
           01 DND-BCO-TABLE.
               05 DND-BCO-ENTRY OCCURS 500 TIMES.
                   10 DND-BCO-COMPANY PIC X(4).
                   10 DND-BCO-TOTAL PIC S9(6)V99.
                   10 DND-BCO-GL-FLAG PIC X.
                       88 BCO-GL-TOTAL-SEEN VALUE "Y".
                   10 DND-BCO-GL-TOTAL PIC S9(9)V99.

      * Check 5 - the backlog level that pages someone. Kept in one
      * place so operations can argue about the number.
           01 DND-SUSPENSE-LIMIT PIC 9(4) VALUE 25.
           01 DND-SUSPENSE-COUNT PIC 9(6) VALUE ZERO.

      * Check 6 - today's audit chain. Records written before the
      * chain existed carry no check value; a day with no chained
      * record at all does not verify.
           01 DND-AUDIT-FILENAME PIC X(20).
           01 DND-CHAIN PIC 9(10) VALUE ZERO.
           01 DND-STORED-CHAIN PIC 9(10) VALUE ZERO.
           01 DND-EXPECT-SEQ PIC 9(6) VALUE ZERO.
           01 DND-CHAINED-COUNT PIC 9(6) VALUE ZERO.
           01 DND-CHAIN-BREAK-SWITCH PIC X VALUE "N".
               88 CHAIN-BROKEN VALUE "Y".
           01 DND-CHAIN-IMAGE.
               05 DND-CHAIN-DATE PIC X(8).
               05 DND-CHAIN-RECORD PIC X(119).

           01 DND-COUNT-EDIT PIC ZZZZZ9.
           01 DND-TOTAL-EDIT PIC -(8)9.99.
           01 DND-TOTAL-EDIT2 PIC -(8)9.99.
           PERFORM CHECK-RECONCILIATION
           PERFORM CHECK-BALANCE-VS-FEED
           PERFORM CHECK-SUSPENSE-BACKLOG
           PERFORM CHECK-AUDIT-CHAIN

           MOVE SPACES TO DND-WORK-LINE
           WRITE REPORT-LINE FROM DND-WORK-LINE
           END-IF
           PERFORM WRITE-CHECK-LINE.

      * Check 2: a record in CALCRST.DAT or CALCRSTW.DAT is a
      * checkpoint a batch run wrote and never cleared - that run
      * died mid-flight.
       CHECK-RESTART-EMPTY.
           MOVE "Checkpoint file:      " TO DND-CHECK-NAME
           MOVE "Y" TO DND-CHECK-SWITCH
               END-READ
               CLOSE RESTART-FILE
           END-IF
           OPEN INPUT RESTART-WORK-FILE
           IF DND-RESTART-WORK-STATUS = "00"
               READ RESTART-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO DND-CHECK-SWITCH
                       MOVE "stranded checkpoint in CALCRSTW.DAT"
                           TO DND-REASON-TEXT
               END-READ
               CLOSE RESTART-WORK-FILE
           END-IF
           PERFORM WRITE-CHECK-LINE.

      * Check 3: the reconciliation report must exist and carry the
                               MOVE "N" TO DND-RECON-SWITCH
                               MOVE "Y" TO DND-RECON-SEEN-SWITCH
                           END-IF
                           IF RECON-LINE(1:8) = "COMPANY "
                                   AND DND-RCO-COUNT NOT < 500
                               ADD 1 TO DND-RCO-OVERFLOW
                           END-IF
                           IF RECON-LINE(1:8) = "COMPANY "
                                   AND DND-RCO-COUNT < 500
                               ADD 1 TO DND-RCO-COUNT
                               MOVE RECON-LINE(9:4)
                                   TO DND-RCO-COMPANY(DND-RCO-COUNT)
                               MOVE RECON-LINE(14:40)
                                   TO DND-RCO-TEXT(DND-RCO-COUNT)
                               IF RECON-LINE(14:11) = "IN BALANCE "
                                   MOVE "Y" TO
                                       DND-RCO-CLEAN-FLAG(DND-RCO-COUNT)
                               ELSE
                                   MOVE "N" TO
                                       DND-RCO-CLEAN-FLAG(DND-RCO-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-FILE
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE
           PERFORM VARYING DND-RCO-SUB FROM 1 BY 1
                   UNTIL DND-RCO-SUB > DND-RCO-COUNT
               MOVE SPACES TO DND-CHECK-NAME
               STRING "Reconciliation " DND-RCO-COMPANY(DND-RCO-SUB)
                   ":"
                   DELIMITED BY SIZE INTO DND-CHECK-NAME
               MOVE "Y" TO DND-CHECK-SWITCH
               IF DND-RCO-CLEAN-FLAG(DND-RCO-SUB) NOT = "Y"
                   MOVE "N" TO DND-CHECK-SWITCH
                   MOVE SPACES TO DND-REASON-TEXT
                   MOVE DND-RCO-TEXT(DND-RCO-SUB) TO DND-REASON-TEXT
               END-IF
               PERFORM WRITE-CHECK-LINE
           END-PERFORM
           IF DND-RCO-OVERFLOW > ZERO
               MOVE "Reconciliation:       " TO DND-CHECK-NAME
               MOVE "N" TO DND-CHECK-SWITCH
               MOVE DND-RCO-OVERFLOW TO DND-COUNT-EDIT
               MOVE SPACES TO DND-REASON-TEXT
               STRING DND-COUNT-EDIT " company verdict(s) not checked "
                   "- table full"
                   DELIMITED BY SIZE INTO DND-REASON-TEXT
               PERFORM WRITE-CHECK-LINE
           END-IF.

      * Check 4: each company's carried-forward close must equal
      * the last *TOTAL the GL feed holds for that company - the same
      * continuity COBOLCalc proves at start of day, checked again
      * after the day's runs. One check line per company.
       CHECK-BALANCE-VS-FEED.
           MOVE ZERO TO DND-BCO-COUNT
           MOVE "N" TO DND-EOF-SWITCH
           OPEN INPUT BALANCE-FILE
           IF DND-BALANCE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ BALANCE-FILE
                       AT END
                           MOVE "Y" TO DND-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-BALANCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF
           MOVE "N" TO DND-EOF-SWITCH
           OPEN INPUT GL-FEED-FILE
           IF DND-GL-STATUS = "00"
                           MOVE "Y" TO DND-EOF-SWITCH
                       NOT AT END
                           IF GL-COST-CENTER = "*TOTAL"
                               PERFORM TAKE-FEED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FEED-FILE
           END-IF
           IF DND-BCO-COUNT = ZERO
               MOVE "Balance vs GL feed:   " TO DND-CHECK-NAME
               MOVE "N" TO DND-CHECK-SWITCH
               MOVE "CALCBAL.DAT missing or empty"
                   TO DND-REASON-TEXT
               PERFORM WRITE-CHECK-LINE
           END-IF
           PERFORM VARYING DND-BCO-SUB FROM 1 BY 1
                   UNTIL DND-BCO-SUB > DND-BCO-COUNT
               PERFORM CHECK-COMPANY-BALANCE
           END-PERFORM
           IF DND-BCO-OVERFLOW > ZERO
               MOVE "Balance vs GL feed:   " TO DND-CHECK-NAME
               MOVE "N" TO DND-CHECK-SWITCH
               MOVE DND-BCO-OVERFLOW TO DND-COUNT-EDIT
               MOVE SPACES TO DND-REASON-TEXT
               STRING DND-COUNT-EDIT " company balance(s) not checked "
                   "- table full"
                   DELIMITED BY SIZE INTO DND-REASON-TEXT
               PERFORM WRITE-CHECK-LINE
           END-IF.

       TAKE-BALANCE-RECORD.
           IF BAL-COMPANY-CODE = SPACES
               MOVE DND-DEFAULT-COMPANY TO DND-COMPANY
           ELSE
               MOVE BAL-COMPANY-CODE TO DND-COMPANY
           END-IF
           IF DND-BCO-COUNT < 500
               ADD 1 TO DND-BCO-COUNT
               MOVE DND-COMPANY TO DND-BCO-COMPANY(DND-BCO-COUNT)
               MOVE BAL-CLOSING-TOTAL TO DND-BCO-TOTAL(DND-BCO-COUNT)
               MOVE "N" TO DND-BCO-GL-FLAG(DND-BCO-COUNT)
               MOVE ZERO TO DND-BCO-GL-TOTAL(DND-BCO-COUNT)
           ELSE
               ADD 1 TO DND-BCO-OVERFLOW
           END-IF.

       TAKE-FEED-TOTAL.
           IF GL-COMPANY-CODE = SPACES
               MOVE DND-DEFAULT-COMPANY TO DND-COMPANY
           ELSE
               MOVE GL-COMPANY-CODE TO DND-COMPANY
           END-IF
           PERFORM VARYING DND-BCO-SUB FROM 1 BY 1
                   UNTIL DND-BCO-SUB > DND-BCO-COUNT
               IF DND-BCO-COMPANY(DND-BCO-SUB) = DND-COMPANY
                   MOVE "Y" TO DND-BCO-GL-FLAG(DND-BCO-SUB)
                   MOVE GL-FINAL-TOTAL TO DND-BCO-GL-TOTAL(DND-BCO-SUB)
               END-IF
           END-PERFORM.

       CHECK-COMPANY-BALANCE.
           MOVE SPACES TO DND-CHECK-NAME
           STRING "Balance vs feed " DND-BCO-COMPANY(DND-BCO-SUB) ":"
               DELIMITED BY SIZE INTO DND-CHECK-NAME
           MOVE "Y" TO DND-CHECK-SWITCH
           EVALUATE TRUE
               WHEN NOT BCO-GL-TOTAL-SEEN(DND-BCO-SUB)
                   MOVE "N" TO DND-CHECK-SWITCH
                   MOVE "no *TOTAL record on GLFEED.DAT"
                       TO DND-REASON-TEXT
               WHEN DND-BCO-TOTAL(DND-BCO-SUB)
                       NOT = DND-BCO-GL-TOTAL(DND-BCO-SUB)
                   MOVE "N" TO DND-CHECK-SWITCH
                   MOVE DND-BCO-TOTAL(DND-BCO-SUB) TO DND-TOTAL-EDIT
                   MOVE DND-BCO-GL-TOTAL(DND-BCO-SUB)
                       TO DND-TOTAL-EDIT2
                   MOVE SPACES TO DND-REASON-TEXT
                   STRING "balance " DND-TOTAL-EDIT
                       " feed close " DND-TOTAL-EDIT2
           END-IF
           PERFORM WRITE-CHECK-LINE.

      * Check 6: every record on today's audit file must carry the
      * check value recomputed from its contents and the record
      * before it, in unbroken sequence - an audit record edited,
      * inserted or removed since the run fails the close. The first
      * break is named; CALCVRFY gives the full picture.
       CHECK-AUDIT-CHAIN.
           MOVE "Audit chain:          " TO DND-CHECK-NAME
           MOVE "Y" TO DND-CHECK-SWITCH
           MOVE "N" TO DND-CHAIN-BREAK-SWITCH
           MOVE ZERO TO DND-CHAIN
           MOVE ZERO TO DND-CHAINED-COUNT
           MOVE 1 TO DND-EXPECT-SEQ
           MOVE SPACES TO DND-AUDIT-FILENAME
           STRING "AUDIT" DND-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO DND-AUDIT-FILENAME
           MOVE "N" TO DND-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF DND-AUDIT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE OR CHAIN-BROKEN
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO DND-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-AUDIT-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           EVALUATE TRUE
               WHEN DND-AUDIT-STATUS NOT = "00"
                       AND DND-AUDIT-STATUS NOT = "10"
                   MOVE "N" TO DND-CHECK-SWITCH
                   MOVE SPACES TO DND-REASON-TEXT
                   STRING DND-AUDIT-FILENAME DELIMITED BY SPACE
                       " not found" DELIMITED BY SIZE
                       INTO DND-REASON-TEXT
               WHEN CHAIN-BROKEN
                   MOVE "N" TO DND-CHECK-SWITCH
               WHEN DND-CHAINED-COUNT = ZERO
                   MOVE "N" TO DND-CHECK-SWITCH
                   MOVE "no audit record carries a check value"
                       TO DND-REASON-TEXT
           END-EVALUATE
           PERFORM WRITE-CHECK-LINE.

       CHECK-AUDIT-CHAIN-RECORD.
           EVALUATE TRUE
               WHEN AUD-SEQ NOT = DND-EXPECT-SEQ
                   MOVE "Y" TO DND-CHAIN-BREAK-SWITCH
                   MOVE SPACES TO DND-REASON-TEXT
                   STRING "chain breaks at seq " DND-EXPECT-SEQ
                       " - sequence gap or repeat"
                       DELIMITED BY SIZE INTO DND-REASON-TEXT
               WHEN AUD-CHAIN-VALUE = SPACES
                       AND DND-CHAINED-COUNT = ZERO
                   CONTINUE
               WHEN AUD-CHAIN-VALUE NOT NUMERIC
                   MOVE "Y" TO DND-CHAIN-BREAK-SWITCH
                   MOVE SPACES TO DND-REASON-TEXT
                   STRING "chain breaks at seq " AUD-SEQ
                       " - check value missing"
                       DELIMITED BY SIZE INTO DND-REASON-TEXT
               WHEN OTHER
                   MOVE DND-CURRENT-DATE TO DND-CHAIN-DATE
                   MOVE AUDIT-RECORD(1:119) TO DND-CHAIN-RECORD
                   CALL "CALCCHN" USING DND-CHAIN DND-CHAIN-IMAGE
                   MOVE AUD-CHAIN-VALUE TO DND-STORED-CHAIN
                   IF DND-STORED-CHAIN NOT = DND-CHAIN
                       MOVE "Y" TO DND-CHAIN-BREAK-SWITCH
                       MOVE SPACES TO DND-REASON-TEXT
                       STRING "chain breaks at seq " AUD-SEQ
                           " - check value differs"
                           DELIMITED BY SIZE INTO DND-REASON-TEXT
                   ELSE
                       ADD 1 TO DND-CHAINED-COUNT
                   END-IF
           END-EVALUATE
           ADD 1 TO DND-EXPECT-SEQ.

       END PROGRAM CALCDEND.
