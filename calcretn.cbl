      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Return files for the sending departments. Run after
      *          the posting run: reads CALCEDIT's batch outcomes
      *          (EDITBOUT.DAT) and COBOLCalc's (CALCBOUT.DAT) and
      *          writes one return file per sender, RTNssss.DAT
      *          (ssss = the sender ID on the batch header; batches
      *          that name none go to RTNNONE.DAT), listing every
      *          batch the sender sent with its final outcome:
      *            B bounced by CALCEDIT, with the checks it failed
      *            W withheld by COBOLCalc as out of balance
      *            P posted, with posted and rejected detail counts
      *              and every rejected detail
      *            N passed the edit, no posting outcome yet
      *          RETNRPT.DAT lists the files written.
      *          COBOLCalc rewrites CALCBOUT.DAT only when a posting
      *          run ends normally, so a batch outcome dated before
      *          the edit run belongs to an earlier run: it is left
      *          out and counted on the report, and a batch the edit
      *          passed today with only such an outcome comes back N.
      *
      *          Return file layout - 80-byte records, record type
      *          in col 1, a blank between fields, amounts S9(4)V99
      *          with the sign after the digits:
      *          H header, the first record
      *            cols  3-6   sender ID
      *            cols  8-15  date written, YYYYMMDD
      *            cols 17-22  time written, HHMMSS
      *          B batch, one per batch
      *            cols  3-10  batch ID
      *            col  12     outcome B / W / P / N as above
      *            cols 14-21  date of the edit or posting run
      *            cols 23-28  detail records in the batch
      *            cols 30-35  details posted
      *            cols 37-42  details rejected
      *            cols 44-49  checks failed
      *          C failed check, after its B record (B and W only;
      *            at most 500 per batch)
      *            cols  3-10  batch ID
      *            cols 12-17  detail number in the batch, 000000
      *                        for a check on the batch as a whole
      *            cols 19-58  the check, in words
      *          R rejected detail, after its B record (P only)
      *            cols  3-10  batch ID
      *            cols 12-17  detail number in the batch
      *            cols 19-20  reject reason code
      *            col  22     suspense: S held on the suspense file
      *                        for correction, N not held - resubmit
      *            col  24     operator
      *            cols 26-32  first amount
      *            cols 34-40  second amount
      *            cols 42-47  cost center
      *            cols 49-52  formula code
      *            cols 54-56  currency
      *            cols 58-80  reject reason, in words
      *          T trailer, the last record
      *            cols  3-8   B records in the file
      *            cols 10-15  records in the file, H and T included
      *          Reject reasons: IO operator not valid, DZ divide by
      *          zero, ZC Calcular first amount zero, NC Calcular
      *          amount negative, FN formula code not on file, FD
      *          formula divisor zero, CU cost center not on file,
      *          CI cost center inactive, RM no exchange rate.
      *          Return code 0 clean, 4 a batch with no sender or no
      *          posting outcome, an earlier run's outcome left out,
      *          or a table full, 12 neither outcome
      *          file could be read or a return file not written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRETN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIT-OUTCOME-FILE ASSIGN TO "EDITBOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTN-EDIT-STATUS.
           SELECT POST-OUTCOME-FILE ASSIGN TO "CALCBOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTN-POST-STATUS.
           SELECT RETURN-FILE ASSIGN DYNAMIC RTN-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTN-RETURN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RETNRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTN-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * CALCEDIT's outcomes: C records for a batch's failed checks,
      * then its B record, verdict A accepted or R rejected.
       FD  EDIT-OUTCOME-FILE.
       01  EDIT-BATCH-RECORD.
           05 EDB-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 EDB-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 EDB-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 EDB-SENDER-ID PIC X(4).
           05 FILLER PIC X.
           05 EDB-VERDICT PIC X.
           05 FILLER PIC X.
           05 EDB-DETAILS PIC 9(6).
           05 FILLER PIC X.
           05 EDB-CHECKS PIC 9(6).
       01  EDIT-CHECK-RECORD.
           05 FILLER PIC X(25).
           05 EDC-DETAIL-NO PIC 9(6).
           05 FILLER PIC X.
           05 EDC-CHECK-TEXT PIC X(40).
      * COBOLCalc's outcomes: a B record per batch, verdict P posted
      * or W withheld, then an R record per rejected detail.
       FD  POST-OUTCOME-FILE.
       01  POST-BATCH-RECORD.
           05 PSB-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 PSB-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 PSB-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 PSB-SENDER-ID PIC X(4).
           05 FILLER PIC X.
           05 PSB-VERDICT PIC X.
           05 FILLER PIC X.
           05 PSB-DETAILS PIC 9(6).
           05 FILLER PIC X.
           05 PSB-EXP-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 PSB-HASH PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 PSB-EXP-HASH PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 PSB-POSTED PIC 9(6).
           05 FILLER PIC X.
           05 PSB-REJECTED PIC 9(6).
       01  POST-REJECT-RECORD.
           05 FILLER PIC X(25).
           05 PSR-DETAIL-NO PIC 9(6).
           05 FILLER PIC X.
           05 PSR-REASON PIC X(2).
           05 FILLER PIC X.
           05 PSR-SUSP-STATUS PIC X.
           05 FILLER PIC X.
           05 PSR-OPT PIC X.
           05 FILLER PIC X.
           05 PSR-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 PSR-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 PSR-COST-CENTER PIC X(06).
           05 FILLER PIC X.
           05 PSR-FORMULA-CODE PIC X(04).
           05 FILLER PIC X.
           05 PSR-CURRENCY PIC X(03).
      * The return file, in the layout given above.
       FD  RETURN-FILE.
       01  RETURN-RAW PIC X(80).
       01  RETURN-HEADER-RECORD.
           05 RTH-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 RTH-SENDER-ID PIC X(4).
           05 FILLER PIC X.
           05 RTH-DATE PIC X(8).
           05 FILLER PIC X.
           05 RTH-TIME PIC X(6).
       01  RETURN-BATCH-RECORD.
           05 RTB-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 RTB-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 RTB-OUTCOME PIC X.
           05 FILLER PIC X.
           05 RTB-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 RTB-DETAILS PIC 9(6).
           05 FILLER PIC X.
           05 RTB-POSTED PIC 9(6).
           05 FILLER PIC X.
           05 RTB-REJECTED PIC 9(6).
           05 FILLER PIC X.
           05 RTB-CHECKS PIC 9(6).
       01  RETURN-CHECK-RECORD.
           05 RTC-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 RTC-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 RTC-DETAIL-NO PIC 9(6).
           05 FILLER PIC X.
           05 RTC-CHECK-TEXT PIC X(40).
       01  RETURN-REJECT-RECORD.
           05 RTR-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 RTR-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 RTR-DETAIL-NO PIC 9(6).
           05 FILLER PIC X.
           05 RTR-REASON PIC X(2).
           05 FILLER PIC X.
           05 RTR-SUSP-STATUS PIC X.
           05 FILLER PIC X.
           05 RTR-OPT PIC X.
           05 FILLER PIC X.
           05 RTR-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RTR-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RTR-COST-CENTER PIC X(06).
           05 FILLER PIC X.
           05 RTR-FORMULA-CODE PIC X(04).
           05 FILLER PIC X.
           05 RTR-CURRENCY PIC X(03).
           05 FILLER PIC X.
           05 RTR-REASON-TEXT PIC X(23).
       01  RETURN-TRAILER-RECORD.
           05 RTT-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 RTT-BATCHES PIC 9(6).
           05 FILLER PIC X.
           05 RTT-RECORDS PIC 9(6).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 RTN-EDIT-STATUS PIC XX.
           01 RTN-POST-STATUS PIC XX.
           01 RTN-RETURN-STATUS PIC XX.
           01 RTN-REPORT-STATUS PIC XX.

           01 RTN-CURRENT-DATE PIC X(8).
           01 RTN-CURRENT-TIME PIC X(8).
           01 RTN-RETURN-FILENAME PIC X(12) VALUE SPACES.
           01 RTN-FILE-KEY PIC X(4).
           01 RTN-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 RTN-EDIT-READ-SWITCH PIC X VALUE "N".
               88 EDIT-OUTCOMES-READ VALUE "Y".
           01 RTN-POST-READ-SWITCH PIC X VALUE "N".
               88 POST-OUTCOMES-READ VALUE "Y".
           01 RTN-RETURN-OK-SWITCH PIC X VALUE "Y".
               88 RETURN-WRITTEN-OK VALUE "Y".
           01 RTN-TAKE-SWITCH PIC X VALUE "N".
               88 TAKING-REJECTS VALUE "Y".
           01 RTN-PST-FOUND-SWITCH PIC X VALUE "N".
               88 POSTING-OUTCOME-FOUND VALUE "Y".

      * The edit run's date, from the first batch on EDITBOUT.DAT;
      * CALCBOUT.DAT batches dated before it are an earlier run's.
           01 RTN-EDIT-RUN-DATE PIC X(8) VALUE SPACES.
           01 RTN-STALE-COUNT PIC 9(6) VALUE ZERO.
           01 RTN-STALE-SWITCH PIC X VALUE "N".
               88 EARLIER-RUN-OUTCOME VALUE "Y".

      * A batch whose header named no sender is returned under this
      * ID, so nothing goes unreported.
           01 RTN-NO-SENDER PIC X(4) VALUE "NONE".
           01 RTN-SENDER-KEY PIC X(4).
           01 RTN-CUR-SENDER PIC X(4).
           01 RTN-CUR-BATCH-ID PIC X(8).
           01 RTN-REASON-TEXT PIC X(23).
           01 RTN-BATCH-RECORDS PIC 9(6) VALUE ZERO.
           01 RTN-FILE-RECORDS PIC 9(6) VALUE ZERO.

      * One entry per sender found on either outcome file, with what
      * its return file told it.
           01 RTN-SND-LIMIT PIC 9(4) VALUE 500.
           01 RTN-SND-COUNT PIC 9(4) VALUE ZERO.
           01 RTN-SND-SUB PIC 9(4) VALUE ZERO.
           01 RTN-SND-OVERFLOW PIC 9(6) VALUE ZERO.
           01 RTN-SND-TABLE.
               05 RTN-SND-ENTRY OCCURS 500 TIMES.
                   10 RTN-SND-ID PIC X(4).
                   10 RTN-SND-BATCHES PIC 9(6).
                   10 RTN-SND-BOUNCED PIC 9(6).
                   10 RTN-SND-WITHHELD PIC 9(6).
                   10 RTN-SND-POSTED PIC 9(6).
                   10 RTN-SND-PENDING PIC 9(6).
                   10 RTN-SND-REJECTS PIC 9(6).
                   10 RTN-SND-FILE-FLAG PIC X.
                       88 RETURN-FILE-WRITTEN VALUE "Y".

      * Every batch COBOLCalc has an outcome for, so a batch the edit
      * passed can be told apart from one that never reached posting.
           01 RTN-PST-LIMIT PIC 9(5) VALUE 5000.
           01 RTN-PST-COUNT PIC 9(5) VALUE ZERO.
           01 RTN-PST-SUB PIC 9(5) VALUE ZERO.
           01 RTN-PST-OVERFLOW PIC 9(6) VALUE ZERO.
           01 RTN-PST-TABLE.
               05 RTN-PST-ENTRY OCCURS 5000 TIMES.
                   10 RTN-PST-BATCH-ID PIC X(8).
                   10 RTN-PST-SENDER PIC X(4).

      * The failed checks of the batch being read, held until its B
      * record says whether the batch bounced.
           01 RTN-CHK-LIMIT PIC 9(4) VALUE 500.
           01 RTN-CHK-COUNT PIC 9(4) VALUE ZERO.
           01 RTN-CHK-SUB PIC 9(4) VALUE ZERO.
           01 RTN-CHK-TABLE.
               05 RTN-CHK-ENTRY OCCURS 500 TIMES.
                   10 RTN-CHK-DETAIL-NO PIC 9(6).
                   10 RTN-CHK-TEXT PIC X(40).

           01 RTN-FILES-WRITTEN PIC 9(4) VALUE ZERO.
           01 RTN-NO-SENDER-COUNT PIC 9(6) VALUE ZERO.
           01 RTN-PENDING-COUNT PIC 9(6) VALUE ZERO.
           01 RTN-HASH-EDIT PIC -(7)9.99.
           01 RTN-HASH-EDIT2 PIC -(7)9.99.
           01 RTN-COUNT-EDIT1 PIC ZZZZZ9.
           01 RTN-COUNT-EDIT2 PIC ZZZZZ9.
           01 RTN-COUNT-EDIT3 PIC ZZZZZ9.
           01 RTN-COUNT-EDIT4 PIC ZZZZZ9.
           01 RTN-COUNT-EDIT5 PIC ZZZZZ9.
           01 RTN-COUNT-EDIT6 PIC ZZZZZ9.
           01 RTN-REPORT-WORK PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Sender Return Files"
           DISPLAY " "
           ACCEPT RTN-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT RTN-CURRENT-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           IF RTN-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open RETNRPT.DAT - aborting run."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COLLECT-SENDERS
           IF EDIT-OUTCOMES-READ OR POST-OUTCOMES-READ
               PERFORM VARYING RTN-SND-SUB FROM 1 BY 1
                       UNTIL RTN-SND-SUB > RTN-SND-COUNT
                   PERFORM WRITE-SENDER-RETURN
               END-PERFORM
           ELSE
               DISPLAY "Neither EDITBOUT.DAT nor CALCBOUT.DAT could "
                   "be read - no return files written."
               MOVE 12 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-REPORT
           CLOSE REPORT-FILE
           DISPLAY "Return files written: " RTN-FILES-WRITTEN

           IF RETURN-CODE = ZERO
               IF RTN-NO-SENDER-COUNT > ZERO
                       OR RTN-PENDING-COUNT > ZERO
                       OR RTN-SND-OVERFLOW > ZERO
                       OR RTN-PST-OVERFLOW > ZERO
                       OR RTN-STALE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * First pass over both outcome files: every sender that sent a
      * batch, and every batch of this run that reached posting. The
      * edit outcomes are read first for the edit run's date.
       COLLECT-SENDERS.
           OPEN INPUT EDIT-OUTCOME-FILE
           IF RTN-EDIT-STATUS = "00"
               MOVE "Y" TO RTN-EDIT-READ-SWITCH
               MOVE "N" TO RTN-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ EDIT-OUTCOME-FILE
                       AT END
                           MOVE "Y" TO RTN-EOF-SWITCH
                       NOT AT END
                           IF EDB-REC-TYPE = "B"
                               IF RTN-EDIT-RUN-DATE = SPACES
                                   MOVE EDB-RUN-DATE
                                       TO RTN-EDIT-RUN-DATE
                               END-IF
                               MOVE EDB-SENDER-ID TO RTN-SENDER-KEY
                               PERFORM SET-SENDER-KEY
                               PERFORM FIND-SENDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EDIT-OUTCOME-FILE
           ELSE
               DISPLAY "EDITBOUT.DAT not found - edit outcomes not "
                   "returned."
           END-IF
           OPEN INPUT POST-OUTCOME-FILE
           IF RTN-POST-STATUS = "00"
               MOVE "Y" TO RTN-POST-READ-SWITCH
               MOVE "N" TO RTN-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                   READ POST-OUTCOME-FILE
                       AT END
                           MOVE "Y" TO RTN-EOF-SWITCH
                       NOT AT END
                           IF PSB-REC-TYPE = "B"
                               PERFORM CHECK-OUTCOME-RUN-DATE
                               IF EARLIER-RUN-OUTCOME
                                   ADD 1 TO RTN-STALE-COUNT
                               ELSE
                                   PERFORM TAKE-POSTED-BATCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-OUTCOME-FILE
           ELSE
               DISPLAY "CALCBOUT.DAT not found - posting outcomes "
                   "not returned."
           END-IF.

      * A posting run starts after the edit, so an outcome dated
      * before the edit run is left over from an earlier posting
      * run (one that ran past midnight still counts as this one).
       CHECK-OUTCOME-RUN-DATE.
           MOVE "N" TO RTN-STALE-SWITCH
           IF RTN-EDIT-RUN-DATE NOT = SPACES
                   AND PSB-RUN-DATE < RTN-EDIT-RUN-DATE
               MOVE "Y" TO RTN-STALE-SWITCH
           END-IF.

       TAKE-POSTED-BATCH.
           MOVE PSB-SENDER-ID TO RTN-SENDER-KEY
           PERFORM SET-SENDER-KEY
           PERFORM FIND-SENDER
           IF RTN-PST-COUNT < RTN-PST-LIMIT
               ADD 1 TO RTN-PST-COUNT
               MOVE PSB-BATCH-ID TO RTN-PST-BATCH-ID(RTN-PST-COUNT)
               MOVE RTN-SENDER-KEY TO RTN-PST-SENDER(RTN-PST-COUNT)
           ELSE
               ADD 1 TO RTN-PST-OVERFLOW
           END-IF.

       SET-SENDER-KEY.
           IF RTN-SENDER-KEY = SPACES
               MOVE RTN-NO-SENDER TO RTN-SENDER-KEY
           END-IF.

       FIND-SENDER.
           PERFORM VARYING RTN-SND-SUB FROM 1 BY 1
                   UNTIL RTN-SND-SUB > RTN-SND-COUNT
                   OR RTN-SND-ID(RTN-SND-SUB) = RTN-SENDER-KEY
               CONTINUE
           END-PERFORM
           IF RTN-SND-SUB > RTN-SND-COUNT
               IF RTN-SND-COUNT < RTN-SND-LIMIT
                   ADD 1 TO RTN-SND-COUNT
                   MOVE RTN-SND-COUNT TO RTN-SND-SUB
                   MOVE RTN-SENDER-KEY TO RTN-SND-ID(RTN-SND-SUB)
                   MOVE ZERO TO RTN-SND-BATCHES(RTN-SND-SUB)
                   MOVE ZERO TO RTN-SND-BOUNCED(RTN-SND-SUB)
                   MOVE ZERO TO RTN-SND-WITHHELD(RTN-SND-SUB)
                   MOVE ZERO TO RTN-SND-POSTED(RTN-SND-SUB)
                   MOVE ZERO TO RTN-SND-PENDING(RTN-SND-SUB)
                   MOVE ZERO TO RTN-SND-REJECTS(RTN-SND-SUB)
                   MOVE "N" TO RTN-SND-FILE-FLAG(RTN-SND-SUB)
               ELSE
                   ADD 1 TO RTN-SND-OVERFLOW
               END-IF
           END-IF.

      * One sender's file: its bounced batches (and those the edit
      * passed that never reached posting) in edit order, then its
      * withheld and posted batches in posting order.
       WRITE-SENDER-RETURN.
           MOVE RTN-SND-ID(RTN-SND-SUB) TO RTN-CUR-SENDER
           MOVE RTN-CUR-SENDER TO RTN-FILE-KEY
           INSPECT RTN-FILE-KEY REPLACING ALL SPACE BY "_"
           MOVE SPACES TO RTN-RETURN-FILENAME
           STRING "RTN" RTN-FILE-KEY ".DAT"
               DELIMITED BY SIZE INTO RTN-RETURN-FILENAME
           OPEN OUTPUT RETURN-FILE
           IF RTN-RETURN-STATUS NOT = "00"
               DISPLAY "Unable to open " RTN-RETURN-FILENAME
                   " - return file not written."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "Y" TO RTN-RETURN-OK-SWITCH
               MOVE ZERO TO RTN-BATCH-RECORDS
               MOVE ZERO TO RTN-FILE-RECORDS
               MOVE SPACES TO RETURN-RAW
               MOVE "H" TO RTH-REC-TYPE
               MOVE RTN-CUR-SENDER TO RTH-SENDER-ID
               MOVE RTN-CURRENT-DATE TO RTH-DATE
               MOVE RTN-CURRENT-TIME(1:6) TO RTH-TIME
               PERFORM WRITE-RETURN-RECORD
               IF EDIT-OUTCOMES-READ
                   PERFORM RETURN-EDIT-OUTCOMES
               END-IF
               IF POST-OUTCOMES-READ
                   PERFORM RETURN-POST-OUTCOMES
               END-IF
               MOVE SPACES TO RETURN-RAW
               MOVE "T" TO RTT-REC-TYPE
               MOVE RTN-BATCH-RECORDS TO RTT-BATCHES
               ADD 1 TO RTN-FILE-RECORDS GIVING RTT-RECORDS
               PERFORM WRITE-RETURN-RECORD
               CLOSE RETURN-FILE
               IF RETURN-WRITTEN-OK
                   MOVE "Y" TO RTN-SND-FILE-FLAG(RTN-SND-SUB)
                   ADD 1 TO RTN-FILES-WRITTEN
               ELSE
                   DISPLAY "Error writing " RTN-RETURN-FILENAME
                       " - return file incomplete."
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-RETURN-RECORD.
           WRITE RETURN-RAW
           IF RTN-RETURN-STATUS NOT = "00"
               MOVE "N" TO RTN-RETURN-OK-SWITCH
           END-IF
           ADD 1 TO RTN-FILE-RECORDS.

       RETURN-EDIT-OUTCOMES.
           OPEN INPUT EDIT-OUTCOME-FILE
           MOVE ZERO TO RTN-CHK-COUNT
           MOVE "N" TO RTN-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ EDIT-OUTCOME-FILE
                   AT END
                       MOVE "Y" TO RTN-EOF-SWITCH
                   NOT AT END
                       MOVE EDB-SENDER-ID TO RTN-SENDER-KEY
                       PERFORM SET-SENDER-KEY
                       IF RTN-SENDER-KEY = RTN-CUR-SENDER
                           PERFORM TAKE-EDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EDIT-OUTCOME-FILE.

       TAKE-EDIT-RECORD.
           EVALUATE EDB-REC-TYPE
               WHEN "C"
                   IF RTN-CHK-COUNT < RTN-CHK-LIMIT
                       ADD 1 TO RTN-CHK-COUNT
                       MOVE EDC-DETAIL-NO
                           TO RTN-CHK-DETAIL-NO(RTN-CHK-COUNT)
                       MOVE EDC-CHECK-TEXT
                           TO RTN-CHK-TEXT(RTN-CHK-COUNT)
                   END-IF
               WHEN "B"
                   IF EDB-VERDICT = "R"
                       PERFORM RETURN-BOUNCED-BATCH
                   ELSE
                       PERFORM CHECK-BATCH-REACHED-POSTING
                   END-IF
                   MOVE ZERO TO RTN-CHK-COUNT
           END-EVALUATE.

       RETURN-BOUNCED-BATCH.
           MOVE SPACES TO RETURN-RAW
           MOVE "B" TO RTB-REC-TYPE
           MOVE EDB-BATCH-ID TO RTB-BATCH-ID
           MOVE "B" TO RTB-OUTCOME
           MOVE EDB-RUN-DATE TO RTB-RUN-DATE
           MOVE EDB-DETAILS TO RTB-DETAILS
           MOVE ZERO TO RTB-POSTED
           MOVE ZERO TO RTB-REJECTED
           MOVE EDB-CHECKS TO RTB-CHECKS
           PERFORM WRITE-RETURN-RECORD
           ADD 1 TO RTN-BATCH-RECORDS
           ADD 1 TO RTN-SND-BATCHES(RTN-SND-SUB)
           ADD 1 TO RTN-SND-BOUNCED(RTN-SND-SUB)
           IF RTN-CUR-SENDER = RTN-NO-SENDER
               ADD 1 TO RTN-NO-SENDER-COUNT
           END-IF
           PERFORM VARYING RTN-CHK-SUB FROM 1 BY 1
                   UNTIL RTN-CHK-SUB > RTN-CHK-COUNT
               MOVE SPACES TO RETURN-RAW
               MOVE "C" TO RTC-REC-TYPE
               MOVE EDB-BATCH-ID TO RTC-BATCH-ID
               MOVE RTN-CHK-DETAIL-NO(RTN-CHK-SUB) TO RTC-DETAIL-NO
               MOVE RTN-CHK-TEXT(RTN-CHK-SUB) TO RTC-CHECK-TEXT
               PERFORM WRITE-RETURN-RECORD
           END-PERFORM.

      * A batch the edit passed normally has a posting outcome and is
      * returned from that; one without is reported as still to post.
       CHECK-BATCH-REACHED-POSTING.
           MOVE "N" TO RTN-PST-FOUND-SWITCH
           PERFORM VARYING RTN-PST-SUB FROM 1 BY 1
                   UNTIL RTN-PST-SUB > RTN-PST-COUNT
                   OR POSTING-OUTCOME-FOUND
               IF RTN-PST-BATCH-ID(RTN-PST-SUB) = EDB-BATCH-ID
                       AND RTN-PST-SENDER(RTN-PST-SUB) = RTN-CUR-SENDER
                   MOVE "Y" TO RTN-PST-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT POSTING-OUTCOME-FOUND
               MOVE SPACES TO RETURN-RAW
               MOVE "B" TO RTB-REC-TYPE
               MOVE EDB-BATCH-ID TO RTB-BATCH-ID
               MOVE "N" TO RTB-OUTCOME
               MOVE EDB-RUN-DATE TO RTB-RUN-DATE
               MOVE EDB-DETAILS TO RTB-DETAILS
               MOVE ZERO TO RTB-POSTED
               MOVE ZERO TO RTB-REJECTED
               MOVE ZERO TO RTB-CHECKS
               PERFORM WRITE-RETURN-RECORD
               ADD 1 TO RTN-BATCH-RECORDS
               ADD 1 TO RTN-SND-BATCHES(RTN-SND-SUB)
               ADD 1 TO RTN-SND-PENDING(RTN-SND-SUB)
               ADD 1 TO RTN-PENDING-COUNT
           END-IF.

       RETURN-POST-OUTCOMES.
           OPEN INPUT POST-OUTCOME-FILE
           MOVE "N" TO RTN-TAKE-SWITCH
           MOVE "N" TO RTN-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ POST-OUTCOME-FILE
                   AT END
                       MOVE "Y" TO RTN-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-POST-RECORD
               END-READ
           END-PERFORM
           CLOSE POST-OUTCOME-FILE.

       TAKE-POST-RECORD.
           EVALUATE PSB-REC-TYPE
               WHEN "B"
                   MOVE "N" TO RTN-TAKE-SWITCH
                   MOVE PSB-SENDER-ID TO RTN-SENDER-KEY
                   PERFORM SET-SENDER-KEY
                   PERFORM CHECK-OUTCOME-RUN-DATE
                   IF RTN-SENDER-KEY = RTN-CUR-SENDER
                           AND NOT EARLIER-RUN-OUTCOME
                       PERFORM RETURN-POSTED-BATCH
                   END-IF
               WHEN "R"
                   IF TAKING-REJECTS
                       PERFORM RETURN-REJECTED-DETAIL
                   END-IF
           END-EVALUATE.

      * A withheld batch gets a check line for each way it failed to
      * balance, so the sender can see what to put right.
       RETURN-POSTED-BATCH.
           MOVE PSB-BATCH-ID TO RTN-CUR-BATCH-ID
           MOVE ZERO TO RTN-CHK-COUNT
           MOVE SPACES TO RETURN-RAW
           MOVE "B" TO RTB-REC-TYPE
           MOVE PSB-BATCH-ID TO RTB-BATCH-ID
           MOVE PSB-RUN-DATE TO RTB-RUN-DATE
           MOVE PSB-DETAILS TO RTB-DETAILS
           ADD 1 TO RTN-SND-BATCHES(RTN-SND-SUB)
           IF RTN-CUR-SENDER = RTN-NO-SENDER
               ADD 1 TO RTN-NO-SENDER-COUNT
           END-IF
           IF PSB-VERDICT = "P"
               MOVE "P" TO RTB-OUTCOME
               MOVE PSB-POSTED TO RTB-POSTED
               MOVE PSB-REJECTED TO RTB-REJECTED
               MOVE ZERO TO RTB-CHECKS
               ADD 1 TO RTN-SND-POSTED(RTN-SND-SUB)
               ADD PSB-REJECTED TO RTN-SND-REJECTS(RTN-SND-SUB)
               MOVE "Y" TO RTN-TAKE-SWITCH
           ELSE
               MOVE "W" TO RTB-OUTCOME
               MOVE ZERO TO RTB-POSTED
               MOVE ZERO TO RTB-REJECTED
               ADD 1 TO RTN-SND-WITHHELD(RTN-SND-SUB)
               IF PSB-DETAILS NOT = PSB-EXP-COUNT
                   ADD 1 TO RTN-CHK-COUNT
                   MOVE PSB-DETAILS TO RTN-COUNT-EDIT1
                   MOVE PSB-EXP-COUNT TO RTN-COUNT-EDIT2
                   MOVE ZERO TO RTN-CHK-DETAIL-NO(RTN-CHK-COUNT)
                   MOVE SPACES TO RTN-CHK-TEXT(RTN-CHK-COUNT)
                   STRING "detail count " RTN-COUNT-EDIT1
                       " trailer " RTN-COUNT-EDIT2
                       DELIMITED BY SIZE
                       INTO RTN-CHK-TEXT(RTN-CHK-COUNT)
               END-IF
               IF PSB-HASH NOT = PSB-EXP-HASH
                   ADD 1 TO RTN-CHK-COUNT
                   MOVE PSB-HASH TO RTN-HASH-EDIT
                   MOVE PSB-EXP-HASH TO RTN-HASH-EDIT2
                   MOVE ZERO TO RTN-CHK-DETAIL-NO(RTN-CHK-COUNT)
                   MOVE SPACES TO RTN-CHK-TEXT(RTN-CHK-COUNT)
                   STRING "hash total" RTN-HASH-EDIT
                       " trailer" RTN-HASH-EDIT2
                       DELIMITED BY SIZE
                       INTO RTN-CHK-TEXT(RTN-CHK-COUNT)
               END-IF
               IF RTN-CHK-COUNT = ZERO
                   ADD 1 TO RTN-CHK-COUNT
                   MOVE ZERO TO RTN-CHK-DETAIL-NO(RTN-CHK-COUNT)
                   MOVE "trailer missing or batch limit reached"
                       TO RTN-CHK-TEXT(RTN-CHK-COUNT)
               END-IF
               MOVE RTN-CHK-COUNT TO RTB-CHECKS
           END-IF
           PERFORM WRITE-RETURN-RECORD
           ADD 1 TO RTN-BATCH-RECORDS
           PERFORM VARYING RTN-CHK-SUB FROM 1 BY 1
                   UNTIL RTN-CHK-SUB > RTN-CHK-COUNT
               MOVE SPACES TO RETURN-RAW
               MOVE "C" TO RTC-REC-TYPE
               MOVE PSB-BATCH-ID TO RTC-BATCH-ID
               MOVE RTN-CHK-DETAIL-NO(RTN-CHK-SUB) TO RTC-DETAIL-NO
               MOVE RTN-CHK-TEXT(RTN-CHK-SUB) TO RTC-CHECK-TEXT
               PERFORM WRITE-RETURN-RECORD
           END-PERFORM.

       RETURN-REJECTED-DETAIL.
           PERFORM SET-REASON-TEXT
           MOVE SPACES TO RETURN-RAW
           MOVE "R" TO RTR-REC-TYPE
           MOVE RTN-CUR-BATCH-ID TO RTR-BATCH-ID
           MOVE PSR-DETAIL-NO TO RTR-DETAIL-NO
           MOVE PSR-REASON TO RTR-REASON
           MOVE PSR-SUSP-STATUS TO RTR-SUSP-STATUS
           MOVE PSR-OPT TO RTR-OPT
           MOVE PSR-NUM1 TO RTR-NUM1
           MOVE PSR-NUM2 TO RTR-NUM2
           MOVE PSR-COST-CENTER TO RTR-COST-CENTER
           MOVE PSR-FORMULA-CODE TO RTR-FORMULA-CODE
           MOVE PSR-CURRENCY TO RTR-CURRENCY
           MOVE RTN-REASON-TEXT TO RTR-REASON-TEXT
           PERFORM WRITE-RETURN-RECORD.

       SET-REASON-TEXT.
           EVALUATE PSR-REASON
               WHEN "IO"
                   MOVE "operator not valid" TO RTN-REASON-TEXT
               WHEN "DZ"
                   MOVE "divide by zero" TO RTN-REASON-TEXT
               WHEN "ZC"
                   MOVE "Calcular first amt zero" TO RTN-REASON-TEXT
               WHEN "NC"
                   MOVE "Calcular amt negative" TO RTN-REASON-TEXT
               WHEN "FN"
                   MOVE "formula not on file" TO RTN-REASON-TEXT
               WHEN "FD"
                   MOVE "formula divisor zero" TO RTN-REASON-TEXT
               WHEN "CU"
                   MOVE "cost center not on file" TO RTN-REASON-TEXT
               WHEN "CI"
                   MOVE "cost center inactive" TO RTN-REASON-TEXT
               WHEN "RM"
                   MOVE "no exchange rate" TO RTN-REASON-TEXT
               WHEN OTHER
                   MOVE "see reason code" TO RTN-REASON-TEXT
           END-EVALUATE.

       WRITE-RUN-REPORT.
           MOVE SPACES TO RTN-REPORT-WORK
           STRING "COBOLCalc Sender Return Files - " RTN-CURRENT-DATE
               DELIMITED BY SIZE INTO RTN-REPORT-WORK
           WRITE REPORT-LINE FROM RTN-REPORT-WORK
           MOVE SPACES TO RTN-REPORT-WORK
           WRITE REPORT-LINE FROM RTN-REPORT-WORK
           MOVE SPACES TO RTN-REPORT-WORK
           STRING "  Sndr  File        " " Batches" " Bounced"
               " Withhld" "  Posted" " Pending" " Rejects"
               DELIMITED BY SIZE INTO RTN-REPORT-WORK
           WRITE REPORT-LINE FROM RTN-REPORT-WORK
           PERFORM VARYING RTN-SND-SUB FROM 1 BY 1
                   UNTIL RTN-SND-SUB > RTN-SND-COUNT
               PERFORM WRITE-SENDER-LINE
           END-PERFORM
           MOVE SPACES TO RTN-REPORT-WORK
           WRITE REPORT-LINE FROM RTN-REPORT-WORK
           MOVE RTN-FILES-WRITTEN TO RTN-COUNT-EDIT1
           MOVE SPACES TO RTN-REPORT-WORK
           STRING "Return files written: " RTN-COUNT-EDIT1
               DELIMITED BY SIZE INTO RTN-REPORT-WORK
           WRITE REPORT-LINE FROM RTN-REPORT-WORK
           IF NOT EDIT-OUTCOMES-READ
               MOVE SPACES TO RTN-REPORT-WORK
               STRING "*** EDITBOUT.DAT not read - bounced batches "
                   "not returned ***"
                   DELIMITED BY SIZE INTO RTN-REPORT-WORK
               WRITE REPORT-LINE FROM RTN-REPORT-WORK
           END-IF
           IF NOT POST-OUTCOMES-READ
               MOVE SPACES TO RTN-REPORT-WORK
               STRING "*** CALCBOUT.DAT not read - posting outcomes "
                   "not returned ***"
                   DELIMITED BY SIZE INTO RTN-REPORT-WORK
               WRITE REPORT-LINE FROM RTN-REPORT-WORK
           END-IF
           IF RTN-NO-SENDER-COUNT > ZERO
               MOVE RTN-NO-SENDER-COUNT TO RTN-COUNT-EDIT1
               MOVE SPACES TO RTN-REPORT-WORK
               STRING "*** " RTN-COUNT-EDIT1
                   " batch(es) named no sender - see RTNNONE.DAT ***"
                   DELIMITED BY SIZE INTO RTN-REPORT-WORK
               WRITE REPORT-LINE FROM RTN-REPORT-WORK
           END-IF
           IF RTN-PENDING-COUNT > ZERO
               MOVE RTN-PENDING-COUNT TO RTN-COUNT-EDIT1
               MOVE SPACES TO RTN-REPORT-WORK
               STRING "*** " RTN-COUNT-EDIT1
                   " batch(es) passed the edit but have no posting "
                   "outcome ***"
                   DELIMITED BY SIZE INTO RTN-REPORT-WORK
               WRITE REPORT-LINE FROM RTN-REPORT-WORK
           END-IF
           IF RTN-STALE-COUNT > ZERO
               MOVE RTN-STALE-COUNT TO RTN-COUNT-EDIT1
               MOVE SPACES TO RTN-REPORT-WORK
               STRING "*** " RTN-COUNT-EDIT1
                   " CALCBOUT.DAT batch(es) from a run before "
                   RTN-EDIT-RUN-DATE " left out ***"
                   DELIMITED BY SIZE INTO RTN-REPORT-WORK
               WRITE REPORT-LINE FROM RTN-REPORT-WORK
           END-IF
           IF RTN-SND-OVERFLOW > ZERO
               MOVE RTN-SND-OVERFLOW TO RTN-COUNT-EDIT1
               MOVE SPACES TO RTN-REPORT-WORK
               STRING "*** Sender table full - " RTN-COUNT-EDIT1
                   " batch(es) not returned ***"
                   DELIMITED BY SIZE INTO RTN-REPORT-WORK
               WRITE REPORT-LINE FROM RTN-REPORT-WORK
           END-IF
           IF RTN-PST-OVERFLOW > ZERO
               MOVE RTN-PST-OVERFLOW TO RTN-COUNT-EDIT1
               MOVE SPACES TO RTN-REPORT-WORK
               STRING "*** Posted batch table full - " RTN-COUNT-EDIT1
                   " batch(es) may also show as N ***"
                   DELIMITED BY SIZE INTO RTN-REPORT-WORK
               WRITE REPORT-LINE FROM RTN-REPORT-WORK
           END-IF.

       WRITE-SENDER-LINE.
           MOVE RTN-SND-ID(RTN-SND-SUB) TO RTN-FILE-KEY
           INSPECT RTN-FILE-KEY REPLACING ALL SPACE BY "_"
           MOVE RTN-SND-BATCHES(RTN-SND-SUB) TO RTN-COUNT-EDIT1
           MOVE RTN-SND-BOUNCED(RTN-SND-SUB) TO RTN-COUNT-EDIT2
           MOVE RTN-SND-WITHHELD(RTN-SND-SUB) TO RTN-COUNT-EDIT3
           MOVE RTN-SND-POSTED(RTN-SND-SUB) TO RTN-COUNT-EDIT4
           MOVE RTN-SND-PENDING(RTN-SND-SUB) TO RTN-COUNT-EDIT5
           MOVE RTN-SND-REJECTS(RTN-SND-SUB) TO RTN-COUNT-EDIT6
           MOVE SPACES TO RTN-REPORT-WORK
           IF RETURN-FILE-WRITTEN(RTN-SND-SUB)
               STRING "  " RTN-SND-ID(RTN-SND-SUB)
                   "  RTN" RTN-FILE-KEY ".DAT "
                   "  " RTN-COUNT-EDIT1 "  " RTN-COUNT-EDIT2
                   "  " RTN-COUNT-EDIT3 "  " RTN-COUNT-EDIT4
                   "  " RTN-COUNT-EDIT5 "  " RTN-COUNT-EDIT6
                   DELIMITED BY SIZE INTO RTN-REPORT-WORK
           ELSE
               STRING "  " RTN-SND-ID(RTN-SND-SUB)
                   "  *** return file not written ***"
                   DELIMITED BY SIZE INTO RTN-REPORT-WORK
           END-IF
           WRITE REPORT-LINE FROM RTN-REPORT-WORK.

       END PROGRAM CALCRETN.
