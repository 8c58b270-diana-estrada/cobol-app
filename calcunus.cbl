      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Unusual-posting review over the audit master
      *          (AUDMAST.DAT). Option 1 builds each cost center's
      *          normal pattern from a trailing window of posted
      *          history - amount range per operator, formula codes,
      *          currencies and weekdays it posts on - and lists the
      *          run date's OK postings that fall outside it, one
      *          line per reason, on UNUSRPT.DAT. Flagged postings go
      *          to the review file CALCUNRV.DAT as open items; an
      *          item already there is never added twice, and once
      *          marked reviewed it is not reported again. Open items
      *          from earlier days are listed until someone reviews
      *          them. Option 2 marks items reviewed with the
      *          operator's explanation.
      *          Thresholds come from CALCUNPM.DAT, one record:
      *            cols 1-3   window length in days         (090)
      *            cols 5-8   amount multiple, 1 decimal     (0050 =
      *                       5.0: flag amounts over 5.0 x or under
      *                       1/5.0 of the cost center's average
      *                       for the operator)
      *            cols 10-13 minimum postings in the window before
      *                       a cost center is judged         (0010)
      *          A missing file or a zero field takes the default
      *          shown. Reversing entries, and history entries that
      *          were later reversed, are left out of the patterns.
      *          Return code 0 nothing open, 4 items flagged or open
      *          for review, 12 a file could not be read or written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCUNUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-MASTER ASSIGN TO "AUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS UNU-MASTER-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "CALCUNPM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNU-PARM-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "CALCUNRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNU-REVIEW-STATUS.
           SELECT REVIEW-WORK-FILE ASSIGN TO "CALCUNRW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNU-REVIEW-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "UNUSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNU-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-MASTER.
       01  AUDIT-MASTER-RECORD.
           05 AM-KEY.
               10 AM-RUN-DATE PIC 9(8).
               10 AM-SEQ PIC 9(6).
           05 AM-OPT PIC X.
           05 AM-NUM1 PIC X(7).
           05 AM-TOTAL PIC X(9).
           05 AM-NUM2 PIC X(7).
           05 AM-DELTA PIC X(11).
           05 AM-STATUS PIC X(8).
           05 AM-COST-CENTER PIC X(06).
           05 AM-ROUND-FLAG PIC X.
           05 AM-BATCH-ID PIC X(8).
           05 AM-CURRENCY PIC X(3).
           05 AM-ORIG-NUM1 PIC X(7).
           05 AM-ORIG-NUM2 PIC X(7).
      * Company, and the reversal cross-references: the entry this
      * one reverses, the entry that reversed this one, and the
      * reversal batch generated for it but not yet posted.
           05 AM-COMPANY-CODE PIC X(4).
           05 AM-REVERSES-DATE PIC X(8).
           05 AM-REVERSES-SEQ PIC X(6).
           05 AM-REVERSED-BY-DATE PIC X(8).
           05 AM-REVERSED-BY-SEQ PIC X(6).
           05 AM-REVERSAL-BATCH PIC X(8).
      * The formula code the entry was posted under, and the audit
      * chain check value it carried in its daily audit file, kept
      * as written so the chain can be re-verified.
           05 AM-FORMULA-CODE PIC X(4).
           05 AM-CHAIN-VALUE PIC X(10).
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 UPM-WINDOW-DAYS PIC 9(3).
           05 FILLER PIC X.
           05 UPM-AMOUNT-MULTIPLE PIC 9(3)V9.
           05 FILLER PIC X.
           05 UPM-MIN-HISTORY PIC 9(4).
      * One flagged posting. Status O open, R reviewed; reason codes
      * A amount, O operator, F formula, C currency, D weekday, in
      * the order found, with the first reason's text.
       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           05 RVW-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 RVW-SEQ PIC X(6).
           05 FILLER PIC X.
           05 RVW-COST-CENTER PIC X(6).
           05 FILLER PIC X.
           05 RVW-OPT PIC X.
           05 FILLER PIC X.
           05 RVW-NUM1 PIC X(7).
           05 FILLER PIC X.
           05 RVW-CURRENCY PIC X(3).
           05 FILLER PIC X.
           05 RVW-FORMULA-CODE PIC X(4).
           05 FILLER PIC X.
           05 RVW-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 RVW-REASON-CODES PIC X(5).
           05 FILLER PIC X.
           05 RVW-REASON-TEXT PIC X(60).
           05 FILLER PIC X.
           05 RVW-STATUS PIC X.
           05 FILLER PIC X.
           05 RVW-FLAGGED-DATE PIC X(8).
           05 FILLER PIC X.
           05 RVW-REVIEWER PIC X(8).
           05 FILLER PIC X.
           05 RVW-REVIEW-DATE PIC X(8).
           05 FILLER PIC X.
           05 RVW-NOTE PIC X(40).
       FD  REVIEW-WORK-FILE.
       01  REVIEW-WORK-RECORD PIC X(187).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 UNU-MASTER-STATUS PIC XX.
           01 UNU-PARM-STATUS PIC XX.
           01 UNU-REVIEW-STATUS PIC XX.
           01 UNU-REVIEW-WORK-STATUS PIC XX.
           01 UNU-REPORT-STATUS PIC XX.

           01 UNU-CHOICE PIC X.
               88 UNU-FLAG-DAY VALUE "1".
               88 UNU-MARK-REVIEWED VALUE "2".
           01 UNU-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-INPUT VALUE "Y".
           01 UNU-FOUND-SWITCH PIC X VALUE "N".
               88 ITEM-FOUND VALUE "Y".
           01 UNU-CURRENT-DATE PIC X(8).
           01 UNU-RUN-DATE PIC X(8).
           01 UNU-RUN-DATE-N REDEFINES UNU-RUN-DATE PIC 9(8).
           01 UNU-RUN-INT PIC 9(8) VALUE ZERO.
           01 UNU-WINDOW-START PIC 9(8) VALUE ZERO.
           01 UNU-WINDOW-END PIC 9(8) VALUE ZERO.
           01 UNU-DAY-INT PIC 9(8) VALUE ZERO.
           01 UNU-DOW PIC 9 VALUE ZERO.
           01 UNU-DAY-NAMES PIC X(21)
               VALUE "MonTueWedThuFriSatSun".
           01 UNU-DAY-NAME-TABLE REDEFINES UNU-DAY-NAMES.
               05 UNU-DAY-NAME PIC X(3) OCCURS 7 TIMES.

      * Thresholds, defaulted and then overridden by CALCUNPM.DAT.
           01 UNU-WINDOW-DAYS PIC 9(3) VALUE 90.
           01 UNU-MULTIPLE PIC 9(3)V9 VALUE 5.0.
           01 UNU-MIN-HISTORY PIC 9(4) VALUE 10.
           01 UNU-PARM-SOURCE PIC X(20) VALUE "defaults".

      * The posting in hand.
           01 UNU-AMOUNT-TEXT PIC X(7).
           01 UNU-AMOUNT-SIGNED REDEFINES UNU-AMOUNT-TEXT
               PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           01 UNU-AMOUNT PIC 9(4)V99 VALUE ZERO.
           01 UNU-AVERAGE PIC 9(7)V99 VALUE ZERO.
           01 UNU-HIGH-LIMIT PIC 9(9)V99 VALUE ZERO.
           01 UNU-LOW-LIMIT PIC 9(9)V99 VALUE ZERO.
           01 UNU-OPERATORS PIC X(5) VALUE "+-*/C".
           01 UNU-OP-SUB PIC 9 VALUE ZERO.
           01 UNU-SUB2 PIC 9(2) VALUE ZERO.

      * Each cost center's pattern over the window, for as many cost
      * centers as COBOLCalc holds. Codes beyond the ten kept per
      * cost center are taken as usual, not flagged.
           01 UNU-CC-COUNT PIC 9(4) VALUE ZERO.
           01 UNU-CC-SUB PIC 9(4) VALUE ZERO.
           01 UNU-CC-TABLE.
               05 UNU-CC-ENTRY OCCURS 5000 TIMES.
                   10 UNU-CC-CODE PIC X(6).
                   10 UNU-CC-POSTINGS PIC 9(6).
                   10 UNU-CC-OP OCCURS 5 TIMES.
                       15 UNU-OP-COUNT PIC 9(6).
                       15 UNU-OP-SUM PIC 9(9)V99.
                       15 UNU-OP-MIN PIC 9(4)V99.
                       15 UNU-OP-MAX PIC 9(4)V99.
                   10 UNU-CC-DAYS PIC X(7).
                   10 UNU-CC-FRM-COUNT PIC 9(2).
                   10 UNU-CC-FRM-CODE PIC X(4) OCCURS 10 TIMES.
                   10 UNU-CC-CUR-COUNT PIC 9(2).
                   10 UNU-CC-CUR-CODE PIC X(3) OCCURS 10 TIMES.
           01 UNU-CC-FULL-COUNT PIC 9(6) VALUE ZERO.

      * The run date's flagged postings, with every reason found.
           01 UNU-FLG-COUNT PIC 9(3) VALUE ZERO.
           01 UNU-FLG-SUB PIC 9(3) VALUE ZERO.
           01 UNU-FLG-TABLE.
               05 UNU-FLG-ENTRY OCCURS 500 TIMES.
                   10 UNU-FLG-SEQ PIC X(6).
                   10 UNU-FLG-COST-CENTER PIC X(6).
                   10 UNU-FLG-OPT PIC X.
                   10 UNU-FLG-NUM1 PIC X(7).
                   10 UNU-FLG-CURRENCY PIC X(3).
                   10 UNU-FLG-FORMULA-CODE PIC X(4).
                   10 UNU-FLG-BATCH-ID PIC X(8).
                   10 UNU-FLG-CODES PIC X(5).
                   10 UNU-FLG-REASON-COUNT PIC 9.
                   10 UNU-FLG-REASON PIC X(60) OCCURS 5 TIMES.
      * N new, O already open on the review file, R already reviewed.
                   10 UNU-FLG-STATE PIC X.
           01 UNU-FLG-FULL-COUNT PIC 9(6) VALUE ZERO.
           01 UNU-REASON-TEXT PIC X(60).
           01 UNU-REASON-CODE PIC X.

      * Items marked reviewed this session.
           01 UNU-IN-KEY PIC X(15).
           01 UNU-IN-NOTE PIC X(40).
           01 UNU-OPERATOR-ID PIC X(8).
           01 UNU-MARK-COUNT PIC 9(3) VALUE ZERO.
           01 UNU-MARK-SUB PIC 9(3) VALUE ZERO.
           01 UNU-MARK-TABLE.
               05 UNU-MARK-ENTRY OCCURS 100 TIMES.
                   10 UNU-MARK-DATE PIC X(8).
                   10 UNU-MARK-SEQ PIC X(6).
                   10 UNU-MARK-NOTE PIC X(40).

           01 UNU-POSTED-COUNT PIC 9(6) VALUE ZERO.
           01 UNU-JUDGED-COUNT PIC 9(6) VALUE ZERO.
           01 UNU-UNJUDGED-COUNT PIC 9(6) VALUE ZERO.
           01 UNU-NEW-COUNT PIC 9(6) VALUE ZERO.
           01 UNU-OPEN-COUNT PIC 9(6) VALUE ZERO.
           01 UNU-REVIEWED-COUNT PIC 9(6) VALUE ZERO.
           01 UNU-EARLIER-COUNT PIC 9(6) VALUE ZERO.
           01 UNU-COUNT-EDIT PIC ZZZZZ9.
           01 UNU-AMT-EDIT PIC ZZZ9.99.
           01 UNU-AMT-EDIT2 PIC ZZZ9.99.
           01 UNU-AMT-EDIT3 PIC ZZZ9.99.
           01 UNU-MULT-EDIT PIC ZZ9.9.
           01 UNU-DAYS-EDIT PIC ZZ9.
           01 UNU-MIN-EDIT PIC ZZZ9.
           01 UNU-WORK-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Unusual Posting Review"
           DISPLAY " "
           ACCEPT UNU-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "1 = flag the day's unusual postings, "
               "2 = mark flagged items reviewed:"
           ACCEPT UNU-CHOICE
           EVALUATE TRUE
               WHEN UNU-FLAG-DAY
                   PERFORM FLAG-UNUSUAL-POSTINGS
               WHEN UNU-MARK-REVIEWED
                   PERFORM MARK-ITEMS-REVIEWED
               WHEN OTHER
                   DISPLAY "Invaild choice"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * Option 1 - judge the run date's postings against the window.
      ******************************************************************
       FLAG-UNUSUAL-POSTINGS.
           DISPLAY "Run date to review (YYYYMMDD), blank for today:"
           ACCEPT UNU-RUN-DATE
           IF UNU-RUN-DATE = SPACES
               MOVE UNU-CURRENT-DATE TO UNU-RUN-DATE
           END-IF
           IF UNU-RUN-DATE NOT NUMERIC
               DISPLAY "Run date must be numeric - nothing reviewed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(UNU-RUN-DATE-N) NOT = ZERO
               DISPLAY "Not a valid date - nothing reviewed."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PARAMETERS
           COMPUTE UNU-RUN-INT
               = FUNCTION INTEGER-OF-DATE(UNU-RUN-DATE-N)
           COMPUTE UNU-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               UNU-RUN-INT - UNU-WINDOW-DAYS)
           COMPUTE UNU-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               UNU-RUN-INT - 1)

           OPEN INPUT AUDIT-MASTER
           IF UNU-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open audit master - status "
                   UNU-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE UNU-WINDOW-START TO AM-RUN-DATE
           MOVE ZERO TO AM-SEQ
           MOVE "N" TO UNU-EOF-SWITCH
           START AUDIT-MASTER KEY NOT < AM-KEY
               INVALID KEY
                   MOVE "Y" TO UNU-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-INPUT
               READ AUDIT-MASTER NEXT
                   AT END
                       MOVE "Y" TO UNU-EOF-SWITCH
                   NOT AT END
                       IF AM-RUN-DATE > UNU-RUN-DATE-N
                           MOVE "Y" TO UNU-EOF-SWITCH
                       ELSE
                           PERFORM TAKE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-MASTER

           PERFORM MERGE-REVIEW-FILE
           PERFORM WRITE-FLAG-REPORT

           IF UNU-NEW-COUNT > ZERO OR UNU-OPEN-COUNT > ZERO
                   OR UNU-EARLIER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF UNU-PARM-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "CALCUNPM.DAT" TO UNU-PARM-SOURCE
                       IF UPM-WINDOW-DAYS NUMERIC
                               AND UPM-WINDOW-DAYS > ZERO
                           MOVE UPM-WINDOW-DAYS TO UNU-WINDOW-DAYS
                       END-IF
                       IF UPM-AMOUNT-MULTIPLE NUMERIC
                               AND UPM-AMOUNT-MULTIPLE > ZERO
                           MOVE UPM-AMOUNT-MULTIPLE TO UNU-MULTIPLE
                       END-IF
                       IF UPM-MIN-HISTORY NUMERIC
                               AND UPM-MIN-HISTORY > ZERO
                           MOVE UPM-MIN-HISTORY TO UNU-MIN-HISTORY
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

      * Only clean postings of an operator shape the pattern or are
      * judged; OPENING, CCOPEN, NOFEED and rejected records are not
      * postings, and a reversing entry mirrors one already judged.
       TAKE-MASTER-RECORD.
           IF AM-STATUS = "OK"
                   AND AM-REVERSES-DATE = SPACES
                   AND AM-OPT NOT = SPACE
               MOVE ZERO TO UNU-OP-SUB
               INSPECT UNU-OPERATORS TALLYING UNU-OP-SUB
                   FOR CHARACTERS BEFORE INITIAL AM-OPT
               ADD 1 TO UNU-OP-SUB
               MOVE AM-NUM1 TO UNU-AMOUNT-TEXT
               IF UNU-OP-SUB NOT > 5 AND UNU-AMOUNT-SIGNED NUMERIC
                   IF UNU-AMOUNT-SIGNED < ZERO
                       COMPUTE UNU-AMOUNT = ZERO - UNU-AMOUNT-SIGNED
                   ELSE
                       MOVE UNU-AMOUNT-SIGNED TO UNU-AMOUNT
                   END-IF
                   COMPUTE UNU-DAY-INT
                       = FUNCTION INTEGER-OF-DATE(AM-RUN-DATE)
                   COMPUTE UNU-DOW
                       = FUNCTION MOD(UNU-DAY-INT - 1, 7) + 1
                   IF AM-RUN-DATE < UNU-RUN-DATE-N
                       IF AM-REVERSED-BY-DATE = SPACES
                           PERFORM ADD-TO-PATTERN
                       END-IF
                   ELSE
                       ADD 1 TO UNU-POSTED-COUNT
                       PERFORM JUDGE-POSTING
                   END-IF
               END-IF
           END-IF.

       FIND-COST-CENTER.
           MOVE 1 TO UNU-CC-SUB
           PERFORM UNTIL UNU-CC-SUB > UNU-CC-COUNT
                   OR UNU-CC-CODE(UNU-CC-SUB) = AM-COST-CENTER
               ADD 1 TO UNU-CC-SUB
           END-PERFORM.

      * An entry later reversed was a mistake, so it is not part of
      * what is normal.
       ADD-TO-PATTERN.
           PERFORM FIND-COST-CENTER
           IF UNU-CC-SUB > UNU-CC-COUNT
               IF UNU-CC-COUNT < 5000
                   ADD 1 TO UNU-CC-COUNT
                   MOVE UNU-CC-COUNT TO UNU-CC-SUB
                   INITIALIZE UNU-CC-ENTRY(UNU-CC-SUB)
                   MOVE AM-COST-CENTER TO UNU-CC-CODE(UNU-CC-SUB)
                   MOVE "NNNNNNN" TO UNU-CC-DAYS(UNU-CC-SUB)
               ELSE
                   ADD 1 TO UNU-CC-FULL-COUNT
                   MOVE ZERO TO UNU-CC-SUB
               END-IF
           END-IF
           IF UNU-CC-SUB > ZERO
               ADD 1 TO UNU-CC-POSTINGS(UNU-CC-SUB)
               IF UNU-OP-COUNT(UNU-CC-SUB UNU-OP-SUB) = ZERO
                   MOVE UNU-AMOUNT TO UNU-OP-MIN(UNU-CC-SUB UNU-OP-SUB)
                   MOVE UNU-AMOUNT TO UNU-OP-MAX(UNU-CC-SUB UNU-OP-SUB)
               END-IF
               ADD 1 TO UNU-OP-COUNT(UNU-CC-SUB UNU-OP-SUB)
               ADD UNU-AMOUNT TO UNU-OP-SUM(UNU-CC-SUB UNU-OP-SUB)
               IF UNU-AMOUNT < UNU-OP-MIN(UNU-CC-SUB UNU-OP-SUB)
                   MOVE UNU-AMOUNT TO UNU-OP-MIN(UNU-CC-SUB UNU-OP-SUB)
               END-IF
               IF UNU-AMOUNT > UNU-OP-MAX(UNU-CC-SUB UNU-OP-SUB)
                   MOVE UNU-AMOUNT TO UNU-OP-MAX(UNU-CC-SUB UNU-OP-SUB)
               END-IF
               MOVE "Y" TO UNU-CC-DAYS(UNU-CC-SUB)(UNU-DOW:1)
               IF AM-FORMULA-CODE NOT = SPACES
                   PERFORM VARYING UNU-SUB2 FROM 1 BY 1
                           UNTIL UNU-SUB2 > UNU-CC-FRM-COUNT(UNU-CC-SUB)
                           OR UNU-CC-FRM-CODE(UNU-CC-SUB UNU-SUB2)
                               = AM-FORMULA-CODE
                       CONTINUE
                   END-PERFORM
                   IF UNU-SUB2 > UNU-CC-FRM-COUNT(UNU-CC-SUB)
                           AND UNU-CC-FRM-COUNT(UNU-CC-SUB) < 10
                       ADD 1 TO UNU-CC-FRM-COUNT(UNU-CC-SUB)
                       MOVE AM-FORMULA-CODE TO UNU-CC-FRM-CODE(
                           UNU-CC-SUB UNU-CC-FRM-COUNT(UNU-CC-SUB))
                   END-IF
               END-IF
               PERFORM VARYING UNU-SUB2 FROM 1 BY 1
                       UNTIL UNU-SUB2 > UNU-CC-CUR-COUNT(UNU-CC-SUB)
                       OR UNU-CC-CUR-CODE(UNU-CC-SUB UNU-SUB2)
                           = AM-CURRENCY
                   CONTINUE
               END-PERFORM
               IF UNU-SUB2 > UNU-CC-CUR-COUNT(UNU-CC-SUB)
                       AND UNU-CC-CUR-COUNT(UNU-CC-SUB) < 10
                   ADD 1 TO UNU-CC-CUR-COUNT(UNU-CC-SUB)
                   MOVE AM-CURRENCY TO UNU-CC-CUR-CODE(
                       UNU-CC-SUB UNU-CC-CUR-COUNT(UNU-CC-SUB))
               END-IF
           END-IF.

      * A cost center with too little history in the window is not
      * judged at all - with a handful of postings everything looks
      * unusual. A full code list means the check is not made.
       JUDGE-POSTING.
           PERFORM FIND-COST-CENTER
           IF UNU-CC-SUB > UNU-CC-COUNT
               ADD 1 TO UNU-UNJUDGED-COUNT
           ELSE
               IF UNU-CC-POSTINGS(UNU-CC-SUB) < UNU-MIN-HISTORY
                   ADD 1 TO UNU-UNJUDGED-COUNT
               ELSE
                   ADD 1 TO UNU-JUDGED-COUNT
                   PERFORM CHECK-POSTING-PATTERN
               END-IF
           END-IF.

       CHECK-POSTING-PATTERN.
           MOVE ZERO TO UNU-FLG-SUB
           IF UNU-OP-COUNT(UNU-CC-SUB UNU-OP-SUB) = ZERO
               MOVE "O" TO UNU-REASON-CODE
               MOVE SPACES TO UNU-REASON-TEXT
               STRING "operator " AM-OPT
                   " not used at this cost center in the window"
                   DELIMITED BY SIZE INTO UNU-REASON-TEXT
               PERFORM ADD-FLAG-REASON
           ELSE
               COMPUTE UNU-AVERAGE ROUNDED
                   = UNU-OP-SUM(UNU-CC-SUB UNU-OP-SUB)
                   / UNU-OP-COUNT(UNU-CC-SUB UNU-OP-SUB)
               COMPUTE UNU-HIGH-LIMIT = UNU-AVERAGE * UNU-MULTIPLE
               COMPUTE UNU-LOW-LIMIT = UNU-AMOUNT * UNU-MULTIPLE
               MOVE UNU-AMOUNT TO UNU-AMT-EDIT
               MOVE UNU-OP-MIN(UNU-CC-SUB UNU-OP-SUB) TO UNU-AMT-EDIT2
               MOVE UNU-OP-MAX(UNU-CC-SUB UNU-OP-SUB) TO UNU-AMT-EDIT3
               MOVE UNU-MULTIPLE TO UNU-MULT-EDIT
               IF UNU-AMOUNT > UNU-HIGH-LIMIT
                   MOVE "A" TO UNU-REASON-CODE
                   MOVE SPACES TO UNU-REASON-TEXT
                   STRING "amount " UNU-AMT-EDIT " over" UNU-MULT-EDIT
                       "x usual (range " UNU-AMT-EDIT2 "-"
                       UNU-AMT-EDIT3 ")"
                       DELIMITED BY SIZE INTO UNU-REASON-TEXT
                   PERFORM ADD-FLAG-REASON
               END-IF
               IF UNU-LOW-LIMIT < UNU-AVERAGE
                   MOVE "A" TO UNU-REASON-CODE
                   MOVE SPACES TO UNU-REASON-TEXT
                   STRING "amount " UNU-AMT-EDIT " under 1/"
                       UNU-MULT-EDIT " usual (range " UNU-AMT-EDIT2
                       "-" UNU-AMT-EDIT3 ")"
                       DELIMITED BY SIZE INTO UNU-REASON-TEXT
                   PERFORM ADD-FLAG-REASON
               END-IF
           END-IF

           IF AM-FORMULA-CODE NOT = SPACES
                   AND UNU-CC-FRM-COUNT(UNU-CC-SUB) > ZERO
                   AND UNU-CC-FRM-COUNT(UNU-CC-SUB) < 10
               PERFORM VARYING UNU-SUB2 FROM 1 BY 1
                       UNTIL UNU-SUB2 > UNU-CC-FRM-COUNT(UNU-CC-SUB)
                       OR UNU-CC-FRM-CODE(UNU-CC-SUB UNU-SUB2)
                           = AM-FORMULA-CODE
                   CONTINUE
               END-PERFORM
               IF UNU-SUB2 > UNU-CC-FRM-COUNT(UNU-CC-SUB)
                   MOVE "F" TO UNU-REASON-CODE
                   MOVE SPACES TO UNU-REASON-TEXT
                   STRING "formula " AM-FORMULA-CODE
                       " not used at this cost center in the window"
                       DELIMITED BY SIZE INTO UNU-REASON-TEXT
                   PERFORM ADD-FLAG-REASON
               END-IF
           END-IF

           IF UNU-CC-CUR-COUNT(UNU-CC-SUB) < 10
               PERFORM VARYING UNU-SUB2 FROM 1 BY 1
                       UNTIL UNU-SUB2 > UNU-CC-CUR-COUNT(UNU-CC-SUB)
                       OR UNU-CC-CUR-CODE(UNU-CC-SUB UNU-SUB2)
                           = AM-CURRENCY
                   CONTINUE
               END-PERFORM
               IF UNU-SUB2 > UNU-CC-CUR-COUNT(UNU-CC-SUB)
                   MOVE "C" TO UNU-REASON-CODE
                   MOVE SPACES TO UNU-REASON-TEXT
                   STRING "currency " AM-CURRENCY
                       " not used at this cost center in the window"
                       DELIMITED BY SIZE INTO UNU-REASON-TEXT
                   PERFORM ADD-FLAG-REASON
               END-IF
           END-IF

           IF UNU-CC-DAYS(UNU-CC-SUB)(UNU-DOW:1) NOT = "Y"
               MOVE "D" TO UNU-REASON-CODE
               MOVE SPACES TO UNU-REASON-TEXT
               STRING "no postings at this cost center on a "
                   UNU-DAY-NAME(UNU-DOW) " in the window"
                   DELIMITED BY SIZE INTO UNU-REASON-TEXT
               PERFORM ADD-FLAG-REASON
           END-IF.

      * The first reason opens the posting's entry in the flag table;
      * later ones are added to it.
       ADD-FLAG-REASON.
           IF UNU-FLG-SUB = ZERO
               IF UNU-FLG-COUNT < 500
                   ADD 1 TO UNU-FLG-COUNT
                   MOVE UNU-FLG-COUNT TO UNU-FLG-SUB
                   MOVE AM-SEQ TO UNU-FLG-SEQ(UNU-FLG-SUB)
                   MOVE AM-COST-CENTER
                       TO UNU-FLG-COST-CENTER(UNU-FLG-SUB)
                   MOVE AM-OPT TO UNU-FLG-OPT(UNU-FLG-SUB)
                   MOVE AM-NUM1 TO UNU-FLG-NUM1(UNU-FLG-SUB)
                   MOVE AM-CURRENCY TO UNU-FLG-CURRENCY(UNU-FLG-SUB)
                   MOVE AM-FORMULA-CODE
                       TO UNU-FLG-FORMULA-CODE(UNU-FLG-SUB)
                   MOVE AM-BATCH-ID TO UNU-FLG-BATCH-ID(UNU-FLG-SUB)
                   MOVE SPACES TO UNU-FLG-CODES(UNU-FLG-SUB)
                   MOVE ZERO TO UNU-FLG-REASON-COUNT(UNU-FLG-SUB)
                   MOVE "N" TO UNU-FLG-STATE(UNU-FLG-SUB)
               ELSE
                   ADD 1 TO UNU-FLG-FULL-COUNT
               END-IF
           END-IF
           IF UNU-FLG-SUB > ZERO
                   AND UNU-FLG-REASON-COUNT(UNU-FLG-SUB) < 5
               ADD 1 TO UNU-FLG-REASON-COUNT(UNU-FLG-SUB)
               MOVE UNU-REASON-CODE TO UNU-FLG-CODES(UNU-FLG-SUB)
                   (UNU-FLG-REASON-COUNT(UNU-FLG-SUB):1)
               MOVE UNU-REASON-TEXT TO UNU-FLG-REASON(UNU-FLG-SUB
                   UNU-FLG-REASON-COUNT(UNU-FLG-SUB))
           END-IF.

      * The review file is rewritten through a work file. A posting
      * already on it keeps its record as it stands - open or
      * reviewed - and new flags are added at the end as open items.
       MERGE-REVIEW-FILE.
           OPEN OUTPUT REVIEW-WORK-FILE
           IF UNU-REVIEW-WORK-STATUS NOT = "00"
               DISPLAY "Unable to open CALCUNRW.DAT - review file "
                   "not updated."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REVIEW-FILE
           IF UNU-REVIEW-STATUS = "00"
               MOVE "N" TO UNU-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ REVIEW-FILE
                       AT END
                           MOVE "Y" TO UNU-EOF-SWITCH
                       NOT AT END
                           PERFORM MATCH-REVIEW-RECORD
                           WRITE REVIEW-WORK-RECORD FROM REVIEW-RECORD
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF
           PERFORM VARYING UNU-FLG-SUB FROM 1 BY 1
                   UNTIL UNU-FLG-SUB > UNU-FLG-COUNT
               IF UNU-FLG-STATE(UNU-FLG-SUB) = "N"
                   PERFORM BUILD-REVIEW-RECORD
                   WRITE REVIEW-WORK-RECORD FROM REVIEW-RECORD
                   ADD 1 TO UNU-NEW-COUNT
               END-IF
           END-PERFORM
           CLOSE REVIEW-WORK-FILE
           PERFORM REPLACE-REVIEW-FILE.

       MATCH-REVIEW-RECORD.
           IF RVW-RUN-DATE = UNU-RUN-DATE
               PERFORM VARYING UNU-FLG-SUB FROM 1 BY 1
                       UNTIL UNU-FLG-SUB > UNU-FLG-COUNT
                   IF UNU-FLG-SEQ(UNU-FLG-SUB) = RVW-SEQ
                       IF RVW-STATUS = "R"
                           MOVE "R" TO UNU-FLG-STATE(UNU-FLG-SUB)
                           ADD 1 TO UNU-REVIEWED-COUNT
                       ELSE
                           MOVE "O" TO UNU-FLG-STATE(UNU-FLG-SUB)
                           ADD 1 TO UNU-OPEN-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       BUILD-REVIEW-RECORD.
           MOVE SPACES TO REVIEW-RECORD
           MOVE UNU-RUN-DATE TO RVW-RUN-DATE
           MOVE UNU-FLG-SEQ(UNU-FLG-SUB) TO RVW-SEQ
           MOVE UNU-FLG-COST-CENTER(UNU-FLG-SUB) TO RVW-COST-CENTER
           MOVE UNU-FLG-OPT(UNU-FLG-SUB) TO RVW-OPT
           MOVE UNU-FLG-NUM1(UNU-FLG-SUB) TO RVW-NUM1
           MOVE UNU-FLG-CURRENCY(UNU-FLG-SUB) TO RVW-CURRENCY
           MOVE UNU-FLG-FORMULA-CODE(UNU-FLG-SUB) TO RVW-FORMULA-CODE
           MOVE UNU-FLG-BATCH-ID(UNU-FLG-SUB) TO RVW-BATCH-ID
           MOVE UNU-FLG-CODES(UNU-FLG-SUB) TO RVW-REASON-CODES
           MOVE UNU-FLG-REASON(UNU-FLG-SUB 1) TO RVW-REASON-TEXT
           MOVE "O" TO RVW-STATUS
           MOVE UNU-CURRENT-DATE TO RVW-FLAGGED-DATE.

      * CALCUNRV.DAT is only opened for output once the work file is
      * known to read back, so a failure never costs the review
      * history.
       REPLACE-REVIEW-FILE.
           OPEN INPUT REVIEW-WORK-FILE
           IF UNU-REVIEW-WORK-STATUS NOT = "00"
               DISPLAY "Unable to read CALCUNRW.DAT back - "
                   "CALCUNRV.DAT left as it was."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVIEW-FILE
           IF UNU-REVIEW-STATUS NOT = "00"
               DISPLAY "Unable to rewrite CALCUNRV.DAT - review "
                   "items left in CALCUNRW.DAT."
               CLOSE REVIEW-WORK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO UNU-EOF-SWITCH
           PERFORM UNTIL END-OF-INPUT
               READ REVIEW-WORK-FILE
                   AT END
                       MOVE "Y" TO UNU-EOF-SWITCH
                   NOT AT END
                       WRITE REVIEW-RECORD FROM REVIEW-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE REVIEW-WORK-FILE
           CLOSE REVIEW-FILE.

       WRITE-FLAG-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF UNU-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open review report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO UNU-WORK-LINE
           STRING "COBOLCalc Unusual Posting Review - run date "
               UNU-RUN-DATE
               DELIMITED BY SIZE INTO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           MOVE UNU-WINDOW-DAYS TO UNU-DAYS-EDIT
           MOVE UNU-MULTIPLE TO UNU-MULT-EDIT
           MOVE UNU-MIN-HISTORY TO UNU-MIN-EDIT
           MOVE SPACES TO UNU-WORK-LINE
           STRING "Window " UNU-WINDOW-START "-" UNU-WINDOW-END
               " (" UNU-DAYS-EDIT " days), multiple" UNU-MULT-EDIT
               ", minimum history" UNU-MIN-EDIT
               DELIMITED BY SIZE INTO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           MOVE SPACES TO UNU-WORK-LINE
           STRING "Thresholds from " UNU-PARM-SOURCE
               DELIMITED BY SIZE INTO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           MOVE SPACES TO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE

           MOVE "Flagged postings:" TO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           MOVE "Seq    CC      Op  Amount Cur Form Batch    Review"
               TO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           PERFORM VARYING UNU-FLG-SUB FROM 1 BY 1
                   UNTIL UNU-FLG-SUB > UNU-FLG-COUNT
               IF UNU-FLG-STATE(UNU-FLG-SUB) NOT = "R"
                   PERFORM WRITE-FLAG-LINES
               END-IF
           END-PERFORM
           IF UNU-NEW-COUNT = ZERO AND UNU-OPEN-COUNT = ZERO
               MOVE "  (none)" TO UNU-WORK-LINE
               WRITE REPORT-LINE FROM UNU-WORK-LINE
           END-IF

           MOVE SPACES TO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           MOVE "Still open from earlier run dates:" TO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           OPEN INPUT REVIEW-FILE
           IF UNU-REVIEW-STATUS = "00"
               MOVE "N" TO UNU-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ REVIEW-FILE
                       AT END
                           MOVE "Y" TO UNU-EOF-SWITCH
                       NOT AT END
                           IF RVW-STATUS = "O"
                                   AND RVW-RUN-DATE < UNU-RUN-DATE
                               PERFORM WRITE-EARLIER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF
           IF UNU-EARLIER-COUNT = ZERO
               MOVE "  (none)" TO UNU-WORK-LINE
               WRITE REPORT-LINE FROM UNU-WORK-LINE
           END-IF

           MOVE SPACES TO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           MOVE UNU-POSTED-COUNT TO UNU-COUNT-EDIT
           MOVE SPACES TO UNU-WORK-LINE
           STRING "OK postings on the run date:      " UNU-COUNT-EDIT
               DELIMITED BY SIZE INTO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           MOVE UNU-UNJUDGED-COUNT TO UNU-COUNT-EDIT
           MOVE SPACES TO UNU-WORK-LINE
           STRING "Not judged - too little history:  " UNU-COUNT-EDIT
               DELIMITED BY SIZE INTO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           MOVE UNU-NEW-COUNT TO UNU-COUNT-EDIT
           MOVE SPACES TO UNU-WORK-LINE
           STRING "Newly flagged:                    " UNU-COUNT-EDIT
               DELIMITED BY SIZE INTO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           MOVE UNU-REVIEWED-COUNT TO UNU-COUNT-EDIT
           MOVE SPACES TO UNU-WORK-LINE
           STRING "Already reviewed, not repeated:   " UNU-COUNT-EDIT
               DELIMITED BY SIZE INTO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           IF UNU-CC-FULL-COUNT > ZERO OR UNU-FLG-FULL-COUNT > ZERO
               MOVE SPACES TO UNU-WORK-LINE
               STRING "*** Table full - some history or flags were "
                   "not kept; narrow the window ***"
                   DELIMITED BY SIZE INTO UNU-WORK-LINE
               WRITE REPORT-LINE FROM UNU-WORK-LINE
               DISPLAY UNU-WORK-LINE
           END-IF
           CLOSE REPORT-FILE

           MOVE UNU-NEW-COUNT TO UNU-COUNT-EDIT
           DISPLAY "Newly flagged postings: " UNU-COUNT-EDIT
           MOVE UNU-EARLIER-COUNT TO UNU-COUNT-EDIT
           DISPLAY "Open from earlier days: " UNU-COUNT-EDIT
           DISPLAY "Report written to UNUSRPT.DAT.".

       WRITE-FLAG-LINES.
           MOVE UNU-FLG-NUM1(UNU-FLG-SUB) TO UNU-AMOUNT-TEXT
           MOVE UNU-AMOUNT-SIGNED TO UNU-AMT-EDIT
           MOVE SPACES TO UNU-WORK-LINE
           STRING UNU-FLG-SEQ(UNU-FLG-SUB) " "
               UNU-FLG-COST-CENTER(UNU-FLG-SUB) "  "
               UNU-FLG-OPT(UNU-FLG-SUB) "  " UNU-AMT-EDIT " "
               UNU-FLG-CURRENCY(UNU-FLG-SUB) " "
               UNU-FLG-FORMULA-CODE(UNU-FLG-SUB) " "
               UNU-FLG-BATCH-ID(UNU-FLG-SUB) " "
               DELIMITED BY SIZE INTO UNU-WORK-LINE
           IF UNU-FLG-STATE(UNU-FLG-SUB) = "O"
               MOVE "open" TO UNU-WORK-LINE(45:4)
           ELSE
               MOVE "new" TO UNU-WORK-LINE(45:3)
           END-IF
           WRITE REPORT-LINE FROM UNU-WORK-LINE
           PERFORM VARYING UNU-SUB2 FROM 1 BY 1
                   UNTIL UNU-SUB2 > UNU-FLG-REASON-COUNT(UNU-FLG-SUB)
               MOVE SPACES TO UNU-WORK-LINE
               STRING "    - " UNU-FLG-REASON(UNU-FLG-SUB UNU-SUB2)
                   DELIMITED BY SIZE INTO UNU-WORK-LINE
               WRITE REPORT-LINE FROM UNU-WORK-LINE
           END-PERFORM.

       WRITE-EARLIER-LINE.
           ADD 1 TO UNU-EARLIER-COUNT
           MOVE SPACES TO UNU-WORK-LINE
           STRING RVW-RUN-DATE " " RVW-SEQ " " RVW-COST-CENTER " "
               RVW-OPT " " RVW-NUM1 " " RVW-REASON-CODES " "
               RVW-REASON-TEXT(1:40)
               DELIMITED BY SIZE INTO UNU-WORK-LINE
           WRITE REPORT-LINE FROM UNU-WORK-LINE.

      ******************************************************************
      * Option 2 - mark open items reviewed, with an explanation.
      ******************************************************************
       MARK-ITEMS-REVIEWED.
           DISPLAY "Operator ID:"
           ACCEPT UNU-OPERATOR-ID
           IF UNU-OPERATOR-ID = SPACES
               DISPLAY "An operator ID is required - nothing marked."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO UNU-EOF-SWITCH
           PERFORM UNTIL END-OF-INPUT
               DISPLAY "Item to mark reviewed (YYYYMMDD SSSSSS), "
                   "blank to finish:"
               MOVE SPACES TO UNU-IN-KEY
               ACCEPT UNU-IN-KEY
               IF UNU-IN-KEY = SPACES
                   MOVE "Y" TO UNU-EOF-SWITCH
               ELSE
                   PERFORM TAKE-REVIEW-MARK
                   MOVE "N" TO UNU-EOF-SWITCH
               END-IF
           END-PERFORM

           IF UNU-MARK-COUNT = ZERO
               DISPLAY "Nothing marked."
           ELSE
               PERFORM APPLY-REVIEW-MARKS
               MOVE UNU-MARK-COUNT TO UNU-COUNT-EDIT
               DISPLAY "Items marked reviewed: " UNU-COUNT-EDIT
           END-IF.

      * The item must be open on the review file and not already
      * marked this session; the explanation is required.
       TAKE-REVIEW-MARK.
           MOVE "N" TO UNU-FOUND-SWITCH
           PERFORM VARYING UNU-MARK-SUB FROM 1 BY 1
                   UNTIL UNU-MARK-SUB > UNU-MARK-COUNT
               IF UNU-MARK-DATE(UNU-MARK-SUB) = UNU-IN-KEY(1:8)
                       AND UNU-MARK-SEQ(UNU-MARK-SUB) = UNU-IN-KEY(10:6)
                   MOVE "Y" TO UNU-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ITEM-FOUND
               DISPLAY "Already marked in this session."
           ELSE
               PERFORM FIND-OPEN-ITEM
               IF NOT ITEM-FOUND
                   DISPLAY "No open item " UNU-IN-KEY(1:8) " "
                       UNU-IN-KEY(10:6) " on CALCUNRV.DAT."
               ELSE
                   IF UNU-MARK-COUNT NOT < 100
                       DISPLAY "Session limit of 100 items reached - "
                           "finish and run again."
                   ELSE
                       DISPLAY RVW-COST-CENTER " " RVW-OPT " "
                           RVW-NUM1 " " RVW-CURRENCY " "
                           RVW-REASON-TEXT
                       DISPLAY "Explanation:"
                       MOVE SPACES TO UNU-IN-NOTE
                       ACCEPT UNU-IN-NOTE
                       IF UNU-IN-NOTE = SPACES
                           DISPLAY "An explanation is required - "
                               "item not marked."
                       ELSE
                           ADD 1 TO UNU-MARK-COUNT
                           MOVE UNU-IN-KEY(1:8)
                               TO UNU-MARK-DATE(UNU-MARK-COUNT)
                           MOVE UNU-IN-KEY(10:6)
                               TO UNU-MARK-SEQ(UNU-MARK-COUNT)
                           MOVE UNU-IN-NOTE
                               TO UNU-MARK-NOTE(UNU-MARK-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-OPEN-ITEM.
           MOVE "N" TO UNU-FOUND-SWITCH
           OPEN INPUT REVIEW-FILE
           IF UNU-REVIEW-STATUS = "00"
               PERFORM UNTIL ITEM-FOUND OR UNU-REVIEW-STATUS NOT = "00"
                   READ REVIEW-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RVW-RUN-DATE = UNU-IN-KEY(1:8)
                                   AND RVW-SEQ = UNU-IN-KEY(10:6)
                                   AND RVW-STATUS = "O"
                               MOVE "Y" TO UNU-FOUND-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.

       APPLY-REVIEW-MARKS.
           OPEN INPUT REVIEW-FILE
           OPEN OUTPUT REVIEW-WORK-FILE
           IF UNU-REVIEW-STATUS NOT = "00"
                   OR UNU-REVIEW-WORK-STATUS NOT = "00"
               DISPLAY "Unable to update CALCUNRV.DAT - nothing "
                   "marked."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO UNU-EOF-SWITCH
           PERFORM UNTIL END-OF-INPUT
               READ REVIEW-FILE
                   AT END
                       MOVE "Y" TO UNU-EOF-SWITCH
                   NOT AT END
                       PERFORM STAMP-REVIEW-RECORD
                       WRITE REVIEW-WORK-RECORD FROM REVIEW-RECORD
               END-READ
           END-PERFORM
           CLOSE REVIEW-FILE
           CLOSE REVIEW-WORK-FILE
           PERFORM REPLACE-REVIEW-FILE.

       STAMP-REVIEW-RECORD.
           IF RVW-STATUS = "O"
               PERFORM VARYING UNU-MARK-SUB FROM 1 BY 1
                       UNTIL UNU-MARK-SUB > UNU-MARK-COUNT
                   IF UNU-MARK-DATE(UNU-MARK-SUB) = RVW-RUN-DATE
                           AND UNU-MARK-SEQ(UNU-MARK-SUB) = RVW-SEQ
                       MOVE "R" TO RVW-STATUS
                       MOVE UNU-OPERATOR-ID TO RVW-REVIEWER
                       MOVE UNU-CURRENT-DATE TO RVW-REVIEW-DATE
                       MOVE UNU-MARK-NOTE(UNU-MARK-SUB) TO RVW-NOTE
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM CALCUNUS.
