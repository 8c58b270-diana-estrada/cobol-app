      *          divisor) rejects again forever under plain suspense
      *          reprocessing; this program lets an operator display a
      *          CALCSUSP.DAT record, correct its operator, amounts
      *          and formula code, or write it off with a reason.
      *          Every correction and write-off is logged to
      *          SUSMRPT.DAT with before and after images so the
      *          auditors can follow what was changed.
      *          Corrections and write-offs are not applied here. The
      *          operator signs on with an ID that CALCAUTH.DAT allows
      *          to request suspense changes; on end-and-save each
      *          corrected or written-off record goes to the
      *          pending-change file (CALCPEND.DAT) with its before and
      *          after images, and only takes effect once a different
      *          operator approves it in CALCAPRV.
      *          Each session's requests are added to the end of
      *          SUSMRPT.DAT, beneath earlier sessions and the
      *          decisions CALCAPRV has added to it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-SUSPENSE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SUSMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-REPORT-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "CALCAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-AUTH-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-PENDING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           05 SUS-REJECT-DATE PIC X(8).
           05 FILLER PIC X.
           05 SUS-CURRENCY PIC X(3).
           05 FILLER PIC X.
           05 SUS-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 SUS-REVERSES-SEQ PIC X(6).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
      * Who may request and who may approve changes, per area (CTL,
      * FORM, CCM, SUSP, or ALL for every area).
       FD  AUTHORITY-FILE.
       01  AUTHORITY-RECORD.
           05 AUT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X.
           05 AUT-AREA PIC X(4).
           05 FILLER PIC X.
           05 AUT-MAY-REQUEST PIC X.
           05 FILLER PIC X.
           05 AUT-MAY-APPROVE PIC X.
           05 FILLER PIC X.
           05 AUT-NAME PIC X(20).
      * One requested change: the live record as it stood when the
      * change was requested and as it is to become. An add has no
      * before image; a delete has no after image.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PND-CHANGE-ID PIC 9(6).
           05 FILLER PIC X.
           05 PND-AREA PIC X(4).
           05 FILLER PIC X.
           05 PND-ACTION PIC X.
           05 FILLER PIC X.
           05 PND-STATUS PIC X.
           05 FILLER PIC X.
           05 PND-REQUESTER PIC X(8).
           05 FILLER PIC X.
           05 PND-REQUEST-DATE PIC X(8).
           05 FILLER PIC X.
           05 PND-APPROVER PIC X(8).
           05 FILLER PIC X.
           05 PND-DECISION-DATE PIC X(8).
           05 FILLER PIC X.
           05 PND-KEY PIC X(12).
           05 FILLER PIC X.
           05 PND-REQUEST-NOTE PIC X(20).
           05 FILLER PIC X.
           05 PND-DECLINE-REASON PIC X(30).
           05 FILLER PIC X.
           05 PND-BEFORE-IMAGE PIC X(80).
           05 FILLER PIC X.
           05 PND-AFTER-IMAGE PIC X(80).
       WORKING-STORAGE SECTION.
           01 SUM-SUSPENSE-STATUS PIC XX.
           01 SUM-REPORT-STATUS PIC XX.
           01 SUM-AUTH-STATUS PIC XX.
           01 SUM-PENDING-STATUS PIC XX.
           01 SUM-AUTH-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-AUTHORITY VALUE "Y".
           01 SUM-PND-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-PENDING VALUE "Y".
           01 SUM-AUTHORISED-SWITCH PIC X VALUE "N".
               88 OPERATOR-AUTHORISED VALUE "Y".
           01 SUM-OPERATOR-ID PIC X(8).
           01 SUM-NEXT-CHANGE-ID PIC 9(6) VALUE ZERO.
           01 SUM-REQUEST-COUNT PIC 9(4) VALUE ZERO.
           01 SUM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-SUSPENSE VALUE "Y".
           01 SUM-LOG-ROOM-SWITCH PIC X VALUE "Y".
               88 LOG-ROOM-LEFT VALUE "Y".

           01 SUM-REC-WORK.
               05 SUM-WRK-OPT PIC X.
               05 SUM-WRK-REJECT-DATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 SUM-WRK-CURRENCY PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 SUM-WRK-REVERSES-DATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 SUM-WRK-REVERSES-SEQ PIC X(6).
           01 SUM-DONE-SWITCH PIC X VALUE "N".
               88 MAINT-DONE VALUE "Y".
           01 SUM-SAVE-SWITCH PIC X VALUE "N".
           01 SUM-SUB PIC 9(3) VALUE ZERO.
           01 SUM-CHANGE-COUNT PIC 9(4) VALUE ZERO.
           01 SUM-WRITEOFF-COUNT PIC 9(4) VALUE ZERO.
           01 SUM-COUNT-EDIT PIC ZZZ9.
           01 SUM-WORK-LINE PIC X(80).
           01 SUM-NUM-EDIT PIC -(3)9.99.
           01 SUM-IN-NUM1 PIC S9(4)V99.
           01 SUM-IN-NUM2 PIC S9(4)V99.
           01 SUM-IN-FORMULA PIC X(4).
           01 SUM-WRITEOFF-REASON PIC X(20).
           01 SUM-CURRENT-DATE PIC X(8).

                   10 SUM-TBL-REASON PIC X(2).
                   10 SUM-TBL-REJECT-DATE PIC X(8).
                   10 SUM-TBL-CURRENCY PIC X(3).
                   10 SUM-TBL-REVERSES-DATE PIC X(8).
                   10 SUM-TBL-REVERSES-SEQ PIC X(6).
                   10 SUM-TBL-ORIG-IMAGE PIC X(61).
                   10 SUM-TBL-NOTE PIC X(20).

      * Action log lines are gathered here and written out only on
      * end-and-save, so a quit-without-saving session leaves no
           DISPLAY "COBOLCalc Suspense Maintenance"
           DISPLAY " "
           ACCEPT SUM-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-AUTHORISED
               DISPLAY "Operator " SUM-OPERATOR-ID " may not request "
                   "suspense changes - see CALCAUTH.DAT."
               STOP RUN
           END-IF
           PERFORM LOAD-SUSPENSE-TABLE
           IF SUM-TBL-COUNT = ZERO
               DISPLAY "Suspense file is empty - nothing to maintain."
           IF SAVE-WANTED
               IF SUM-CHANGE-COUNT = ZERO
                       AND SUM-WRITEOFF-COUNT = ZERO
                   DISPLAY "No changes made - nothing requested."
               ELSE
                   PERFORM WRITE-ACTION-REPORT
               END-IF
           ELSE
                           TO SUM-TBL-REJECT-DATE(SUM-TBL-COUNT)
                       MOVE SUS-CURRENCY
                           TO SUM-TBL-CURRENCY(SUM-TBL-COUNT)
                       MOVE SUS-REVERSES-DATE
                           TO SUM-TBL-REVERSES-DATE(SUM-TBL-COUNT)
                       MOVE SUS-REVERSES-SEQ
                           TO SUM-TBL-REVERSES-SEQ(SUM-TBL-COUNT)
                       MOVE SUSPENSE-RECORD
                           TO SUM-TBL-ORIG-IMAGE(SUM-TBL-COUNT)
                       MOVE SPACES TO SUM-TBL-NOTE(SUM-TBL-COUNT)
               END-READ
           END-PERFORM
           IF NOT END-OF-SUSPENSE
               DISPLAY "More than 200 suspense records - only the "
                   "first 200 are maintained this session; the "
                   "rest are left as they are."
           END-IF
           CLOSE SUSPENSE-FILE.

               " frm " SUM-TBL-FORMULA(SUM-SUB)
               " rsn " SUM-TBL-REASON(SUM-SUB)
               " dt " SUM-TBL-REJECT-DATE(SUM-SUB)
               " cur " SUM-TBL-CURRENCY(SUM-SUB)
           IF SUM-TBL-REVERSES-DATE(SUM-SUB) NOT = SPACES
               DISPLAY "    reverses " SUM-TBL-REVERSES-DATE(SUM-SUB)
                   " " SUM-TBL-REVERSES-SEQ(SUM-SUB)
           END-IF.

       LIST-RECORDS.
           PERFORM VARYING SUM-SUB FROM 1 BY 1
                   MOVE SUM-IN-NUM1 TO SUM-TBL-NUM1(SUM-SUB)
                   MOVE SUM-IN-NUM2 TO SUM-TBL-NUM2(SUM-SUB)
                   MOVE SUM-IN-FORMULA TO SUM-TBL-FORMULA(SUM-SUB)
                   IF TBL-KEPT(SUM-SUB)
                       ADD 1 TO SUM-CHANGE-COUNT
                   END-IF
                   MOVE "C" TO SUM-TBL-STATUS(SUM-SUB)
                   PERFORM LOG-AFTER-IMAGE
                   DISPLAY "Corrected."
               END-IF
                   DISPLAY "Record is already written off."
               ELSE
                   PERFORM DISPLAY-ONE-ENTRY
                   DISPLAY "Write-off reason:"
                   ACCEPT SUM-WRITEOFF-REASON
                   IF SUM-WRITEOFF-REASON = SPACES
                       DISPLAY "Reason may not be blank - "
                           "write-off not applied."
                   ELSE
                       PERFORM LOG-BEFORE-IMAGE
                       IF TBL-CORRECTED(SUM-SUB)
                           SUBTRACT 1 FROM SUM-CHANGE-COUNT
                       END-IF
                       MOVE "W" TO SUM-TBL-STATUS(SUM-SUB)
                       MOVE SUM-WRITEOFF-REASON
                           TO SUM-TBL-NOTE(SUM-SUB)
                       ADD 1 TO SUM-WRITEOFF-COUNT
                       PERFORM LOG-WRITEOFF-LINE
                       DISPLAY "Written off."

       LOG-WRITEOFF-LINE.
           MOVE SPACES TO SUM-WORK-LINE
           STRING "WRITE-OFF requested by " SUM-OPERATOR-ID
               " on " SUM-CURRENT-DATE
               " reason: " SUM-WRITEOFF-REASON
               DELIMITED BY SIZE INTO SUM-WORK-LINE
               MOVE SUM-WORK-LINE TO SUM-LOG-LINE(SUM-LOG-COUNT)
           END-IF.

      * Requesting needs a CALCAUTH.DAT entry for the operator in
      * the SUSP area (or ALL) with the request flag set; with no
      * authority file nobody may request.
       SIGN-ON-OPERATOR.
           DISPLAY "Operator ID:"
           ACCEPT SUM-OPERATOR-ID
           MOVE "N" TO SUM-AUTHORISED-SWITCH
           OPEN INPUT AUTHORITY-FILE
           IF SUM-AUTH-STATUS = "00"
               PERFORM UNTIL END-OF-AUTHORITY
                   READ AUTHORITY-FILE
                       AT END
                           MOVE "Y" TO SUM-AUTH-EOF-SWITCH
                       NOT AT END
                           IF AUT-OPERATOR-ID = SUM-OPERATOR-ID
                                   AND AUT-MAY-REQUEST = "Y"
                                   AND (AUT-AREA = "SUSP"
                                       OR AUT-AREA = "ALL")
                               MOVE "Y" TO SUM-AUTHORISED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
           END-IF
           IF SUM-OPERATOR-ID = SPACES
               MOVE "N" TO SUM-AUTHORISED-SWITCH
           END-IF.

      * Change IDs run on from the highest already on the pending
      * file, decided or not.
       FIND-NEXT-CHANGE-ID.
           MOVE ZERO TO SUM-NEXT-CHANGE-ID
           OPEN INPUT PENDING-FILE
           IF SUM-PENDING-STATUS = "00"
               PERFORM UNTIL END-OF-PENDING
                   READ PENDING-FILE
                       AT END
                           MOVE "Y" TO SUM-PND-EOF-SWITCH
                       NOT AT END
                           IF PND-CHANGE-ID IS NUMERIC
                                   AND PND-CHANGE-ID
                                       > SUM-NEXT-CHANGE-ID
                               MOVE PND-CHANGE-ID
                                   TO SUM-NEXT-CHANGE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      * Each record corrected or written off this session becomes one
      * pending change: its image as loaded is the before image, so
      * a record the next suspense reprocess run has since changed
      * or cleared is caught as stale at approval, not overwritten.
      * The session log is followed by the change IDs raised.
       WRITE-ACTION-REPORT.
           PERFORM FIND-NEXT-CHANGE-ID
           OPEN EXTEND REPORT-FILE
           IF SUM-REPORT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF SUM-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open maintenance report file - "
                   "nothing requested."
           ELSE
               OPEN EXTEND PENDING-FILE
               IF SUM-PENDING-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
               IF SUM-PENDING-STATUS NOT = "00"
                   DISPLAY "Unable to open CALCPEND.DAT - nothing "
                       "requested."
               ELSE
                   MOVE SPACES TO SUM-WORK-LINE
                   STRING "COBOLCalc Suspense Maintenance Report - "
                       SUM-CURRENT-DATE
                       DELIMITED BY SIZE INTO SUM-WORK-LINE
                   WRITE REPORT-LINE FROM SUM-WORK-LINE
                   MOVE SPACES TO SUM-WORK-LINE
                   STRING "Requested by " SUM-OPERATOR-ID
                       " - changes take effect when approved in "
                       "CALCAPRV"
                       DELIMITED BY SIZE INTO SUM-WORK-LINE
                   WRITE REPORT-LINE FROM SUM-WORK-LINE
                   MOVE SPACES TO SUM-WORK-LINE
                   WRITE REPORT-LINE FROM SUM-WORK-LINE

                   PERFORM VARYING SUM-LOG-SUB FROM 1 BY 1
                           UNTIL SUM-LOG-SUB > SUM-LOG-COUNT
                       WRITE REPORT-LINE
                           FROM SUM-LOG-LINE(SUM-LOG-SUB)
                   END-PERFORM

                   MOVE SPACES TO SUM-WORK-LINE
                   WRITE REPORT-LINE FROM SUM-WORK-LINE
                   PERFORM VARYING SUM-SUB FROM 1 BY 1
                           UNTIL SUM-SUB > SUM-TBL-COUNT
                       IF NOT TBL-KEPT(SUM-SUB)
                           PERFORM WRITE-PENDING-CHANGE
                       END-IF
                   END-PERFORM
                   CLOSE PENDING-FILE

                   MOVE SPACES TO SUM-WORK-LINE
                   WRITE REPORT-LINE FROM SUM-WORK-LINE
                   MOVE SUM-CHANGE-COUNT TO SUM-COUNT-EDIT
                   MOVE SPACES TO SUM-WORK-LINE
                   STRING "Corrections requested: " SUM-COUNT-EDIT
                       DELIMITED BY SIZE INTO SUM-WORK-LINE
                   WRITE REPORT-LINE FROM SUM-WORK-LINE
                   MOVE SUM-WRITEOFF-COUNT TO SUM-COUNT-EDIT
                   MOVE SPACES TO SUM-WORK-LINE
                   STRING "Write-offs requested:  " SUM-COUNT-EDIT
                       DELIMITED BY SIZE INTO SUM-WORK-LINE
                   WRITE REPORT-LINE FROM SUM-WORK-LINE
                   MOVE SUM-REQUEST-COUNT TO SUM-COUNT-EDIT
                   DISPLAY SUM-COUNT-EDIT " change(s) sent for "
                       "approval."
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "Maintenance report written to SUSMRPT.DAT."
           END-IF.

       WRITE-PENDING-CHANGE.
           ADD 1 TO SUM-NEXT-CHANGE-ID
           ADD 1 TO SUM-REQUEST-COUNT
           MOVE SPACES TO PENDING-RECORD
           MOVE SUM-NEXT-CHANGE-ID TO PND-CHANGE-ID
           MOVE "SUSP" TO PND-AREA
           MOVE "P" TO PND-STATUS
           MOVE SUM-OPERATOR-ID TO PND-REQUESTER
           MOVE SUM-CURRENT-DATE TO PND-REQUEST-DATE
           MOVE SUM-TBL-COST-CENTER(SUM-SUB) TO PND-KEY
           MOVE SUM-TBL-ORIG-IMAGE(SUM-SUB) TO PND-BEFORE-IMAGE
           MOVE SPACES TO SUM-WORK-LINE
           IF TBL-WRITTEN-OFF(SUM-SUB)
               MOVE "W" TO PND-ACTION
               MOVE SUM-TBL-NOTE(SUM-SUB) TO PND-REQUEST-NOTE
               STRING "Change " SUM-NEXT-CHANGE-ID " WRITE-OFF "
                   "record " SUM-SUB " cc "
                   SUM-TBL-COST-CENTER(SUM-SUB)
                   " - approved by: pending"
                   DELIMITED BY SIZE INTO SUM-WORK-LINE
           ELSE
               MOVE "C" TO PND-ACTION
               MOVE SUM-TBL-OPT(SUM-SUB) TO SUM-WRK-OPT
               MOVE SUM-TBL-NUM1(SUM-SUB) TO SUM-WRK-NUM1
               MOVE SUM-TBL-NUM2(SUM-SUB) TO SUM-WRK-NUM2
               MOVE SUM-TBL-COST-CENTER(SUM-SUB)
                   TO SUM-WRK-COST-CENTER
               MOVE SUM-TBL-FORMULA(SUM-SUB) TO SUM-WRK-FORMULA
               MOVE SUM-TBL-REASON(SUM-SUB) TO SUM-WRK-REASON
               MOVE SUM-TBL-REJECT-DATE(SUM-SUB)
                   TO SUM-WRK-REJECT-DATE
               MOVE SUM-TBL-CURRENCY(SUM-SUB) TO SUM-WRK-CURRENCY
               MOVE SUM-TBL-REVERSES-DATE(SUM-SUB)
                   TO SUM-WRK-REVERSES-DATE
               MOVE SUM-TBL-REVERSES-SEQ(SUM-SUB)
                   TO SUM-WRK-REVERSES-SEQ
               MOVE SUM-REC-WORK TO PND-AFTER-IMAGE
               STRING "Change " SUM-NEXT-CHANGE-ID " CORRECT   "
                   "record " SUM-SUB " cc "
                   SUM-TBL-COST-CENTER(SUM-SUB)
                   " - approved by: pending"
                   DELIMITED BY SIZE INTO SUM-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM SUM-WORK-LINE
           WRITE PENDING-RECORD.

       END PROGRAM CALCSUSM.
