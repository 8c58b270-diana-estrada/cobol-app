      *          are reviewable. Centers are never deleted - history
      *          in the GL feed must keep resolving - only flagged
      *          inactive so COBOLCalc rejects new postings to them.
      *          Each center belongs to a company (legal entity); the
      *          company decides which running total, closing balance
      *          and GL *TOTAL the center's postings roll into. A blank
      *          company is the original entity 0001.
      *          Changes are not applied here. The operator signs on
      *          with an ID that CALCAUTH.DAT allows to request
      *          master changes; on end-and-save each add, change or
      *          deactivation goes to the pending-change file
      *          (CALCPEND.DAT) with its before and after images, and
      *          only takes effect once a different operator approves
      *          it in CALCAPRV.
      *          Each session's requests are added to the end of the
      *          change report, beneath earlier sessions and the
      *          decisions CALCAPRV has added to it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "CCMMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCM-REPORT-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "CALCAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCM-AUTH-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCM-PENDING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CC-MASTER-FILE.
           05 CCM-ACTIVE-FLAG PIC X.
           05 FILLER PIC X.
           05 CCM-DEPT PIC X(4).
           05 FILLER PIC X.
           05 CCM-COMPANY PIC X(4).
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
           01 CCM-MASTER-STATUS PIC XX.
           01 CCM-REPORT-STATUS PIC XX.
           01 CCM-AUTH-STATUS PIC XX.
           01 CCM-PENDING-STATUS PIC XX.
           01 CCM-AUTH-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-AUTHORITY VALUE "Y".
           01 CCM-PND-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-PENDING VALUE "Y".
           01 CCM-AUTHORISED-SWITCH PIC X VALUE "N".
               88 OPERATOR-AUTHORISED VALUE "Y".
           01 CCM-OPERATOR-ID PIC X(8).
           01 CCM-NEXT-CHANGE-ID PIC 9(6) VALUE ZERO.
           01 CCM-REQUEST-COUNT PIC 9(4) VALUE ZERO.
           01 CCM-MATCH-SWITCH PIC X VALUE "N".
               88 ENTRY-MATCHED VALUE "Y".
           01 CCM-CURRENT-DATE PIC X(8).
           01 CCM-ACTION PIC X.
           01 CCM-ACTION-TEXT PIC X(10).
           01 CCM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-MASTER VALUE "Y".
           01 CCM-DONE-SWITCH PIC X VALUE "N".
           01 CCM-IN-DESC PIC X(20).
           01 CCM-IN-FLAG PIC X.
           01 CCM-IN-DEPT PIC X(4).
           01 CCM-IN-COMPANY PIC X(4).
           01 CCM-SUB PIC 9(4) VALUE ZERO.
           01 CCM-SUB2 PIC 9(4) VALUE ZERO.
           01 CCM-CHANGE-COUNT PIC 9(4) VALUE ZERO.
           01 CCM-COUNT-EDIT PIC ZZZ9.
           01 CCM-WORK-LINE PIC X(80).

      * Master records read after the table filled.
           01 CCM-TBL-OVERFLOW PIC 9(6) VALUE ZERO.

           01 CCM-TBL-COUNT PIC 9(4) VALUE ZERO.
           01 CCM-TBL-TABLE.
               05 CCM-TBL-ENTRY OCCURS 5000 TIMES.
                   10 CCM-TBL-CODE PIC X(6).
                   10 CCM-TBL-DESC PIC X(20).
                   10 CCM-TBL-FLAG PIC X.
                   10 CCM-TBL-DEPT PIC X(4).
                   10 CCM-TBL-COMPANY PIC X(4).
                   10 CCM-TBL-IMAGE PIC X(39).

           01 CCM-OLD-COUNT PIC 9(4) VALUE ZERO.
           01 CCM-OLD-TABLE.
               05 CCM-OLD-ENTRY OCCURS 5000 TIMES.
                   10 CCM-OLD-CODE PIC X(6).
                   10 CCM-OLD-DESC PIC X(20).
                   10 CCM-OLD-FLAG PIC X.
                   10 CCM-OLD-DEPT PIC X(4).
                   10 CCM-OLD-COMPANY PIC X(4).
                   10 CCM-OLD-IMAGE PIC X(39).

      * A master record as the file holds it, for the images on a
      * pending change.
           01 CCM-IMAGE.
               05 CCM-IMG-CODE PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 CCM-IMG-DESC PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 CCM-IMG-FLAG PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 CCM-IMG-DEPT PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 CCM-IMG-COMPANY PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Cost-Center Master Maintenance"
           DISPLAY " "
           ACCEPT CCM-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-AUTHORISED
               DISPLAY "Operator " CCM-OPERATOR-ID " may not request "
                   "master changes - see CALCAUTH.DAT."
               STOP RUN
           END-IF
           PERFORM LOAD-MASTER-TABLE
      * A center the table could not hold would look absent and
      * could be requested again as an add.
           IF CCM-TBL-OVERFLOW > ZERO
               DISPLAY "CCMAST.DAT holds more than 5000 centers - "
                   CCM-TBL-OVERFLOW " not read; no changes can be "
                   "requested."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CCM-TBL-COUNT TO CCM-OLD-COUNT
           MOVE CCM-TBL-TABLE TO CCM-OLD-TABLE


           IF SAVE-WANTED
               IF CCM-CHANGE-COUNT = ZERO
                   DISPLAY "No changes made - nothing requested."
               ELSE
                   PERFORM REQUEST-CHANGES
               END-IF
           ELSE
               DISPLAY "Changes discarded."
       LOAD-MASTER-TABLE.
           OPEN INPUT CC-MASTER-FILE
           IF CCM-MASTER-STATUS = "00"
               PERFORM UNTIL END-OF-MASTER
                   READ CC-MASTER-FILE
                       AT END
                           MOVE "Y" TO CCM-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE CC-MASTER-FILE
                   "empty master."
           END-IF.

       TAKE-MASTER-RECORD.
           IF CCM-TBL-COUNT = 5000
               ADD 1 TO CCM-TBL-OVERFLOW
           ELSE
               ADD 1 TO CCM-TBL-COUNT
               MOVE CCM-CODE TO CCM-TBL-CODE(CCM-TBL-COUNT)
               MOVE CCM-DESC TO CCM-TBL-DESC(CCM-TBL-COUNT)
               MOVE CCM-ACTIVE-FLAG TO CCM-TBL-FLAG(CCM-TBL-COUNT)
               MOVE CCM-DEPT TO CCM-TBL-DEPT(CCM-TBL-COUNT)
               MOVE CC-MASTER-RECORD TO CCM-TBL-IMAGE(CCM-TBL-COUNT)
               IF CCM-COMPANY = SPACES
                   MOVE "0001" TO CCM-TBL-COMPANY(CCM-TBL-COUNT)
               ELSE
                   MOVE CCM-COMPANY TO CCM-TBL-COMPANY(CCM-TBL-COUNT)
               END-IF
           END-IF.

       FIND-CENTER.
           MOVE "N" TO CCM-FOUND-SWITCH
           MOVE ZERO TO CCM-SUB2
           MOVE CCM-SUB2 TO CCM-SUB.

       ADD-CENTER.
           IF CCM-TBL-COUNT = 5000
               DISPLAY "Master is full - 5000 centers maximum."
           ELSE
               DISPLAY "Cost-center code:"
               ACCEPT CCM-IN-CODE
                           MOVE "A" TO CCM-TBL-FLAG(CCM-TBL-COUNT)
                           MOVE CCM-IN-DEPT
                               TO CCM-TBL-DEPT(CCM-TBL-COUNT)
                           MOVE CCM-IN-COMPANY
                               TO CCM-TBL-COMPANY(CCM-TBL-COUNT)
                           MOVE SPACES TO CCM-TBL-IMAGE(CCM-TBL-COUNT)
                           ADD 1 TO CCM-CHANGE-COUNT
                           DISPLAY "Added as active."
                       END-IF
                       MOVE CCM-IN-DESC TO CCM-TBL-DESC(CCM-SUB)
                       MOVE CCM-IN-FLAG TO CCM-TBL-FLAG(CCM-SUB)
                       MOVE CCM-IN-DEPT TO CCM-TBL-DEPT(CCM-SUB)
                       MOVE CCM-IN-COMPANY
                           TO CCM-TBL-COMPANY(CCM-SUB)
                       ADD 1 TO CCM-CHANGE-COUNT
                       DISPLAY "Changed."
                   ELSE
           IF CCM-IN-DEPT = SPACES
               DISPLAY "Department may not be blank - entry not "
                   "applied."
           ELSE
               DISPLAY "Company (blank = 0001):"
               ACCEPT CCM-IN-COMPANY
               IF CCM-IN-COMPANY = SPACES
                   MOVE "0001" TO CCM-IN-COMPANY
               END-IF
           END-IF.

       LIST-MASTER.
               DISPLAY CCM-TBL-CODE(CCM-SUB) " "
                   CCM-TBL-DESC(CCM-SUB) " "
                   CCM-TBL-FLAG(CCM-SUB) " "
                   CCM-TBL-DEPT(CCM-SUB) " "
                   CCM-TBL-COMPANY(CCM-SUB)
           END-PERFORM.

      * Requesting needs a CALCAUTH.DAT entry for the operator in
      * the CCM area (or ALL) with the request flag set; with no
      * authority file nobody may request.
       SIGN-ON-OPERATOR.
           DISPLAY "Operator ID:"
           ACCEPT CCM-OPERATOR-ID
           MOVE "N" TO CCM-AUTHORISED-SWITCH
           OPEN INPUT AUTHORITY-FILE
           IF CCM-AUTH-STATUS = "00"
               PERFORM UNTIL END-OF-AUTHORITY
                   READ AUTHORITY-FILE
                       AT END
                           MOVE "Y" TO CCM-AUTH-EOF-SWITCH
                       NOT AT END
                           IF AUT-OPERATOR-ID = CCM-OPERATOR-ID
                                   AND AUT-MAY-REQUEST = "Y"
                                   AND (AUT-AREA = "CCM"
                                       OR AUT-AREA = "ALL")
                               MOVE "Y" TO CCM-AUTHORISED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
           END-IF
           IF CCM-OPERATOR-ID = SPACES
               MOVE "N" TO CCM-AUTHORISED-SWITCH
           END-IF.

      * Change IDs run on from the highest already on the pending
      * file, decided or not.
       FIND-NEXT-CHANGE-ID.
           MOVE ZERO TO CCM-NEXT-CHANGE-ID
           OPEN INPUT PENDING-FILE
           IF CCM-PENDING-STATUS = "00"
               PERFORM UNTIL END-OF-PENDING
                   READ PENDING-FILE
                       AT END
                           MOVE "Y" TO CCM-PND-EOF-SWITCH
                       NOT AT END
                           IF PND-CHANGE-ID IS NUMERIC
                                   AND PND-CHANGE-ID
                                       > CCM-NEXT-CHANGE-ID
                               MOVE PND-CHANGE-ID
                                   TO CCM-NEXT-CHANGE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      * The session's net effect is worked out center by center
      * against the master as loaded - a center new is an add, one
      * altered is a change, or a deactivation where only the active
      * flag went to I - and each goes to the pending file, with the
      * report listing what was asked. Centers are never deleted.
       REQUEST-CHANGES.
           PERFORM FIND-NEXT-CHANGE-ID
           OPEN EXTEND REPORT-FILE
           IF CCM-REPORT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF CCM-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open change report file - nothing "
                   "requested."
           ELSE
               OPEN EXTEND PENDING-FILE
               IF CCM-PENDING-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
               IF CCM-PENDING-STATUS NOT = "00"
                   DISPLAY "Unable to open CALCPEND.DAT - nothing "
                       "requested."
               ELSE
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM VARYING CCM-SUB2 FROM 1 BY 1
                           UNTIL CCM-SUB2 > CCM-TBL-COUNT
                       PERFORM FIND-IN-OLD-TABLE
                       IF NOT ENTRY-MATCHED
                           MOVE "A" TO CCM-ACTION
                           PERFORM WRITE-PENDING-CHANGE
                       ELSE
                           IF CCM-TBL-DESC(CCM-SUB2)
                                   NOT = CCM-OLD-DESC(CCM-SUB)
                                   OR CCM-TBL-DEPT(CCM-SUB2)
                                   NOT = CCM-OLD-DEPT(CCM-SUB)
                                   OR CCM-TBL-COMPANY(CCM-SUB2)
                                   NOT = CCM-OLD-COMPANY(CCM-SUB)
                               MOVE "C" TO CCM-ACTION
                               PERFORM WRITE-PENDING-CHANGE
                           ELSE
                               IF CCM-TBL-FLAG(CCM-SUB2)
                                       NOT = CCM-OLD-FLAG(CCM-SUB)
                                   IF CCM-TBL-FLAG(CCM-SUB2) = "I"
                                       MOVE "X" TO CCM-ACTION
                                   ELSE
                                       MOVE "C" TO CCM-ACTION
                                   END-IF
                                   PERFORM WRITE-PENDING-CHANGE
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE PENDING-FILE
                   MOVE CCM-REQUEST-COUNT TO CCM-COUNT-EDIT
                   MOVE SPACES TO CCM-WORK-LINE
                   STRING "Changes requested: " CCM-COUNT-EDIT
                       DELIMITED BY SIZE INTO CCM-WORK-LINE
                   WRITE REPORT-LINE FROM CCM-WORK-LINE
                   DISPLAY CCM-COUNT-EDIT " change(s) sent for "
                       "approval."
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "Change report written to CCMMRPT.DAT."
           END-IF.

      * Leaves CCM-SUB on the old-master entry for the new entry at
      * CCM-SUB2.
       FIND-IN-OLD-TABLE.
           MOVE "N" TO CCM-MATCH-SWITCH
           MOVE 1 TO CCM-SUB
           PERFORM UNTIL ENTRY-MATCHED OR CCM-SUB > CCM-OLD-COUNT
               IF CCM-OLD-CODE(CCM-SUB) = CCM-TBL-CODE(CCM-SUB2)
                   MOVE "Y" TO CCM-MATCH-SWITCH
               ELSE
                   ADD 1 TO CCM-SUB
               END-IF
           END-PERFORM.

      * CCM-SUB points at the old entry (change, deactivate) and
      * CCM-SUB2 at the new one.
       WRITE-PENDING-CHANGE.
           ADD 1 TO CCM-NEXT-CHANGE-ID
           ADD 1 TO CCM-REQUEST-COUNT
           MOVE SPACES TO PENDING-RECORD
           MOVE CCM-NEXT-CHANGE-ID TO PND-CHANGE-ID
           MOVE "CCM" TO PND-AREA
           MOVE CCM-ACTION TO PND-ACTION
           MOVE "P" TO PND-STATUS
           MOVE CCM-OPERATOR-ID TO PND-REQUESTER
           MOVE CCM-CURRENT-DATE TO PND-REQUEST-DATE
           MOVE CCM-TBL-CODE(CCM-SUB2) TO PND-KEY
           EVALUATE CCM-ACTION
               WHEN "A"
                   MOVE "ADD" TO CCM-ACTION-TEXT
               WHEN "C"
                   MOVE "CHANGE" TO CCM-ACTION-TEXT
               WHEN OTHER
                   MOVE "DEACTIVATE" TO CCM-ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO CCM-WORK-LINE
           STRING "Change " CCM-NEXT-CHANGE-ID " " CCM-ACTION-TEXT
               " center " CCM-TBL-CODE(CCM-SUB2)
               " - approved by: pending"
               DELIMITED BY SIZE INTO CCM-WORK-LINE
           WRITE REPORT-LINE FROM CCM-WORK-LINE
           IF CCM-ACTION NOT = "A"
               MOVE CCM-OLD-IMAGE(CCM-SUB) TO PND-BEFORE-IMAGE
               MOVE SPACES TO CCM-WORK-LINE
               STRING "  Before: " CCM-OLD-CODE(CCM-SUB)
                   " " CCM-OLD-DESC(CCM-SUB)
                   " " CCM-OLD-FLAG(CCM-SUB)
                   " " CCM-OLD-DEPT(CCM-SUB)
                   " " CCM-OLD-COMPANY(CCM-SUB)
                   DELIMITED BY SIZE INTO CCM-WORK-LINE
               WRITE REPORT-LINE FROM CCM-WORK-LINE
           END-IF
           MOVE CCM-TBL-CODE(CCM-SUB2) TO CCM-IMG-CODE
           MOVE CCM-TBL-DESC(CCM-SUB2) TO CCM-IMG-DESC
           MOVE CCM-TBL-FLAG(CCM-SUB2) TO CCM-IMG-FLAG
           MOVE CCM-TBL-DEPT(CCM-SUB2) TO CCM-IMG-DEPT
           MOVE CCM-TBL-COMPANY(CCM-SUB2) TO CCM-IMG-COMPANY
           MOVE CCM-IMAGE TO PND-AFTER-IMAGE
           MOVE SPACES TO CCM-WORK-LINE
           STRING "  After:  " CCM-TBL-CODE(CCM-SUB2)
               " " CCM-TBL-DESC(CCM-SUB2)
               " " CCM-TBL-FLAG(CCM-SUB2)
               " " CCM-TBL-DEPT(CCM-SUB2)
               " " CCM-TBL-COMPANY(CCM-SUB2)
               DELIMITED BY SIZE INTO CCM-WORK-LINE
           WRITE REPORT-LINE FROM CCM-WORK-LINE
           WRITE PENDING-RECORD.

       WRITE-REPORT-HEADING.
           MOVE "COBOLCalc Cost-Center Master Change Report"
               TO CCM-WORK-LINE
           WRITE REPORT-LINE FROM CCM-WORK-LINE
           MOVE SPACES TO CCM-WORK-LINE
           STRING "Requested by " CCM-OPERATOR-ID " on "
               CCM-CURRENT-DATE
               " - effective once approved in CALCAPRV"
               DELIMITED BY SIZE INTO CCM-WORK-LINE
           WRITE REPORT-LINE FROM CCM-WORK-LINE
           MOVE SPACES TO CCM-WORK-LINE
           WRITE REPORT-LINE FROM CCM-WORK-LINE.

       END PROGRAM CCMASTM.
