      * Date: 22/08/2026
      * Purpose: Roll a daily COBOLCalc audit file into the indexed
      *          audit master (AUDMAST.DAT) keyed by run date + seq.
      *          A posted reversing entry also stamps the entry it
      *          reverses with "reversed by" this date and sequence.
      *          Each entry's audit chain check value is carried onto
      *          the master unchanged, so CALCVRFY can re-verify the
      *          chain from the master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       FD  AUDIT-MASTER.
       01  AUDIT-MASTER-RECORD.
           05 AM-KEY.
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
       WORKING-STORAGE SECTION.
           01 ARC-AUDIT-STATUS PIC XX.
           01 ARC-MASTER-STATUS PIC XX.
           01 ARC-PURGE-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-PURGE VALUE "Y".
           01 ARC-ADDED-COUNT PIC 9(6) VALUE ZERO.
           01 ARC-LINKED-COUNT PIC 9(6) VALUE ZERO.
           01 ARC-REV-DATE PIC 9(8).
           01 ARC-REV-SEQ PIC 9(6).

      * Reversal stamps on the records purged for a rerun were put
      * there by later runs, not by this audit file; they are held
      * here and put back on the records as they are re-archived.
           01 ARC-KEEP-COUNT PIC 9(4) VALUE ZERO.
           01 ARC-KEEP-SUB PIC 9(4) VALUE ZERO.
           01 ARC-KEEP-TABLE.
               05 ARC-KEEP-ENTRY OCCURS 1000 TIMES.
                   10 ARC-KEEP-SEQ PIC 9(6).
                   10 ARC-KEEP-BY-DATE PIC X(8).
                   10 ARC-KEEP-BY-SEQ PIC X(6).
                   10 ARC-KEEP-BATCH PIC X(8).
           01 ARC-PURGED-COUNT PIC 9(6) VALUE ZERO.
           01 ARC-COUNT-EDIT PIC ZZZZZ9.
       PROCEDURE DIVISION.
           DISPLAY "Records purged:   " ARC-COUNT-EDIT
           MOVE ARC-ADDED-COUNT TO ARC-COUNT-EDIT
           DISPLAY "Records added:    " ARC-COUNT-EDIT
           MOVE ARC-LINKED-COUNT TO ARC-COUNT-EDIT
           DISPLAY "Reversals linked: " ARC-COUNT-EDIT

           STOP RUN.

                       IF AM-RUN-DATE NOT = ARC-RUN-DATE
                           MOVE "Y" TO ARC-PURGE-EOF-SWITCH
                       ELSE
                           PERFORM KEEP-REVERSAL-STAMP
                           DELETE AUDIT-MASTER
                           ADD 1 TO ARC-PURGED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-REVERSAL-STAMP.
           IF AM-REVERSED-BY-DATE NOT = SPACES
                   OR AM-REVERSAL-BATCH NOT = SPACES
               IF ARC-KEEP-COUNT < 1000
                   ADD 1 TO ARC-KEEP-COUNT
                   MOVE AM-SEQ TO ARC-KEEP-SEQ(ARC-KEEP-COUNT)
                   MOVE AM-REVERSED-BY-DATE
                       TO ARC-KEEP-BY-DATE(ARC-KEEP-COUNT)
                   MOVE AM-REVERSED-BY-SEQ
                       TO ARC-KEEP-BY-SEQ(ARC-KEEP-COUNT)
                   MOVE AM-REVERSAL-BATCH
                       TO ARC-KEEP-BATCH(ARC-KEEP-COUNT)
               ELSE
                   DISPLAY "Reversal stamp on " AM-RUN-DATE " "
                       AM-SEQ " not kept - stamp table full."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       ARCHIVE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-MASTER-RECORD
           MOVE ARC-RUN-DATE TO AM-RUN-DATE
           MOVE AUD-CURRENCY TO AM-CURRENCY
           MOVE AUD-ORIG-NUM1 TO AM-ORIG-NUM1
           MOVE AUD-ORIG-NUM2 TO AM-ORIG-NUM2
           MOVE AUD-COMPANY-CODE TO AM-COMPANY-CODE
           MOVE AUD-REVERSES-DATE TO AM-REVERSES-DATE
           MOVE AUD-REVERSES-SEQ TO AM-REVERSES-SEQ
           MOVE AUD-FORMULA-CODE TO AM-FORMULA-CODE
           MOVE AUD-CHAIN-VALUE TO AM-CHAIN-VALUE
           PERFORM VARYING ARC-KEEP-SUB FROM 1 BY 1
                   UNTIL ARC-KEEP-SUB > ARC-KEEP-COUNT
               IF ARC-KEEP-SEQ(ARC-KEEP-SUB) = AUD-SEQ
                   MOVE ARC-KEEP-BY-DATE(ARC-KEEP-SUB)
                       TO AM-REVERSED-BY-DATE
                   MOVE ARC-KEEP-BY-SEQ(ARC-KEEP-SUB)
                       TO AM-REVERSED-BY-SEQ
                   MOVE ARC-KEEP-BATCH(ARC-KEEP-SUB)
                       TO AM-REVERSAL-BATCH
               END-IF
           END-PERFORM
           WRITE AUDIT-MASTER-RECORD
               INVALID KEY
                   REWRITE AUDIT-MASTER-RECORD
               NOT INVALID KEY
                   ADD 1 TO ARC-ADDED-COUNT
           END-WRITE
           IF AUD-STATUS = "OK" AND AUD-REVERSES-DATE NOT = SPACES
               PERFORM LINK-REVERSED-ENTRY
           END-IF.

      * The reversed entry was archived on an earlier run, so it is
      * read back and stamped with this entry's date and sequence.
      * An entry already stamped by a different reversal is left as
      * it is and reported - it has been reversed twice.
       LINK-REVERSED-ENTRY.
           IF AUD-REVERSES-DATE NOT NUMERIC
                   OR AUD-REVERSES-SEQ NOT NUMERIC
               DISPLAY "Reversal " ARC-RUN-DATE " " AUD-SEQ
                   " carries an invalid reference - not linked."
           ELSE
               MOVE AUD-REVERSES-DATE TO ARC-REV-DATE
               MOVE AUD-REVERSES-SEQ TO ARC-REV-SEQ
               MOVE ARC-REV-DATE TO AM-RUN-DATE
               MOVE ARC-REV-SEQ TO AM-SEQ
               READ AUDIT-MASTER
                   INVALID KEY
                       DISPLAY "Reversed entry " ARC-REV-DATE " "
                           ARC-REV-SEQ " not on the master - not "
                           "linked."
                   NOT INVALID KEY
                       PERFORM STAMP-REVERSED-ENTRY
               END-READ
           END-IF.

       STAMP-REVERSED-ENTRY.
           IF AM-REVERSED-BY-DATE = SPACES
                   OR (AM-REVERSED-BY-DATE = ARC-RUN-DATE
                       AND AM-REVERSED-BY-SEQ = AUD-SEQ)
               MOVE ARC-RUN-DATE TO AM-REVERSED-BY-DATE
               MOVE AUD-SEQ TO AM-REVERSED-BY-SEQ
               REWRITE AUDIT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "*** Entry " ARC-REV-DATE " "
                           ARC-REV-SEQ " not stamped - status "
                           ARC-MASTER-STATUS " ***"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO ARC-LINKED-COUNT
               END-REWRITE
           ELSE
               DISPLAY "*** Entry " ARC-REV-DATE " " ARC-REV-SEQ
                   " already reversed by " AM-REVERSED-BY-DATE " "
                   AM-REVERSED-BY-SEQ " - reversal " ARC-RUN-DATE
                   " " AUD-SEQ " not linked ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM CALCARCH.
