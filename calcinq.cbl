      * Date: 22/08/2026
      * Purpose: Inquiry over the COBOLCalc audit master (AUDMAST.DAT).
      *          Pulls a single record by run date and sequence, or
      *          lists all REJECTED entries for a date range. A
      *          reversed entry shows what reversed it, a reversing
      *          entry shows what it reverses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
           01 INQ-MASTER-STATUS PIC XX.
           01 INQ-CHOICE PIC X.
               " " AM-NUM1 " " AM-TOTAL " " AM-NUM2
               " " AM-DELTA " " AM-STATUS " " AM-COST-CENTER
               " " AM-ROUND-FLAG " " AM-BATCH-ID
               " " AM-CURRENCY " " AM-ORIG-NUM1 " " AM-ORIG-NUM2
               " " AM-COMPANY-CODE
           IF AM-REVERSES-DATE NOT = SPACES
               DISPLAY "    reverses    " AM-REVERSES-DATE
                   " " AM-REVERSES-SEQ
           END-IF
           IF AM-REVERSED-BY-DATE NOT = SPACES
               DISPLAY "    reversed by " AM-REVERSED-BY-DATE
                   " " AM-REVERSED-BY-SEQ
           ELSE
               IF AM-REVERSAL-BATCH NOT = SPACES
                   DISPLAY "    reversal pending in batch "
                       AM-REVERSAL-BATCH
               END-IF
           END-IF.

       END PROGRAM CALCINQ.
