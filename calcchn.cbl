      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Audit chain check value. Called once per audit
      *          record with the check value of the record before it
      *          and the image of this record (run date followed by
      *          the audit record up to, not including, its own check
      *          value); hands back this record's check value in the
      *          same field. Every byte of the image is folded into
      *          the running value in order, so a changed, inserted,
      *          deleted or reordered record gives a different value
      *          from that record on. COBOLCalc stamps the chain as it
      *          writes the daily audit file; CALCVRFY and CALCDEND
      *          recompute it. The first record of a run date chains
      *          from zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCHN.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * The running value stays below the modulus, so the product
      * before each reduction is well inside 18 digits.
           01 CHN-MODULUS PIC 9(10) VALUE 9999999967.
           01 CHN-MULTIPLIER PIC 9(3) VALUE 257.
           01 CHN-WORK PIC 9(18) VALUE ZERO.
           01 CHN-SUB PIC 9(3) VALUE ZERO.
       LINKAGE SECTION.
           01 CHN-CHAIN-VALUE PIC 9(10).
           01 CHN-IMAGE PIC X(127).
       PROCEDURE DIVISION USING CHN-CHAIN-VALUE CHN-IMAGE.
       MAIN-PROCEDURE.
           MOVE CHN-CHAIN-VALUE TO CHN-WORK
           PERFORM VARYING CHN-SUB FROM 1 BY 1
                   UNTIL CHN-SUB > LENGTH OF CHN-IMAGE
               COMPUTE CHN-WORK = FUNCTION MOD(
                   CHN-WORK * CHN-MULTIPLIER
                   + FUNCTION ORD(CHN-IMAGE(CHN-SUB:1)),
                   CHN-MODULUS)
           END-PERFORM
           MOVE CHN-WORK TO CHN-CHAIN-VALUE
           GOBACK.

       END PROGRAM CALCCHN.
