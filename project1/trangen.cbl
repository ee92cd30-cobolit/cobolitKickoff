      *
       identification division.
       program-id.  trangen.
      *    called once per payroll transaction by LABFILE2's load
      *    loop, its cycle generation and every PARTGEN worker, to
      *    draw that transaction (PAYTRAN.CPY), so the single-stream
      *    and partitioned generators draw identical transaction
      *    mixes without keeping two copies of the rules - the same
      *    arrangement BANKGEN has for the bank-account records.
      *    draws from the same FUNCTION RANDOM stream the caller has
      *    already seeded.
      *
      *    the caller numbers an employee's transactions 1, 2, 3 ...
      *    as it asks for them; number 1 starts a new employee.  each
      *    is drawn as a deduction, an adjustment or a reversal by
      *    the operator's PARM-TRAN-MIX percentages, and as an
      *    earning otherwise:
      *      an earning is 0.00 to 999.99;
      *      a deduction is the same range, negative;
      *      an adjustment is the same range, either way;
      *      a reversal cancels one of the employee's transactions
      *        drawn earlier and not already reversed, picked at
      *        random - its amount the original's, sign turned over,
      *        dated no earlier than the original.  about 1 in 10
      *        reversals, and any drawn before there is anything to
      *        reverse, name reference zero, which no transaction
      *        ever has - the keying error MATCHMRG's unmatched-
      *        reversal rule exists to catch.
      *    amounts stay under 1,000.00 so a handful of transactions
      *    cannot push the parent's 9(7)V99 SALARY anywhere near
      *    overflow, or a deduction take it anywhere near zero.
       environment division.
       data division.
       working-storage section.
       77 tg-draw           PIC 9(03).
       77 tg-day            PIC 9(02).
       77 tg-deduction-pct  PIC 9(03).
       77 tg-adjustment-pct PIC 9(03).
       77 tg-reversal-pct   PIC 9(03).
      *
      *    the employee's transactions drawn so far, by REFERENCE -
      *    what a reversal may cancel.  99 is the most PARM-TRAN-MAX
      *    can ask for.
       77 tg-used           PIC 9(02) COMP.
       77 tg-index          PIC 9(02) COMP.
       77 tg-eligible       PIC 9(02) COMP.
       77 tg-pick           PIC 9(02) COMP.
       01 tg-drawn-table.
           05 tg-drawn-entry OCCURS 99 TIMES.
               10 tg-drawn-type     PIC X(01).
               10 tg-drawn-amount   PIC S9(5)V99.
               10 tg-drawn-day      PIC 9(02).
               10 tg-drawn-reversed PIC X(01).
      *
       linkage section.
       01 ls-sequence-no    PIC 9(7).
       01 ls-tran-ordinal   PIC 9(02).
       01 ls-tran-mix.
           05 ls-mix-deduction-pct  PIC 9(02).
           05 ls-mix-adjustment-pct PIC 9(02).
           05 ls-mix-reversal-pct   PIC 9(02).
       01 ls-run-yyyymm     PIC 9(06).
           COPY paytran.
      *
       procedure division USING ls-sequence-no, ls-tran-ordinal,
           ls-tran-mix, ls-run-yyyymm, paytran-record.
       main.
           IF ls-tran-ordinal = 1
               MOVE 0 TO tg-used
           END-IF.
           PERFORM SETTLE-TRAN-MIX.
           INITIALIZE paytran-record.
           MOVE ls-sequence-no TO ptran-sequence-no.
           MOVE ls-tran-ordinal TO ptran-reference.
           compute tg-day = 1 + (FUNCTION RANDOM * 28).
           compute tg-draw = FUNCTION RANDOM * 100.
           EVALUATE TRUE
               WHEN tg-draw < tg-deduction-pct
                   MOVE "D" TO ptran-type
                   compute ptran-amount = 0 - (FUNCTION RANDOM * 999.99)
               WHEN tg-draw < tg-deduction-pct + tg-adjustment-pct
                   MOVE "A" TO ptran-type
                   compute ptran-amount = FUNCTION RANDOM * 999.99
                   compute tg-draw = FUNCTION RANDOM * 100
                   IF tg-draw < 50
                       compute ptran-amount = 0 - ptran-amount
                   END-IF
               WHEN tg-draw < tg-deduction-pct + tg-adjustment-pct
                   + tg-reversal-pct
                   MOVE "R" TO ptran-type
                   PERFORM DRAW-ONE-REVERSAL
               WHEN OTHER
                   MOVE "E" TO ptran-type
                   compute ptran-amount = FUNCTION RANDOM * 999.99
           END-EVALUATE.
           compute ptran-date = ls-run-yyyymm * 100 + tg-day.
           PERFORM REMEMBER-THIS-TRAN.
           GOBACK.
      *
      *    a mix that is not all digits is a parm file from before
      *    the field - the built-in mix.  LABFILE2 has already turned
      *    away a mix passing 100.
       SETTLE-TRAN-MIX.
           IF ls-tran-mix NUMERIC
               MOVE ls-mix-deduction-pct TO tg-deduction-pct
               MOVE ls-mix-adjustment-pct TO tg-adjustment-pct
               MOVE ls-mix-reversal-pct TO tg-reversal-pct
           ELSE
               MOVE 20 TO tg-deduction-pct
               MOVE 10 TO tg-adjustment-pct
               MOVE 5 TO tg-reversal-pct
           END-IF.
      *
       DRAW-ONE-REVERSAL.
           MOVE 0 TO tg-eligible.
           MOVE 0 TO tg-index.
           PERFORM COUNT-ONE-ELIGIBLE tg-used TIMES.
           compute tg-draw = FUNCTION RANDOM * 100.
           IF tg-eligible = 0 OR tg-draw < 10
               MOVE 0 TO ptran-reference
               compute ptran-amount = 0 - (FUNCTION RANDOM * 999.99)
           ELSE
               compute tg-pick = 1 + (FUNCTION RANDOM * tg-eligible)
               MOVE 0 TO tg-eligible
               MOVE 0 TO tg-index
               PERFORM FIND-PICKED-ORIGINAL
                   UNTIL tg-eligible = tg-pick
               MOVE tg-index TO ptran-reference
               compute ptran-amount = 0 - tg-drawn-amount (tg-index)
               MOVE "Y" TO tg-drawn-reversed (tg-index)
               compute tg-day = tg-drawn-day (tg-index)
                   + (FUNCTION RANDOM * (29 - tg-drawn-day (tg-index)))
           END-IF.
      *
       COUNT-ONE-ELIGIBLE.
           ADD 1 TO tg-index.
           IF tg-drawn-type (tg-index) NOT = "R"
               AND tg-drawn-reversed (tg-index) = "N"
               ADD 1 TO tg-eligible
           END-IF.
      *
       FIND-PICKED-ORIGINAL.
           ADD 1 TO tg-index.
           IF tg-drawn-type (tg-index) NOT = "R"
               AND tg-drawn-reversed (tg-index) = "N"
               ADD 1 TO tg-eligible
           END-IF.
      *
      *    the table is indexed by REFERENCE, so an ordinal past the
      *    table (it cannot be, from a 2-digit PARM-TRAN-MAX) would
      *    only mean that transaction is never picked for reversal.
       REMEMBER-THIS-TRAN.
           IF ls-tran-ordinal > 0 AND ls-tran-ordinal NOT > 99
               MOVE ls-tran-ordinal TO tg-used
               MOVE ptran-type TO tg-drawn-type (tg-used)
               MOVE ptran-amount TO tg-drawn-amount (tg-used)
               MOVE tg-day TO tg-drawn-day (tg-used)
               MOVE "N" TO tg-drawn-reversed (tg-used)
           END-IF.
