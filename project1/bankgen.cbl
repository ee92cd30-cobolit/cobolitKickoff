      *
       identification division.
       program-id.  bankgen.
      *    called once per employee by LABFILE2's load loop, its
      *    cycle generation (for a carried master with no bank file
      *    to carry) and every PARTGEN worker, to draw that
      *    employee's bank-account record (BANKREC.CPY), so the
      *    single-stream and partitioned generators draw identical
      *    account mixes without keeping two copies of the rules.
      *    draws from the same FUNCTION RANDOM stream the caller has
      *    already seeded.
      *
      *    the mix is meant to give DIRDEP something to do on every
      *    run, not to look like any one real payroll:
      *      about 3 in 100 employees have no account on file at all
      *        (the caller writes no record - BANK-DRAWN = "N");
      *      about 2 in 100 accounts are still waiting on their
      *        prenote (STATUS P);
      *      about 1 in 100 accounts carries a routing number whose
      *        check digit is wrong, the keying error DIRDEP's
      *        routing check exists to catch;
      *      about 10 in 100 split between two accounts, 10 to 50
      *        percent of net pay going to the secondary;
      *    everything else is one live checking (7 in 10) or savings
      *    account.  routing numbers open with a Federal Reserve
      *    district 01-12, the way real ABA numbers do; account
      *    numbers run 4 to 17 digits.
       environment division.
       data division.
       working-storage section.
       77 bg-draw           PIC 9(03).
       77 bg-district       PIC 9(02).
       77 bg-weighted-sum   PIC 9(03).
       77 bg-check-quotient PIC 9(03).
       77 bg-check-digit    PIC 9(01).
       77 bg-account-length PIC 9(02).
       77 bg-split-step     PIC 9(01).
      *
      *    one drawn account, built here and then moved to whichever
      *    half of the caller's record it belongs to.
       01 bg-routing        PIC 9(09).
       01 bg-routing-parts REDEFINES bg-routing.
           05 bg-routing-digit PIC 9 OCCURS 9 TIMES.
       01 bg-account-digits.
           05 bg-account-high   PIC 9(09).
           05 bg-account-low    PIC 9(08).
       77 bg-account-no     PIC X(17).
       77 bg-account-type   PIC X(01).
      *
       linkage section.
       01 ls-sequence-no    PIC 9(7).
           COPY bankrec.
       01 ls-bank-drawn     PIC X(01).
      *
       procedure division USING ls-sequence-no, bank-record,
           ls-bank-drawn.
       main.
           compute bg-draw = FUNCTION RANDOM * 100.
           IF bg-draw < 3
               MOVE "N" TO ls-bank-drawn
           ELSE
               MOVE "Y" TO ls-bank-drawn
               PERFORM DRAW-BANK-RECORD
           END-IF.
           GOBACK.
      *
       DRAW-BANK-RECORD.
           INITIALIZE bank-record.
           MOVE ls-sequence-no TO bank-sequence-no.
           compute bg-draw = FUNCTION RANDOM * 100.
           IF bg-draw < 2
               MOVE "P" TO bank-status
           ELSE
               MOVE "A" TO bank-status
           END-IF.
           PERFORM DRAW-ONE-ACCOUNT.
           MOVE bg-routing TO bank-routing.
           MOVE bg-account-no TO bank-account-no.
           MOVE bg-account-type TO bank-account-type.
           compute bg-draw = FUNCTION RANDOM * 100.
           IF bg-draw < 10
               compute bg-split-step = FUNCTION RANDOM * 9
               compute bank-split-pct = 10 + (bg-split-step * 5)
               PERFORM DRAW-ONE-ACCOUNT
               MOVE bg-routing TO bank-sec-routing
               MOVE bg-account-no TO bank-sec-account-no
               MOVE bg-account-type TO bank-sec-account-type
           ELSE
               MOVE 0 TO bank-split-pct
               MOVE 0 TO bank-sec-routing
               MOVE SPACES TO bank-sec-account-no
               MOVE SPACES TO bank-sec-account-type
           END-IF.
      *
      *    ABA check digit: 3, 7 and 1 weights repeating across the
      *    first eight digits, and the ninth digit brings the
      *    weighted sum up to a multiple of 10.
       DRAW-ONE-ACCOUNT.
           compute bg-district = 1 + (FUNCTION RANDOM * 12).
           compute bg-routing =
               (bg-district * 10000000)
               + ((FUNCTION RANDOM * 1000000) * 10).
           compute bg-weighted-sum =
               3 * (bg-routing-digit (1) + bg-routing-digit (4)
                    + bg-routing-digit (7))
               + 7 * (bg-routing-digit (2) + bg-routing-digit (5)
                    + bg-routing-digit (8))
               + bg-routing-digit (3) + bg-routing-digit (6).
           DIVIDE bg-weighted-sum BY 10
               GIVING bg-check-quotient REMAINDER bg-check-digit.
           IF bg-check-digit NOT = 0
               compute bg-check-digit = 10 - bg-check-digit
           END-IF.
           compute bg-draw = FUNCTION RANDOM * 100.
           IF bg-draw < 1
               IF bg-check-digit = 9
                   MOVE 0 TO bg-check-digit
               ELSE
                   ADD 1 TO bg-check-digit
               END-IF
           END-IF.
           MOVE bg-check-digit TO bg-routing-digit (9).
           compute bg-account-length = 4 + (FUNCTION RANDOM * 14).
           compute bg-account-high = FUNCTION RANDOM * 999999999.
           compute bg-account-low = FUNCTION RANDOM * 99999999.
           MOVE SPACES TO bg-account-no.
           MOVE bg-account-digits (18 - bg-account-length :
               bg-account-length) TO bg-account-no.
           compute bg-draw = FUNCTION RANDOM * 100.
           IF bg-draw < 70
               MOVE "C" TO bg-account-type
           ELSE
               MOVE "S" TO bg-account-type
           END-IF.
