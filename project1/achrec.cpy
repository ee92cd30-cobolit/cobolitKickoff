      *================================================================*
      *  ACHREC.CPY                                                    *
      *  The five 94-byte record types of a NACHA-format payroll       *
      *  credit file, as DIRDEP writes them to DIRDEP.ACH: one file    *
      *  header (type 1), then per batch a batch header (5), its       *
      *  entry details (6) and a batch control (8), then one file      *
      *  control (9).  The file is padded out to a whole number of     *
      *  10-record blocks with records of all 9s.  Each layout is its  *
      *  own 01 under the one FD, so they share the record area.       *
      *                                                                *
      *  The control total credits hold 9(10)V99.  A run whose         *
      *  credits would pass that goes on in DIRDEP002.ACH and so on,   *
      *  each a whole file with its own header and control.            *
      *                                                                *
      *  Amounts are unsigned whole cents with no decimal point.       *
      *  ENTRY-HASH is the sum of the 8-digit receiving bank ids       *
      *  (routing number less its check digit), keeping only the      *
      *  low-order 10 digits.                                          *
      *================================================================*
       01  ach-file-header.
           05  achf-record-type     pic X(01).
           05  achf-priority        pic X(02).
           05  achf-destination     pic X(10).
           05  achf-origin          pic X(10).
           05  achf-create-date     pic 9(06).
           05  achf-create-time     pic 9(04).
           05  achf-id-modifier     pic X(01).
           05  achf-record-size     pic X(03).
           05  achf-blocking-factor pic X(02).
           05  achf-format-code     pic X(01).
           05  achf-destination-name pic X(23).
           05  achf-origin-name     pic X(23).
           05  achf-reference-code  pic X(08).
      *
       01  ach-batch-header.
           05  achb-record-type     pic X(01).
           05  achb-service-class   pic X(03).
           05  achb-company-name    pic X(16).
           05  achb-discretionary   pic X(20).
           05  achb-company-id      pic X(10).
           05  achb-sec-code        pic X(03).
           05  achb-entry-desc      pic X(10).
           05  achb-desc-date       pic X(06).
           05  achb-effective-date  pic 9(06).
           05  achb-settlement-date pic X(03).
           05  achb-originator-status pic X(01).
           05  achb-odfi-id         pic X(08).
           05  achb-batch-number    pic 9(07).
      *
       01  ach-entry-detail.
           05  ache-record-type     pic X(01).
           05  ache-tran-code       pic X(02).
           05  ache-rdfi-id         pic 9(08).
           05  ache-check-digit     pic 9(01).
           05  ache-account-no      pic X(17).
           05  ache-amount          pic 9(08)V99.
           05  ache-individual-id   pic X(15).
           05  ache-individual-name pic X(22).
           05  ache-discretionary   pic X(02).
           05  ache-addenda-ind     pic X(01).
           05  ache-trace-odfi      pic X(08).
           05  ache-trace-sequence  pic 9(07).
      *
       01  ach-batch-control.
           05  achc-record-type     pic X(01).
           05  achc-service-class   pic X(03).
           05  achc-entry-count     pic 9(06).
           05  achc-entry-hash      pic 9(10).
           05  achc-total-debit     pic 9(10)V99.
           05  achc-total-credit    pic 9(10)V99.
           05  achc-company-id      pic X(10).
           05  achc-auth-code       pic X(19).
           05  achc-reserved        pic X(06).
           05  achc-odfi-id         pic X(08).
           05  achc-batch-number    pic 9(07).
      *
       01  ach-file-control.
           05  achz-record-type     pic X(01).
           05  achz-batch-count     pic 9(06).
           05  achz-block-count     pic 9(06).
           05  achz-entry-count     pic 9(08).
           05  achz-entry-hash      pic 9(10).
           05  achz-total-debit     pic 9(10)V99.
           05  achz-total-credit    pic 9(10)V99.
           05  achz-reserved        pic X(39).
      *
       01  ach-block-filler         pic X(94).
