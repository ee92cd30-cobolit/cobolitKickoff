           05  part-record-count    pic 9(7).
           05  part-data-file-name  pic X(24).
           05  part-tran-file-name  pic X(24).
           05  part-bank-file-name  pic X(24).
      *    what the partition's header control records carry - the
      *    run's stem and date and how many partitions make up the
      *    whole, so a reader of the concatenated file knows how many
      *    header/trailer pairs to expect.  see CTLREC.CPY.
           05  part-run-id          pic X(11).
           05  part-created         pic 9(08).
           05  part-total-parts     pic 9(02).
