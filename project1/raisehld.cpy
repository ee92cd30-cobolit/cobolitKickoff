      *================================================================*
      *  RAISEHLD.CPY                                                  *
      *  The raise proposal on hold - RAISEHLD.DAT, written by a       *
      *  RAISEADJ PROPOSE pass; APPROVE and APPLY only restamp its     *
      *  first record, the HEADER: the master proposed against, when,  *
      *  its totals, and where the proposal stands - HELD until an     *
      *  APPROVE pass signs it off, APPROVED until an APPLY pass       *
      *  applies it, then DONE.  A blank STATUS is a proposal that     *
      *  never finished and can be neither approved nor applied.       *
      *                                                                *
      *  Then one ENTRY per master record, in the order the master     *
      *  was read, carrying the record's whole image as proposed       *
      *  against and the increase it is to get.  APPLY reads the       *
      *  master beside these entries and will not touch it unless      *
      *  every record is still exactly as proposed - the proof that    *
      *  the master has not changed since the register was signed.     *
      *  ACTION is R raise, X excluded or C a control record.          *
      *================================================================*
       01  raise-hold-record.
           05  rhld-type            pic X(01).
               88  rhld-header           value "H".
               88  rhld-entry            value "E".
           05  rhld-data            pic X(119).
           05  rhld-header-data REDEFINES rhld-data.
               10  rhld-status          pic X(01).
                   88  rhld-incomplete       value " ".
                   88  rhld-held             value "H".
                   88  rhld-approved         value "A".
                   88  rhld-applied          value "D".
               10  rhld-master-name     pic X(40).
               10  rhld-proposed-date   pic 9(08).
               10  rhld-proposed-time   pic 9(06).
               10  rhld-record-count    pic 9(09).
               10  rhld-raise-count     pic 9(09).
               10  rhld-cost            pic 9(13)V99.
               10  rhld-approver        pic X(08).
               10  rhld-approved-date   pic 9(08).
               10  rhld-applied-date    pic 9(08).
               10  filler               pic X(07).
           05  rhld-entry-data REDEFINES rhld-data.
               10  rhld-action          pic X(01).
                   88  rhld-raise            value "R".
                   88  rhld-excluded         value "X".
                   88  rhld-control          value "C".
               10  rhld-image           pic X(88).
               10  rhld-increase        pic 9(07)V99.
               10  filler               pic X(21).
