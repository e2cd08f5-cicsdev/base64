      *
      *    (C) Copyright IBM Corp. 2026
      *
      *    B64ORGP - originator profile record.
      *
      *    One record per sending department, keyed on the
      *    originator code, in the B64ORGP VSAM KSDS maintained on
      *    the B64P screen.  The processing defaults - variant,
      *    codepage, compression and sensitivity, in the same codes
      *    the B64TRAN record carries - are what BASE64O applies to
      *    one of the sender's records that leaves its own field
      *    blank, before falling back to the run's control card.  A
      *    blank default passes straight to the control card.
      *
      *    B64EDIT refuses every record from a suspended sender, and
      *    a sender's transactions past ORGP-MAX-DAILY in one night's
      *    file - zero is no cap.  ORGP-RETENTION-CLASS names the
      *    housekeeping class the sender's results are kept under -
      *    B64PURG keeps them for the PURGCARD period of that class
      *    unless the sender has a card of its own.
      *    The last change is stamped with who made it and when.
      *
           05  orgp-originator         pic x(04).

           05  orgp-name               pic x(30).

           05  orgp-status             pic x(01).
               88  orgp-status-active          value 'A'.
               88  orgp-status-suspended       value 'S'.

           05  orgp-variant            pic x(01).
               88  orgp-variant-valid          values 'S' 'M' 'U'.

           05  orgp-codepage           pic x(04).
               88  orgp-codepage-valid         values '819 ' '1208'
                                                      '037 '.

           05  orgp-compress           pic x(01).
               88  orgp-compress-valid         values 'C' 'N'.

           05  orgp-sensitive          pic x(01).
               88  orgp-sensitive-valid        values 'Y' 'N'.

           05  orgp-max-daily          pic 9(09).

           05  orgp-retention-class    pic x(02).

           05  orgp-changed-user       pic x(08).

           05  orgp-changed-date       pic x(10).

           05  orgp-changed-time       pic x(08).

           05  filler                  pic x(21).
