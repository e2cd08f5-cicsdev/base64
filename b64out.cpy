      *    the payload was not compressed - so the saving shows on
      *    the record itself.
      *
      *    OUT-DIGEST carries the SHA-256 digest (64 hex
      *    characters) of the transaction's original raw payload -
      *    worked out before any compression, encryption or
      *    conversion on an encode, and over the fully recovered
      *    payload on a decode - so whoever decodes the result can
      *    prove it arrived unaltered.  Blank on a record that was
      *    skipped or rejected, and on a control record.
      *
      *    A result too big for one record is chained across
      *    consecutive records sharing the trans-id, numbered by
      *    OUT-SEGMENT-NUMBER with M in OUT-SEGMENT-FLAG on every

           05  out-compressed-length   pic 9(8) comp.

           05  out-digest              pic x(64).

           05  out-result-length       pic 9(4) comp.

           05  out-result              pic x(5476).
