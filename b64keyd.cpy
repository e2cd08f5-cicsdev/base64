      *    names the ICSF key that encrypted a sensitive payload
      *    before it was encoded - blank when it went through clear.
      *    KEYD-ORIGINATOR carries the sending department's code.
      *    KEYD-RUN-DATE is the date (YYYY-MM-DD) of the run that
      *    last wrote the record, which the housekeeping job ages it
      *    by.  KEYD-DIGEST is the SHA-256 digest (64 hex characters)
      *    of the original raw payload, the same digest the B64OUT
      *    record carries.  KEYD-VARIANT is the Base64 variant the
      *    result was encoded in (S standard, M MIME, U URL-safe).
      *
      *    A record carried over from the first layout by B64KCNV
      *    has the run date of its latest AUDHIST entry - blank when
      *    it had none - and a blank digest and variant until a run
      *    rewrites it.
      *
      *    The record under the reserved key B64RUNSTAT carries the
      *    latest run's summary counters instead of a result - the

           05  keyd-key-label          pic x(64).

           05  keyd-run-date           pic x(10).

           05  keyd-digest             pic x(64).

           05  keyd-variant            pic x(01).
               88  keyd-variant-standard       value 'S'.
               88  keyd-variant-mime           value 'M'.
               88  keyd-variant-urlsafe        value 'U'.
               88  keyd-variant-unknown        value ' '.

           05  keyd-result-length      pic 9(4) comp.

           05  keyd-result             pic x(5476).
