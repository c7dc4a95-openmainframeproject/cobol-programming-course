      *-----------------------------------------------------------
      * HIXFLDS
      * Shared layout for one record of the keyed posting-history
      * index (HISTIDX, a VSAM KSDS): the TRANHIST record exactly
      * as HISTFLDS lays it out, behind a 24-byte key of account,
      * posting date and sequence.  The key is what lets a history
      * reader START at one account's first posting inside the
      * date range it wants and READ NEXT only as far as the range
      * runs, instead of sorting the whole cumulative TRANHIST to
      * reach the same slice.
      *
      * TRANHIST remains the file of record.  Every program that
      * appends to TRANHIST adds the same record here as it goes;
      * HISTBLD rebuilds the index whole from a TRANHIST generation
      * whenever the two could have parted (a refused or rolled-
      * back night, a HISTROLL trim, a failed index write).
      *
      * HIX-SEQ keeps postings to one account on one date apart: a
      * writer numbers its records in the order it writes them and
      * steps past any number an earlier run that day already used.
      * MOVE HIX-HIST-IMAGE to an 01-level that COPYs HISTFLDS to
      * work with the history fields by their usual names.
      *-----------------------------------------------------------
           05  HIX-KEY.
               10  HIX-ACCT-NO        PIC X(8).
               10  HIX-POST-DATE      PIC 9(8).
               10  HIX-SEQ            PIC 9(8).
           05  HIX-HIST-IMAGE     PIC X(80).
