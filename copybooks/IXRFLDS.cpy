      *-----------------------------------------------------------
      * IXRFLDS
      * Shared layout for one published value of a pricing index
      * (INDEXRT): the index code (PRIM for the prime rate, and
      * whatever other index a variable-rate product is priced
      * off), the date the value takes effect, the value itself,
      * and the day it was keyed.  The file is cumulative -- each
      * move of an index is appended, never overwritten -- and the
      * value in force on a day is the entry with the latest
      * effective date not after it (on a tie, the later entry),
      * the same rule RATEHIST follows for pay rates.  RATEIDX
      * reprices every variable-rate account (PRCFLDS) off it.
      * COPY this member into the 01-level of any program that
      * reads or writes INDEXRT.
      *-----------------------------------------------------------
           05  IXR-INDEX-CODE     PIC X(4).
           05  IXR-EFF-DATE       PIC 9(8).
           05  IXR-RATE           PIC 9V999.
           05  IXR-ENTERED-DATE   PIC 9(8).
           05  FILLER             PIC X(56).
