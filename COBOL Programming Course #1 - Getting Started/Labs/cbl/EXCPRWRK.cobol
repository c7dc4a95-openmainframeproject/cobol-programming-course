      *    runs as its own step, so the record re-enters through the
      *    same validation that rejected it, never pasted straight
      *    into the posting stream.  An ACCTEDIT reject cannot be
      *    regenerated from here: its 400-byte record was truncated
      *    to the 100-byte image at capture, so a correction card
      *    against one is refused with RE-ENTER FULL RECORD and the
      *    reject stays outstanding.  Every card's outcome is listed
