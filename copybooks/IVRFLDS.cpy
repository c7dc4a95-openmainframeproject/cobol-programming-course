      *-----------------------------------------------------------
      * IVRFLDS
      * The fixed COMMAREA contract between the phone system's IVR
      * and IVRINQ: the IVR LINKs to IVRINQ with this 100-byte area
      * filled in on the request side, and reads the reply side
      * back when control returns.  No screen is involved, and
      * every answer is a coded field the IVR can speak or route
      * on.  COPY this member into the 01-level of any program that
      * builds or answers an IVR request, so both ends of the
      * contract change together.
      *
      *    IVR-VERIFY-TYPE   Z -- IVR-VERIFY-VALUE is the caller's
      *                      five-digit ZIP code; P -- its first
      *                      four bytes are the last four digits of
      *                      the phone number on the account.
      *    IVR-RESULT        00 verified and answered; NF account
      *                      not on the mirror; VF verification
      *                      failed; LK IVR access locked after
      *                      repeated failures (an agent must reset
      *                      it through CBLDB33); IR request
      *                      incomplete; SE system error, try later.
      *                      Only a 00 answer carries the money and
      *                      status fields; on anything else they
      *                      are zero or blank.
      *    IVR-FAILS-LEFT    failures still allowed before the lock,
      *                      on a VF answer.
      *    IVR-BALANCE/IVR-AVAIL-CREDIT -- signed as a sign byte
      *                      plus unsigned digits, the external-feed
      *                      convention.  Available credit is the
      *                      limit less the balance less the day's
      *                      open AUTHONL approvals, and is negative
      *                      on an account over its limit.
      *    IVR-LAST-PAY-AMT/IVR-LAST-PAY-DATE -- the newest payment
      *                      or credit on the Z#####H history, by
      *                      posting date; zero when there is none.
      *    IVR-HOT-LISTED    Y when the card is on the lost/stolen
      *                      hot list.
      *    IVR-ONLINE-STATUS A active, S suspended (Z#####C).
      *    IVR-BAD-ADDRESS   Y when the mail has been returned and
      *                      the address is flagged bad.
      *-----------------------------------------------------------
           05  IVR-REQUEST.
               10  IVR-ACCT-NO        PIC X(8).
               10  IVR-VERIFY-TYPE    PIC X(1).
                   88  IVR-VERIFY-BY-ZIP      VALUE 'Z'.
                   88  IVR-VERIFY-BY-PHONE    VALUE 'P'.
               10  IVR-VERIFY-VALUE   PIC X(5).
           05  IVR-REPLY.
               10  IVR-RESULT         PIC X(2).
                   88  IVR-ANSWERED           VALUE '00'.
                   88  IVR-NOT-FOUND          VALUE 'NF'.
                   88  IVR-VERIFY-FAILED      VALUE 'VF'.
                   88  IVR-ACCESS-LOCKED      VALUE 'LK'.
                   88  IVR-INVALID-REQUEST    VALUE 'IR'.
                   88  IVR-SYSTEM-ERROR       VALUE 'SE'.
               10  IVR-FAILS-LEFT     PIC 9(1).
               10  IVR-BALANCE-SIGN   PIC X(1).
               10  IVR-BALANCE        PIC 9(7)V99.
               10  IVR-AVAIL-SIGN     PIC X(1).
               10  IVR-AVAIL-CREDIT   PIC 9(7)V99.
               10  IVR-LAST-PAY-AMT   PIC 9(7)V99.
               10  IVR-LAST-PAY-DATE  PIC 9(8).
               10  IVR-HOT-LISTED     PIC X(1).
               10  IVR-ONLINE-STATUS  PIC X(1).
               10  IVR-BAD-ADDRESS    PIC X(1).
           05  FILLER                 PIC X(43).
