      *> BSUSREC - billing reject suspense record on the keyed
      *> BILLSUSP file, one per profile and number billing has ever
      *> rejected. FIZZBACK files the record the first time billing
      *> rejects the number, and closes it on its own when a later
      *> generation's acknowledgment accepts the same number, so
      *> every reject can be shown worked instead of left behind in
      *> an old FIZZBACK.LST. BSUS-STATUS is "O" (open) or "C"
      *> (closed). BSUS-FIRST-GEN-ID and BSUS-FIRST-DATE are the
      *> generation and the date of the reject that opened the item;
      *> a further reject of an open item only moves the LAST fields,
      *> the reason, and the count. A closed item rejected again is
      *> reopened as a new item. BSUS-REASON is billing's latest
      *> BACK-REASON. BSUS-RESUB-DATE and BSUS-RESUB-CT are set by
      *> FIZZRSUB each time it puts the number on a SPOTCARD deck.
      *> The CLOSE fields are the accepting generation and the date
      *> FIZZBACK closed the item. FIZZSUSP ages the open items.
       01 BSUS-RECORD.
           05 BSUS-KEY.
               10 BSUS-PROFILE       PIC X(8).
               10 BSUS-NUMBER        PIC 9(7).
           05 BSUS-STATUS            PIC X(1).
           05 BSUS-REASON            PIC X(16).
           05 BSUS-FIRST-GEN-ID      PIC X(15).
           05 BSUS-FIRST-DATE        PIC X(8).
           05 BSUS-LAST-GEN-ID       PIC X(15).
           05 BSUS-LAST-DATE         PIC X(8).
           05 BSUS-REJECT-CT         PIC 9(3).
           05 BSUS-RESUB-DATE        PIC X(8).
           05 BSUS-RESUB-CT          PIC 9(3).
           05 BSUS-CLOSE-GEN-ID      PIC X(15).
           05 BSUS-CLOSE-DATE        PIC X(8).
