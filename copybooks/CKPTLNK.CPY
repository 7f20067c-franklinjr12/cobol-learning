           05 CKPT-STAMP-TIME      PIC 9(08).
      *        When the checkpoint was written - what the inquiry
      *        shows as its age.
           05 CKPT-DETAIL          PIC X(120).
      *        Restart detail too long for the token - CustomerPosting
      *        keeps its running register and GL totals and the
      *        committed line counts of every file it extends here.
      *        Spaces for a program whose token says it all. Growing
      *        the area grew the CKPTSTOR record from 56 to 176
      *        bytes; the store is empty whenever every run has
      *        finished cleanly, and it must be empty (deleted) when
      *        the longer layout goes in.
