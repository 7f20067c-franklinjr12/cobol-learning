      *        "Undo last night's load" is JournalReplay's backout-
      *        by-batch mode reversing exactly the entries carrying
      *        one number.
           05 JRNL-CHAIN-SEQUENCE PIC 9(09).
           05 JRNL-CHAIN-VALUE   PIC 9(09).
      *        Stamped through LogChain as the entry is written - the
      *        entry's place in the journal and a check value chained
      *        from the entry before (see CHNLNK.CPY). Spaces on
      *        entries written before chaining began.
