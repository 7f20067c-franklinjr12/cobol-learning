      *****************************************************************
      *  CUSTREL.CPY
      *  Customer relationship record layout.
      *  One row on CUSTREL per customer that belongs to a corporate
      *  group, keyed on the same CUST-ID that keys CUSTMAST. The
      *  group's parent has a row of its own carrying the group
      *  limit and the consolidated-statement choice; each
      *  subsidiary has a row naming its parent. REL-PARENT-ID is
      *  the parent's own CUST-ID on both, so the alternate key
      *  brings a whole group back together - parent first. One
      *  level only: a subsidiary is never a parent itself.
      *  Kept by CustomerGroupMenu; read by CustomerPosting,
      *  HoldRelease, CategoryExposure, and CustomerStatement.
      *****************************************************************
       01  CUSTOMER-RELATION-RECORD.
           05 REL-CUST-ID        PIC 9(10).
           05 REL-ROLE           PIC X(01).
           88 REL-PARENT         VALUE "P".
           88 REL-CHILD          VALUE "C".
           05 REL-PARENT-ID      PIC 9(10).
           05 REL-GROUP-LIMIT    PIC 9(09)V99.
      *        Parent row only. The most the whole group may owe
      *        between them - zero means no group limit, each
      *        member held to its own BAL-CREDIT-LIMIT alone.
           05 REL-CONSOLIDATED   PIC X(01).
           88 REL-WANTS-CONSOLIDATED VALUE "Y".
      *        Parent row only. "Y" gets the parent a consolidated
      *        statement of every member's activity besides its own.
           05 REL-SET-DATE       PIC 9(08).
           05 REL-SET-BY         PIC X(08).
