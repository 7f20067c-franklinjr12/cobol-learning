      *****************************************************************
      *  BRNLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL 'BranchLookup'
      *  protocol, in the VALDLNK style. The branch table (BRANCHES)
      *  and the customer branch file (CUSTBRCH) are read in one
      *  subprogram, so the menus, the maintenance runs, the reports
      *  and the GL interface all put a customer in the same branch.
      *  No BRANCHES file means a single book: every customer comes
      *  back as branch 00 and nothing is refused.
      *****************************************************************
       01  BRNL-CALL-AREA.
           05 BRNL-FUNCTION        PIC X(01).
           88 BRNL-LOOKUP          VALUE "L".
      *        Which branch owns BRNL-CUST-ID - its CUSTBRCH row, else
      *        the branch whose ID range holds it.
           88 BRNL-VALIDATE        VALUE "V".
      *        Is BRNL-BRANCH-CODE a branch on BRANCHES.
           88 BRNL-NTH-BRANCH      VALUE "N".
      *        Return the branch at table position BRNL-BRANCH-INDEX
      *        - how a report walks the branches in order.
           88 BRNL-SET-BRANCH      VALUE "S".
      *        Put BRNL-CUST-ID in branch BRNL-BRANCH-CODE on CUSTBRCH
      *        under BRNL-SET-BY - refused for a code not on BRANCHES.
           05 BRNL-CUST-ID         PIC 9(10).
           05 BRNL-BRANCH-CODE     PIC X(02).
           88 BRNL-NO-BRANCH       VALUE "00".
      *        Out for L and N, in for V and S. 00 is never a real
      *        branch - it is what a customer outside every ID range
      *        with no row, or every customer of a single book, gets.
           05 BRNL-BRANCH-NAME     PIC X(20).
           05 BRNL-BRANCH-INDEX    PIC 9(02).
      *        Out for L and V, in for N. Positions 01-09 follow the
      *        order of BRANCHES; 10 is always branch 00, so a report
      *        can keep its branch totals in an OCCURS 10 table.
           05 BRNL-BRANCH-COUNT    PIC 9(02).
      *        Out for every function - branches on BRANCHES.
           05 BRNL-SET-BY          PIC X(08).
      *        In for S.
           05 BRNL-SOURCE          PIC X(01).
           88 BRNL-FROM-ROW        VALUE "R".
           88 BRNL-FROM-RANGE      VALUE "D".
           88 BRNL-UNASSIGNED      VALUE "U".
      *        Out for L - how the branch was found.
           05 BRNL-RESULT          PIC X(01).
           88 BRNL-OK              VALUE "Y".
           88 BRNL-FAILED          VALUE "N".
