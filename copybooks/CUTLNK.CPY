      *****************************************************************
      *  CUTLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL 'OnlineCutoff'
      *  protocol, in the BUSDLNK style. NightlyRun takes the
      *  business-day cutoff as it starts and lifts it when the
      *  night is done; the menus that append to CUSTFIN ask before
      *  every entry which file it goes to and which posting day it
      *  belongs to, so nothing is written into a CUSTFIN the
      *  posting step is already reading.
      *****************************************************************
       01  CUTL-CALL-AREA.
           05 CUTL-FUNCTION        PIC X(01).
           88 CUTL-QUERY           VALUE "Q".
      *        Menus - return the file to append to and the posting
      *        day of an entry made now.
           88 CUTL-TAKE-CUTOFF     VALUE "C".
      *        NightlyRun start - fold the entries taken after the
      *        last cutoff into CUSTFIN and close CUSTFIN to the
      *        menus until the run is done.
           88 CUTL-LIFT-CUTOFF     VALUE "O".
      *        NightlyRun end - the menus write CUSTFIN again.
           05 CUTL-RUN-DATE        PIC 9(08).
      *        In for function C - the date the night's run was
      *        launched (CCYYMMDD).
           05 CUTL-FILE-NAME       PIC X(08).
      *        Out for function Q - "CUSTFIN" or "CUSTFINN".
           05 CUTL-POSTING-DATE    PIC 9(08).
      *        Out for Q - the business day whose posting run will
      *        take the entry. Out for C - the business day tonight's
      *        run posts.
           05 CUTL-MOVED-COUNT     PIC 9(06).
      *        Out for C - entries moved from CUSTFINN into CUSTFIN.
           05 CUTL-RESULT          PIC X(01).
           88 CUTL-BEFORE-CUTOFF   VALUE "B".
           88 CUTL-AFTER-CUTOFF    VALUE "A".
      *        Q - whether the cutoff is in force right now.
           88 CUTL-DONE            VALUE "Y".
           88 CUTL-ALREADY-TAKEN   VALUE "R".
      *        C - the cutoff for this posting day was taken by an
      *        earlier launch of the same night; nothing was moved.
           88 CUTL-FAILED          VALUE "F".
      *        C or O - ONLCUT or CUSTFINN could not be used.
           05 CUTL-FILE-STATUS     PIC X(02).
