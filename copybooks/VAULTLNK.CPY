      *****************************************************************
      *  VAULTLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL 'VaultFigures'
      *  protocol. The nightly vault run and the verification run at
      *  the DR site both figure a flat vault copy through here, so
      *  the record count and hash total on the manifest and the
      *  ones recomputed from the received copy can only differ when
      *  the file does.
      *  The hash total is the sum over every line of each non-blank
      *  character's code times its column - a changed, swapped or
      *  shifted character moves it, a lost or extra line moves it
      *  and the count. Blanks are left out so a copy that lost or
      *  gained trailing spaces on the way still figures the same.
      *****************************************************************
       01  VAULT-FIGURE-AREA.
           05 VFG-FILE-NAME        PIC X(17).
      *        The vault copy to figure, e.g. "CUSTBALF.20261015".
           05 VFG-RECORD-COUNT     PIC 9(09).
           05 VFG-HASH-TOTAL       PIC 9(15).
           05 VFG-RESULT           PIC X(01).
           88 VFG-OK               VALUE "0".
           88 VFG-MISSING          VALUE "M".
           88 VFG-UNREADABLE       VALUE "U".
      *        Unreadable - the file is there but could not be read
      *        to its end; the figures are as far as it got.
