      *****************************************************************
      *  VAULTMAN.CPY
      *  DR vault manifest record layout.
      *  What went offsite on a given night, written by VaultManifest
      *  and shipped with the set as VAULTMAN.CCYYMMDD - an HDR
      *  saying when the set was taken and which RecoveryDriver
      *  target it supports, a FIL record per critical file naming
      *  the copy taken with its record count and hash total, then a
      *  TRL the DR site proves the manifest itself against.
      *  VaultVerify recomputes every FIL's figures from the copies
      *  received.
      *****************************************************************
       01  VAULT-MANIFEST-RECORD.
           05 VMF-RECORD-TYPE    PIC X(03).
           88 VMF-HEADER         VALUE "HDR".
           88 VMF-FILE-ENTRY     VALUE "FIL".
           88 VMF-TRAILER        VALUE "TRL".
           05 VMF-RECORD-DATA    PIC X(77).
           05 VMF-HEADER-DATA REDEFINES VMF-RECORD-DATA.
               10 VMF-RUN-DATE       PIC 9(08).
               10 VMF-TAKEN-TIME     PIC 9(08).
      *            HHMMSSHH the last copy was finished, master lock
      *            still held.
               10 VMF-TARGET-DATE    PIC 9(08).
               10 VMF-TARGET-TIME    PIC 9(08).
      *            The RECOVCTL target the set supports - the moment
      *            the lock was taken, when every file in the set
      *            stood still together. Zeros when the set lacks
      *            the backup generation or journal to get there.
               10 VMF-BACKUP-GEN     PIC X(17).
      *            The CUSTBKUP generation RecoveryDriver would pick
      *            for that target - shipped in the set.
               10 FILLER             PIC X(28).
           05 VMF-FILE-DATA REDEFINES VMF-RECORD-DATA.
               10 VMF-FILE-NAME      PIC X(08).
      *            The file as the programs assign it, e.g. CUSTBALF.
               10 VMF-GENERATION     PIC X(17).
      *            The flat copy shipped for it.
               10 VMF-ORGANIZATION   PIC X(01).
               88 VMF-FROM-INDEXED   VALUE "I".
      *            Unloaded in key order; reload before use.
               88 VMF-FROM-SEQUENTIAL VALUE "S".
               88 VMF-KEY-APART      VALUE "K".
      *            A cipher key - figured off the live file and
      *            shipped separately, never in the set. No copy is
      *            named; the DR site proves the key as installed.
               10 VMF-RECORD-COUNT   PIC 9(09).
               10 VMF-HASH-TOTAL     PIC 9(15).
               10 VMF-TAKE-STATUS    PIC X(01).
               88 VMF-TAKEN          VALUE "T".
               88 VMF-NOT-ON-SITE    VALUE "M".
      *            No such file here to take - nothing shipped.
               88 VMF-TAKE-FAILED    VALUE "U".
      *            Could not be read or copied whole - what shipped
      *            is not to be trusted.
               10 FILLER             PIC X(26).
           05 VMF-TRAILER-DATA REDEFINES VMF-RECORD-DATA.
               10 VMF-FILE-COUNT     PIC 9(04).
      *            FIL records between HDR and TRL.
               10 VMF-HASH-GRAND     PIC 9(15).
      *            The FIL hash totals summed.
               10 FILLER             PIC X(58).
