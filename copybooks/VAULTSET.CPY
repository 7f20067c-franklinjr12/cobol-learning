      *****************************************************************
      *  VAULTSET.CPY
      *  The files every DR vault set must carry.
      *  VaultManifest takes each of these every night; VaultVerify
      *  will not call a set fit for a recovery target unless the
      *  manifest accounts for every one of them - taken, or not on
      *  site at the source to be taken. CUSTMAST itself travels as
      *  the CUSTBKUP generation and is not listed here.
      *  A new indexed master joins the set by a name here and an
      *  unload in VaultManifest - VAULTLST extras are copied as
      *  line-sequential files and cannot carry one.
      *****************************************************************
       01  VAULT-INDEXED-NAMES.
           05 FILLER             PIC X(08) VALUE "CUSTBALF".
           05 FILLER             PIC X(08) VALUE "CUSTADDR".
           05 FILLER             PIC X(08) VALUE "CATREF".
           05 FILLER             PIC X(08) VALUE "CATRATE".
           05 FILLER             PIC X(08) VALUE "TRANTYPE".
           05 FILLER             PIC X(08) VALUE "CUSTDISP".
           05 FILLER             PIC X(08) VALUE "CUSTSUPR".
           05 FILLER             PIC X(08) VALUE "DDMAND".
           05 FILLER             PIC X(08) VALUE "DDMHOLD".
           05 FILLER             PIC X(08) VALUE "CUSTLNAM".
           05 FILLER             PIC X(08) VALUE "CUSTCYCL".
           05 FILLER             PIC X(08) VALUE "STMTHIST".
           05 FILLER             PIC X(08) VALUE "CUSTBRCH".
           05 FILLER             PIC X(08) VALUE "CUSTREL".
           05 FILLER             PIC X(08) VALUE "ARRANGE".
           05 FILLER             PIC X(08) VALUE "AGYPLACE".
           05 FILLER             PIC X(08) VALUE "LIMCHG".
           05 FILLER             PIC X(08) VALUE "APPLICN".
           05 FILLER             PIC X(08) VALUE "CUSTOFC".
           05 FILLER             PIC X(08) VALUE "GLSENT".
           05 FILLER             PIC X(08) VALUE "ANOMITEM".
           05 FILLER             PIC X(08) VALUE "RCVPHIST".
           05 FILLER             PIC X(08) VALUE "OFCHIST".
           05 FILLER             PIC X(08) VALUE "CUSTRSUB".
       01  VAULT-INDEXED-TABLE REDEFINES VAULT-INDEXED-NAMES.
           05 VST-INDEXED-NAME   PIC X(08) OCCURS 24 TIMES.
       01  VST-INDEXED-COUNT     PIC 9(02) VALUE 24.
      *        Unloaded flat in key order, reloaded before use.

       01  VAULT-SEQUENTIAL-NAMES.
           05 FILLER             PIC X(08) VALUE "POSTHIST".
           05 FILLER             PIC X(08) VALUE "CUSTJRNL".
           05 FILLER             PIC X(08) VALUE "CUSTNOTE".
           05 FILLER             PIC X(08) VALUE "EXCHRATE".
           05 FILLER             PIC X(08) VALUE "HOLIDAYS".
           05 FILLER             PIC X(08) VALUE "OPERSEC".
           05 FILLER             PIC X(08) VALUE "RUNSTEPS".
           05 FILLER             PIC X(08) VALUE "RUNFILES".
           05 FILLER             PIC X(08) VALUE "RUNCAL".
           05 FILLER             PIC X(08) VALUE "RUNPOLC".
           05 FILLER             PIC X(08) VALUE "RPTRETC".
           05 FILLER             PIC X(08) VALUE "CHAINANC".
           05 FILLER             PIC X(08) VALUE "BRANCHES".
           05 FILLER             PIC X(08) VALUE "TAXRATE".
           05 FILLER             PIC X(08) VALUE "CATLIMIT".
           05 FILLER             PIC X(08) VALUE "CUSTHOLD".
           05 FILLER             PIC X(08) VALUE "CUSTSUSP".
           05 FILLER             PIC X(08) VALUE "ADDRCHG".
           05 FILLER             PIC X(08) VALUE "LEGALHLD".
           05 FILLER             PIC X(08) VALUE "STANDORD".
           05 FILLER             PIC X(08) VALUE "CLOSEDPD".
           05 FILLER             PIC X(08) VALUE "BATCTL".
           05 FILLER             PIC X(08) VALUE "GLBATCHC".
           05 FILLER             PIC X(08) VALUE "GLWHIST".
           05 FILLER             PIC X(08) VALUE "BANKOPEN".
           05 FILLER             PIC X(08) VALUE "DLQJRNL".
           05 FILLER             PIC X(08) VALUE "CUSTARCH".
           05 FILLER             PIC X(08) VALUE "PERTOTS".
           05 FILLER             PIC X(08) VALUE "CLOSESNP".
           05 FILLER             PIC X(08) VALUE "TAXJRNL".
       01  VAULT-SEQUENTIAL-TABLE REDEFINES VAULT-SEQUENTIAL-NAMES.
           05 VST-SEQUENTIAL-NAME PIC X(08) OCCURS 30 TIMES.
       01  VST-SEQUENTIAL-COUNT  PIC 9(02) VALUE 30.
      *        Posting history and the journal to roll forward with,
      *        notes, the reference tables, the run controls that
      *        rebuild a night's schedule, the branch, tax and
      *        category-limit tables, the held-debit, suspense,
      *        address-change and legal-hold files, the standing
      *        orders, the closed-period, batch and GL batch controls
      *        that keep the DR site from reopening a period or
      *        reissuing an ID, the GL work history, the bank's open
      *        items, the delinquency journal, the purge archive, the
      *        period-close totals and snapshot name, and the tax
      *        journal - copied as they stand.

       01  VAULT-KEY-NAMES.
           05 FILLER             PIC X(08) VALUE "CUSTEKEY".
           05 FILLER             PIC X(08) VALUE "DDMEKEY".
       01  VAULT-KEY-TABLE REDEFINES VAULT-KEY-NAMES.
           05 VST-KEY-NAME       PIC X(08) OCCURS 2 TIMES.
       01  VST-KEY-COUNT         PIC 9(02) VALUE 2.
      *        The cipher keys CUSTARCH and DDMAND are read under.
      *        Never copied into the set - a key travels apart from
      *        the data it protects. The manifest carries each key's
      *        figures, so the DR site can prove the key it was sent
      *        separately is the one the set was ciphered under.
