       IDENTIFICATION DIVISION.
       PROGRAM-ID. VaultManifest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           *> Held for the whole take, the way CustomerMaintenance
           *> holds it. Every menu that writes a customer's records
           *> tries the lock before each update and refuses while
           *> it is held, so nothing can move a customer while the
           *> set is being copied and every customer file in it
           *> describes the same moment. The reference tables are
           *> not under the lock - they change only by hand.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT CATEGORY-FILE ASSIGN TO "CATREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-STATUS.

           SELECT RATE-FILE ASSIGN TO "CATRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-CAT-CODE
               FILE STATUS IS WS-RATE-STATUS.

           SELECT TRAN-TYPE-FILE ASSIGN TO "TRANTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS WS-TRAN-TYPE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "CUSTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT SUPPRESSION-FILE ASSIGN TO "CUSTSUPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUP-CUST-ID
               FILE STATUS IS WS-SUPPRESSION-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "DDMAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DDM-CUST-ID
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT HELD-MANDATE-FILE ASSIGN TO "DDMHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DDH-CUST-ID
               FILE STATUS IS WS-HELD-MANDATE-STATUS.

           SELECT NAME-FILE ASSIGN TO "CUSTLNAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LNAM-CUST-ID
               FILE STATUS IS WS-NAME-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "CUSTCYCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CYC-CUST-ID
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT STMT-HISTORY-FILE ASSIGN TO "STMTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHST-KEY
               FILE STATUS IS WS-STMT-HISTORY-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRN-CUST-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT RELATION-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-CUST-ID
               ALTERNATE RECORD KEY IS REL-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RELATION-STATUS.

           SELECT ARRANGEMENT-FILE ASSIGN TO "ARRANGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARR-CUST-ID
               FILE STATUS IS WS-ARRANGEMENT-STATUS.

           SELECT PLACEMENT-FILE ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGY-CUST-ID
               FILE STATUS IS WS-PLACEMENT-STATUS.

           SELECT LIMIT-CHANGE-FILE ASSIGN TO "LIMCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCHG-KEY
               FILE STATUS IS WS-LIMIT-CHANGE-STATUS.

           SELECT APPLICATION-FILE ASSIGN TO "APPLICN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPLICATION-STATUS.

           SELECT OFFICER-FILE ASSIGN TO "CUSTOFC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OFC-CUST-ID
               ALTERNATE RECORD KEY IS OFC-OFFICER
                   WITH DUPLICATES
               FILE STATUS IS WS-OFFICER-STATUS.

           SELECT GL-SENT-FILE ASSIGN TO "GLSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLS-BATCH-ID
               FILE STATUS IS WS-GL-SENT-STATUS.

           SELECT ANOMALY-ITEM-FILE ASSIGN TO "ANOMITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANOM-KEY
               FILE STATUS IS WS-ANOMALY-ITEM-STATUS.

           SELECT PERFORMANCE-HISTORY-FILE ASSIGN TO "RCVPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPH-KEY
               FILE STATUS IS WS-PERF-HISTORY-STATUS.

           SELECT PORTFOLIO-HISTORY-FILE ASSIGN TO "OFCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OFH-KEY
               FILE STATUS IS WS-PORT-HISTORY-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "CUSTRSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSUB-SEQ
               FILE STATUS IS WS-RESUBMIT-STATUS.
           *> The indexed files in the set, unloaded flat in key
           *> order the way CustomerBackup unloads CUSTMAST - a flat
           *> copy travels and can be proved anywhere; an index file
           *> means nothing without the same runtime at the far end.

           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           *> Each line-sequential file in the set in turn.

           SELECT VAULT-COPY-FILE ASSIGN TO DYNAMIC WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           *> The dated copy being written - NAME.CCYYMMDD, named and
           *> cataloged by ReportDater like every other generation.

           SELECT CATALOG-FILE ASSIGN TO "RPTGENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           *> Read for the CUSTBKUP generation RecoveryDriver would
           *> restore from - CustomerBackup already cut it, so it is
           *> shipped as it stands rather than copied again.

           SELECT EXTRA-LIST-FILE ASSIGN TO "VAULTLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRA-STATUS.
           *> Further line-sequential files to send offsite, one name
           *> a line - a new control file joins the set by a line
           *> here, not a program change. An indexed master cannot
           *> be copied this way; it needs an unload below and its
           *> name on VAULTSET.

           SELECT MANIFEST-FILE ASSIGN TO "VAULTMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT MANIFEST-GEN-FILE ASSIGN TO DYNAMIC WS-MANIFEST-GEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-GEN-STATUS.
           *> Tonight's manifest, under the fixed name for whoever
           *> looks here and as a dated generation that ships with
           *> the set.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
           COPY CUSTLCK.

       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  ADDRESS-FILE.
           COPY CUSTADR.

       FD  CATEGORY-FILE.
           COPY CATREC.

       FD  RATE-FILE.
           COPY CATRATE.

       FD  TRAN-TYPE-FILE.
           COPY TRANTYP.

       FD  DISPUTE-FILE.
           COPY CUSTDSP.

       FD  SUPPRESSION-FILE.
           COPY CUSTSUP.

       FD  MANDATE-FILE.
           COPY CUSTDDM.

       FD  HELD-MANDATE-FILE.
           COPY CUSTDDH.

       FD  NAME-FILE.
           COPY CUSTLNM.

       FD  CYCLE-FILE.
           COPY CUSTCYC.

       FD  STMT-HISTORY-FILE.
           COPY CUSTSTH.

       FD  BRANCH-FILE.
           COPY CUSTBRN.

       FD  RELATION-FILE.
           COPY CUSTREL.

       FD  ARRANGEMENT-FILE.
           COPY CUSTARR.

       FD  PLACEMENT-FILE.
           COPY CUSTAGY.

       FD  LIMIT-CHANGE-FILE.
           COPY CUSTLIM.

       FD  APPLICATION-FILE.
           COPY CUSTAPP.

       FD  OFFICER-FILE.
           COPY CUSTOFC.

       FD  GL-SENT-FILE.
           COPY GLSENT.

       FD  ANOMALY-ITEM-FILE.
           COPY ANOMITM.

       FD  PERFORMANCE-HISTORY-FILE.
       01  PERFORMANCE-HISTORY-RECORD.
           05 RPH-KEY             PIC X(08).
           05 FILLER              PIC X(151).

       FD  PORTFOLIO-HISTORY-FILE.
       01  PORTFOLIO-HISTORY-RECORD.
           05 OFH-KEY             PIC X(14).
           05 FILLER              PIC X(46).
           *> Laid out in full in ReceivablesMeasures and
           *> OfficerPortfolio - the unload needs only where the key
           *> sits and how long the record runs.

       FD  RESUBMIT-FILE.
           COPY CUSTRSB.

       FD  SOURCE-FILE.
       01  SOURCE-LINE            PIC X(512).

       FD  VAULT-COPY-FILE.
       01  VAULT-COPY-LINE        PIC X(512).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-BASE-NAME       PIC X(08).
           05 CAT-FILE-NAME       PIC X(17).
           05 CAT-RUN-DATE        PIC 9(08).

       FD  EXTRA-LIST-FILE.
       01  EXTRA-LIST-RECORD.
           05 EXTRA-FILE-NAME     PIC X(08).

       FD  MANIFEST-FILE.
           COPY VAULTMAN.

       FD  MANIFEST-GEN-FILE.
       01  MANIFEST-GEN-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS          PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-ADDRESS-STATUS       PIC X(02) VALUE "00".
       01 WS-CATEGORY-STATUS      PIC X(02) VALUE "00".
       01 WS-RATE-STATUS          PIC X(02) VALUE "00".
       01 WS-TRAN-TYPE-STATUS     PIC X(02) VALUE "00".
       01 WS-DISPUTE-STATUS       PIC X(02) VALUE "00".
       01 WS-SUPPRESSION-STATUS   PIC X(02) VALUE "00".
       01 WS-MANDATE-STATUS       PIC X(02) VALUE "00".
       01 WS-HELD-MANDATE-STATUS  PIC X(02) VALUE "00".
       01 WS-NAME-STATUS          PIC X(02) VALUE "00".
       01 WS-CYCLE-STATUS         PIC X(02) VALUE "00".
       01 WS-STMT-HISTORY-STATUS  PIC X(02) VALUE "00".
       01 WS-BRANCH-STATUS        PIC X(02) VALUE "00".
       01 WS-RELATION-STATUS      PIC X(02) VALUE "00".
       01 WS-ARRANGEMENT-STATUS   PIC X(02) VALUE "00".
       01 WS-PLACEMENT-STATUS     PIC X(02) VALUE "00".
       01 WS-LIMIT-CHANGE-STATUS  PIC X(02) VALUE "00".
       01 WS-APPLICATION-STATUS   PIC X(02) VALUE "00".
       01 WS-OFFICER-STATUS       PIC X(02) VALUE "00".
       01 WS-GL-SENT-STATUS       PIC X(02) VALUE "00".
       01 WS-ANOMALY-ITEM-STATUS  PIC X(02) VALUE "00".
       01 WS-PERF-HISTORY-STATUS  PIC X(02) VALUE "00".
       01 WS-PORT-HISTORY-STATUS  PIC X(02) VALUE "00".
       01 WS-RESUBMIT-STATUS      PIC X(02) VALUE "00".
       01 WS-SOURCE-STATUS        PIC X(02) VALUE "00".
       01 WS-COPY-STATUS          PIC X(02) VALUE "00".
       01 WS-CATALOG-STATUS       PIC X(02) VALUE "00".
       01 WS-EXTRA-STATUS         PIC X(02) VALUE "00".
       01 WS-MANIFEST-STATUS      PIC X(02) VALUE "00".
       01 WS-MANIFEST-GEN-STATUS  PIC X(02) VALUE "00".

       01 WS-SOURCE-NAME          PIC X(08).
       01 WS-COPY-NAME            PIC X(17).
       01 WS-MANIFEST-GEN         PIC X(17).

       01 WS-READ-EOF-SWITCH      PIC X(01) VALUE "N".
       88 READ-EOF                VALUE "Y".
       88 READ-NOT-EOF            VALUE "N".

       01 WS-LOCK-SWITCH          PIC X(01) VALUE "N".
       88 LOCK-ACQUIRED           VALUE "Y".
       88 LOCK-NOT-ACQUIRED       VALUE "N".
       01 WS-LOCK-ATTEMPTS        PIC 9(02) VALUE 0.
       01 WS-INSTANCE-TOKEN       PIC X(10).
       01 WS-LOCK-WAIT-COMMAND    PIC X(08) VALUE "sleep 5".
       *> Same minute of patience CustomerMaintenance gives a
       *> menu session holding the master.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-START-TIME           PIC 9(08).
       01 WS-TARGET-TIME          PIC 9(08).
       01 WS-TAKEN-TIME           PIC 9(08).

       COPY VAULTSET.
       01 WS-SET-INDEX            PIC 9(02).
       *> The masters and line-sequential files every recovery
       *> needs, and the keys that go with them, as VaultVerify holds
       *> the set to them. RPTGENS goes
       *> last of all, once every generation tonight has been
       *> cataloged on it.

       01 WS-TAKE-TABLE.
           05 WS-TAKE-ENTRY OCCURS 80 TIMES.
               10 WS-TK-NAME      PIC X(08).
               10 WS-TK-ORG       PIC X(01).
               10 WS-TK-GENERATION PIC X(17).
               10 WS-TK-COUNT     PIC 9(09).
               10 WS-TK-HASH      PIC 9(15).
               10 WS-TK-STATUS    PIC X(01).
       01 WS-TAKE-COUNT           PIC 9(02) VALUE 0.
       01 WS-TAKE-INDEX           PIC 9(02).
       01 WS-FOUND-INDEX          PIC 9(02).
       01 WS-COPIED-COUNT         PIC 9(09).
       01 WS-TAKE-RESULT          PIC X(01).
       *> One row per file in tonight's set, in the order taken.

       01 WS-BACKUP-DATE          PIC 9(08) VALUE 0.
       01 WS-BACKUP-GEN           PIC X(17) VALUE SPACES.
       01 WS-BACKUP-COUNT         PIC 9(09) VALUE 0.
       01 WS-BACKUP-HASH          PIC 9(15) VALUE 0.
       01 WS-BACKUP-STATUS        PIC X(01) VALUE "M".
       01 WS-JOURNAL-TAKEN-SW     PIC X(01) VALUE "N".
       88 JOURNAL-TAKEN           VALUE "Y".
       88 JOURNAL-NOT-TAKEN       VALUE "N".

       01 WS-HASH-GRAND           PIC 9(15) VALUE 0.
       01 WS-HASH-MODULUS         PIC 9(16) VALUE 1000000000000000.
       01 WS-FILE-COUNT           PIC 9(04) VALUE 0.
       01 WS-MISSING-COUNT        PIC 9(04) VALUE 0.
       01 WS-FAILED-COUNT         PIC 9(04) VALUE 0.

       COPY RPTGLNK.

       COPY VAULTLNK.

       COPY AUDITLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Vault Manifest Start ===".
           PERFORM WRITE-AUDIT-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE SPACES TO WS-INSTANCE-TOKEN.
           STRING "V" WS-START-TIME
               DELIMITED BY SIZE INTO WS-INSTANCE-TOKEN.
           PERFORM ACQUIRE-MASTER-LOCK
               UNTIL LOCK-ACQUIRED OR WS-LOCK-ATTEMPTS >= 12.
           IF LOCK-NOT-ACQUIRED
               DISPLAY "Master lock held - giving up after "
                   WS-LOCK-ATTEMPTS " tries, no set taken"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-END
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           ACCEPT WS-TARGET-TIME FROM TIME.
           PERFORM BUILD-TAKE-LIST.
           PERFORM PICK-BACKUP-GENERATION.
           PERFORM NAME-ONE-GENERATION
               VARYING WS-TAKE-INDEX FROM 1 BY 1
               UNTIL WS-TAKE-INDEX > WS-TAKE-COUNT.
           MOVE "VAULTMAN" TO RPTGEN-BASE-NAME.
           MOVE WS-RUN-DATE TO RPTGEN-RUN-DATE.
           CALL "ReportDater" USING RPTGEN-CALL-AREA.
           MOVE RPTGEN-FILE-NAME TO WS-MANIFEST-GEN.
           *> Every generation is named before anything is copied,
           *> so the RPTGENS taken last already lists the whole set.
           PERFORM TAKE-ONE-FILE
               VARYING WS-TAKE-INDEX FROM 1 BY 1
               UNTIL WS-TAKE-INDEX > WS-TAKE-COUNT.
           ACCEPT WS-TAKEN-TIME FROM TIME.
           PERFORM RELEASE-MASTER-LOCK.
           PERFORM FIGURE-BACKUP-GENERATION.
           PERFORM WRITE-MANIFEST.
           DISPLAY "Files in set: " WS-FILE-COUNT
               " not on site: " WS-MISSING-COUNT
               " failed: " WS-FAILED-COUNT.
           DISPLAY "=== Vault Manifest End ===".
           IF WS-FAILED-COUNT > 0 OR WS-BACKUP-STATUS NOT = "T"
               OR JOURNAL-NOT-TAKEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-END.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       ACQUIRE-MASTER-LOCK.
           ADD 1 TO WS-LOCK-ATTEMPTS.
           PERFORM TEST-MASTER-LOCK.
           IF LOCK-ACQUIRED
               OPEN OUTPUT LOCK-FILE
               MOVE "VaultManifest" TO LOCK-OWNER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               MOVE WS-INSTANCE-TOKEN TO LOCK-PROCESS-ID
               MOVE LOCK-DATE TO LOCK-HB-DATE
               MOVE LOCK-TIME TO LOCK-HB-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "Master held by " LOCK-OWNER
                   " - waiting"
               CALL "SYSTEM" USING WS-LOCK-WAIT-COMMAND
           END-IF.

       TEST-MASTER-LOCK.
           SET LOCK-ACQUIRED TO TRUE.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-OWNER NOT = SPACES
                           SET LOCK-NOT-ACQUIRED TO TRUE
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.

       RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           CLOSE LOCK-FILE.
           *> The take is a few minutes at most - no heartbeat is
           *> refreshed, the lock is simply never held long enough
           *> for LockUtility to call it stale.

       BUILD-TAKE-LIST.
           PERFORM ADD-BUILT-IN-INDEXED
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > VST-INDEXED-COUNT.
           PERFORM ADD-BUILT-IN-SEQUENTIAL
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > VST-SEQUENTIAL-COUNT.
           PERFORM ADD-KEY-ENTRY
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > VST-KEY-COUNT.
           PERFORM READ-EXTRA-LIST.
           MOVE "RPTGENS" TO WS-SOURCE-NAME.
           PERFORM ADD-SEQUENTIAL-ENTRY.

       ADD-INDEXED-ENTRY.
           ADD 1 TO WS-TAKE-COUNT.
           MOVE WS-SOURCE-NAME TO WS-TK-NAME(WS-TAKE-COUNT).
           MOVE "I" TO WS-TK-ORG(WS-TAKE-COUNT).

       ADD-BUILT-IN-INDEXED.
           MOVE VST-INDEXED-NAME(WS-SET-INDEX) TO WS-SOURCE-NAME.
           PERFORM ADD-INDEXED-ENTRY.

       ADD-KEY-ENTRY.
           ADD 1 TO WS-TAKE-COUNT.
           MOVE VST-KEY-NAME(WS-SET-INDEX)
               TO WS-TK-NAME(WS-TAKE-COUNT).
           MOVE "K" TO WS-TK-ORG(WS-TAKE-COUNT).
           MOVE SPACES TO WS-TK-GENERATION(WS-TAKE-COUNT).

       ADD-BUILT-IN-SEQUENTIAL.
           MOVE VST-SEQUENTIAL-NAME(WS-SET-INDEX) TO WS-SOURCE-NAME.
           PERFORM ADD-SEQUENTIAL-ENTRY.

       ADD-SEQUENTIAL-ENTRY.
           MOVE 0 TO WS-FOUND-INDEX.
           PERFORM FIND-TAKE-ENTRY
               VARYING WS-TAKE-INDEX FROM 1 BY 1
               UNTIL WS-TAKE-INDEX > WS-TAKE-COUNT
                  OR WS-FOUND-INDEX NOT = 0.
           IF WS-FOUND-INDEX = 0
               IF WS-TAKE-COUNT < 80
                   ADD 1 TO WS-TAKE-COUNT
                   MOVE WS-SOURCE-NAME TO WS-TK-NAME(WS-TAKE-COUNT)
                   MOVE "S" TO WS-TK-ORG(WS-TAKE-COUNT)
               ELSE
                   DISPLAY "Set is full - " WS-SOURCE-NAME
                       " left out"
               END-IF
           END-IF.
           *> A name already in the set is not taken twice.

       FIND-TAKE-ENTRY.
           IF WS-TK-NAME(WS-TAKE-INDEX) = WS-SOURCE-NAME
               MOVE WS-TAKE-INDEX TO WS-FOUND-INDEX
           END-IF.

       READ-EXTRA-LIST.
           SET READ-NOT-EOF TO TRUE.
           OPEN INPUT EXTRA-LIST-FILE.
           IF WS-EXTRA-STATUS = "00"
               PERFORM UNTIL READ-EOF
                   READ EXTRA-LIST-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           IF EXTRA-FILE-NAME NOT = SPACES
                               AND EXTRA-FILE-NAME NOT = "RPTGENS"
                               AND EXTRA-FILE-NAME NOT = "CUSTBKUP"
                               AND EXTRA-FILE-NAME NOT = "CUSTEKEY"
                               AND EXTRA-FILE-NAME NOT = "DDMEKEY"
                               MOVE EXTRA-FILE-NAME
                                   TO WS-SOURCE-NAME
                               PERFORM ADD-SEQUENTIAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRA-LIST-FILE
           END-IF.
           *> No VAULTLST means the built-in set alone.

       PICK-BACKUP-GENERATION.
           SET READ-NOT-EOF TO TRUE.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               SET READ-EOF TO TRUE
           END-IF.
           PERFORM UNTIL READ-EOF
               READ CATALOG-FILE
                   AT END
                       SET READ-EOF TO TRUE
                   NOT AT END
                       IF CAT-BASE-NAME = "CUSTBKUP"
                           AND CAT-RUN-DATE <= WS-RUN-DATE
                           AND CAT-RUN-DATE >= WS-BACKUP-DATE
                           MOVE CAT-RUN-DATE TO WS-BACKUP-DATE
                           MOVE CAT-FILE-NAME TO WS-BACKUP-GEN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CATALOG-STATUS = "00" OR WS-CATALOG-STATUS = "10"
               CLOSE CATALOG-FILE
           END-IF.
           *> The same newest-on-or-before pick RecoveryDriver makes,
           *> so the manifest names the image a recovery to tonight's
           *> target would actually restore.

       NAME-ONE-GENERATION.
           IF WS-TK-ORG(WS-TAKE-INDEX) NOT = "K"
               MOVE WS-TK-NAME(WS-TAKE-INDEX) TO RPTGEN-BASE-NAME
               MOVE WS-RUN-DATE TO RPTGEN-RUN-DATE
               CALL "ReportDater" USING RPTGEN-CALL-AREA
               MOVE RPTGEN-FILE-NAME
                   TO WS-TK-GENERATION(WS-TAKE-INDEX)
           END-IF.
           *> A key is never copied, so it gets no generation.

       TAKE-ONE-FILE.
           MOVE WS-TK-NAME(WS-TAKE-INDEX) TO WS-SOURCE-NAME.
           MOVE WS-TK-GENERATION(WS-TAKE-INDEX) TO WS-COPY-NAME.
           MOVE 0 TO WS-COPIED-COUNT.
           MOVE "T" TO WS-TAKE-RESULT.
           IF WS-TK-ORG(WS-TAKE-INDEX) = "K"
               PERFORM FIGURE-KEY-FILE
           ELSE
               PERFORM TAKE-SET-COPY
           END-IF.
           MOVE WS-TAKE-RESULT TO WS-TK-STATUS(WS-TAKE-INDEX).
           EVALUATE TRUE
               WHEN WS-TAKE-RESULT = "T"
                   AND WS-TK-ORG(WS-TAKE-INDEX) = "K"
                   DISPLAY "Key " WS-SOURCE-NAME " figured, records "
                       WS-TK-COUNT(WS-TAKE-INDEX)
                       " - ship it separately from the set"
               WHEN WS-TAKE-RESULT = "T"
                   IF WS-SOURCE-NAME = "CUSTJRNL"
                       SET JOURNAL-TAKEN TO TRUE
                   END-IF
                   DISPLAY "Taken " WS-SOURCE-NAME " to "
                       WS-COPY-NAME " records "
                       WS-TK-COUNT(WS-TAKE-INDEX)
               WHEN WS-TAKE-RESULT = "M"
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "Not on site - " WS-SOURCE-NAME
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Could not take " WS-SOURCE-NAME
                       " whole - see manifest"
           END-EVALUATE.

       TAKE-SET-COPY.
           EVALUATE WS-SOURCE-NAME
               WHEN "CUSTBALF"
                   PERFORM UNLOAD-BALANCES
               WHEN "CUSTADDR"
                   PERFORM UNLOAD-ADDRESSES
               WHEN "CATREF"
                   PERFORM UNLOAD-CATEGORIES
               WHEN "CATRATE"
                   PERFORM UNLOAD-RATES
               WHEN "TRANTYPE"
                   PERFORM UNLOAD-TRAN-TYPES
               WHEN "CUSTDISP"
                   PERFORM UNLOAD-DISPUTES
               WHEN "CUSTSUPR"
                   PERFORM UNLOAD-SUPPRESSIONS
               WHEN "DDMAND"
                   PERFORM UNLOAD-MANDATES
               WHEN "DDMHOLD"
                   PERFORM UNLOAD-HELD-MANDATES
               WHEN "CUSTLNAM"
                   PERFORM UNLOAD-NAMES
               WHEN "CUSTCYCL"
                   PERFORM UNLOAD-CYCLES
               WHEN "STMTHIST"
                   PERFORM UNLOAD-STATEMENT-HISTORY
               WHEN "CUSTBRCH"
                   PERFORM UNLOAD-BRANCHES
               WHEN "CUSTREL"
                   PERFORM UNLOAD-RELATIONS
               WHEN "ARRANGE"
                   PERFORM UNLOAD-ARRANGEMENTS
               WHEN "AGYPLACE"
                   PERFORM UNLOAD-PLACEMENTS
               WHEN "LIMCHG"
                   PERFORM UNLOAD-LIMIT-CHANGES
               WHEN "APPLICN"
                   PERFORM UNLOAD-APPLICATIONS
               WHEN "CUSTOFC"
                   PERFORM UNLOAD-OFFICERS
               WHEN "GLSENT"
                   PERFORM UNLOAD-GL-SENT
               WHEN "ANOMITEM"
                   PERFORM UNLOAD-ANOMALY-ITEMS
               WHEN "RCVPHIST"
                   PERFORM UNLOAD-PERFORMANCE-HISTORY
               WHEN "OFCHIST"
                   PERFORM UNLOAD-PORTFOLIO-HISTORY
               WHEN "CUSTRSUB"
                   PERFORM UNLOAD-RESUBMIT-QUEUE
               WHEN OTHER
                   PERFORM COPY-SEQUENTIAL-FILE
           END-EVALUATE.
           MOVE 0 TO WS-TK-COUNT(WS-TAKE-INDEX).
           MOVE 0 TO WS-TK-HASH(WS-TAKE-INDEX).
           IF WS-TAKE-RESULT = "T"
               PERFORM FIGURE-TAKEN-COPY
           END-IF.

       FIGURE-KEY-FILE.
           MOVE 0 TO WS-TK-COUNT(WS-TAKE-INDEX).
           MOVE 0 TO WS-TK-HASH(WS-TAKE-INDEX).
           MOVE WS-SOURCE-NAME TO VFG-FILE-NAME.
           CALL "VaultFigures" USING VAULT-FIGURE-AREA.
           EVALUATE TRUE
               WHEN VFG-OK
                   MOVE VFG-RECORD-COUNT TO WS-TK-COUNT(WS-TAKE-INDEX)
                   MOVE VFG-HASH-TOTAL TO WS-TK-HASH(WS-TAKE-INDEX)
               WHEN VFG-MISSING
                   MOVE "M" TO WS-TAKE-RESULT
               WHEN OTHER
                   MOVE "U" TO WS-TAKE-RESULT
           END-EVALUATE.
           *> Figured in place off the live key - the manifest says
           *> which key the set needs without the set carrying it.

       FIGURE-TAKEN-COPY.
           MOVE WS-COPY-NAME TO VFG-FILE-NAME.
           CALL "VaultFigures" USING VAULT-FIGURE-AREA.
           IF VFG-OK AND VFG-RECORD-COUNT = WS-COPIED-COUNT
               MOVE VFG-RECORD-COUNT TO WS-TK-COUNT(WS-TAKE-INDEX)
               MOVE VFG-HASH-TOTAL TO WS-TK-HASH(WS-TAKE-INDEX)
           ELSE
               MOVE "U" TO WS-TAKE-RESULT
           END-IF.
           *> The figures come off the copy as written, through the
           *> same routine the DR site uses - a copy that reads back
           *> short of what went into it is a failed take, not a
           *> manifest line to be trusted.

       JUDGE-SOURCE-OPEN.
           EVALUATE WS-SOURCE-STATUS
               WHEN "00"
                   OPEN OUTPUT VAULT-COPY-FILE
                   IF WS-COPY-STATUS NOT = "00"
                       MOVE "U" TO WS-TAKE-RESULT
                   END-IF
               WHEN "35"
                   MOVE "M" TO WS-TAKE-RESULT
               WHEN OTHER
                   MOVE "U" TO WS-TAKE-RESULT
           END-EVALUATE.
           *> Each unload opens its own file and lands the status
           *> here - a file that is simply not on this site ships
           *> nothing and says so; one that will not open is a
           *> failure.

       JUDGE-SOURCE-END.
           IF WS-SOURCE-STATUS NOT = "10"
               MOVE "U" TO WS-TAKE-RESULT
           END-IF.

       UNLOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           MOVE WS-BALANCE-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-BALANCE-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ BALANCE-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CUST-BALANCE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-BALANCE-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE BALANCE-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-ADDRESSES.
           OPEN INPUT ADDRESS-FILE.
           MOVE WS-ADDRESS-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-ADDRESS-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ ADDRESS-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CUST-ADDRESS-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-ADDRESS-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE ADDRESS-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-CATEGORIES.
           OPEN INPUT CATEGORY-FILE.
           MOVE WS-CATEGORY-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-CATEGORY-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ CATEGORY-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CAT-REFERENCE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-CATEGORY-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE CATEGORY-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-RATES.
           OPEN INPUT RATE-FILE.
           MOVE WS-RATE-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-RATE-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ RATE-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CAT-RATE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-RATE-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE RATE-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-TRAN-TYPES.
           OPEN INPUT TRAN-TYPE-FILE.
           MOVE WS-TRAN-TYPE-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-TRAN-TYPE-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ TRAN-TYPE-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM TRAN-TYPE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-TRAN-TYPE-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE TRAN-TYPE-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-DISPUTES.
           OPEN INPUT DISPUTE-FILE.
           MOVE WS-DISPUTE-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-DISPUTE-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ DISPUTE-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CUSTOMER-DISPUTE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-DISPUTE-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE DISPUTE-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-SUPPRESSIONS.
           OPEN INPUT SUPPRESSION-FILE.
           MOVE WS-SUPPRESSION-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-SUPPRESSION-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ SUPPRESSION-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CUSTOMER-SUPPRESSION-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-SUPPRESSION-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE SUPPRESSION-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-MANDATES.
           OPEN INPUT MANDATE-FILE.
           MOVE WS-MANDATE-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-MANDATE-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ MANDATE-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM DIRECT-DEBIT-MANDATE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-MANDATE-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE MANDATE-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-HELD-MANDATES.
           OPEN INPUT HELD-MANDATE-FILE.
           MOVE WS-HELD-MANDATE-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-HELD-MANDATE-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ HELD-MANDATE-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM HELD-MANDATE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-HELD-MANDATE-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE HELD-MANDATE-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-NAMES.
           OPEN INPUT NAME-FILE.
           MOVE WS-NAME-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-NAME-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ NAME-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CUSTOMER-NAME-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-NAME-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE NAME-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-CYCLES.
           OPEN INPUT CYCLE-FILE.
           MOVE WS-CYCLE-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-CYCLE-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ CYCLE-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM BILLING-CYCLE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-CYCLE-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE CYCLE-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-STATEMENT-HISTORY.
           OPEN INPUT STMT-HISTORY-FILE.
           MOVE WS-STMT-HISTORY-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-STMT-HISTORY-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ STMT-HISTORY-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM STATEMENT-HISTORY-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-STMT-HISTORY-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE STMT-HISTORY-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-BRANCHES.
           OPEN INPUT BRANCH-FILE.
           MOVE WS-BRANCH-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-BRANCH-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ BRANCH-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CUSTOMER-BRANCH-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-BRANCH-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE BRANCH-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-RELATIONS.
           OPEN INPUT RELATION-FILE.
           MOVE WS-RELATION-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-RELATION-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ RELATION-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CUSTOMER-RELATION-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-RELATION-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE RELATION-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-ARRANGEMENTS.
           OPEN INPUT ARRANGEMENT-FILE.
           MOVE WS-ARRANGEMENT-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-ARRANGEMENT-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ ARRANGEMENT-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM PAYMENT-ARRANGEMENT-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-ARRANGEMENT-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE ARRANGEMENT-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-PLACEMENTS.
           OPEN INPUT PLACEMENT-FILE.
           MOVE WS-PLACEMENT-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-PLACEMENT-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ PLACEMENT-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM AGENCY-PLACEMENT-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-PLACEMENT-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE PLACEMENT-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-LIMIT-CHANGES.
           OPEN INPUT LIMIT-CHANGE-FILE.
           MOVE WS-LIMIT-CHANGE-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-LIMIT-CHANGE-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ LIMIT-CHANGE-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM LIMIT-CHANGE-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-LIMIT-CHANGE-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE LIMIT-CHANGE-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-APPLICATIONS.
           OPEN INPUT APPLICATION-FILE.
           MOVE WS-APPLICATION-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-APPLICATION-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ APPLICATION-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CUST-APPLICATION-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-APPLICATION-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE APPLICATION-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-OFFICERS.
           OPEN INPUT OFFICER-FILE.
           MOVE WS-OFFICER-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-OFFICER-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ OFFICER-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM CUSTOMER-OFFICER-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-OFFICER-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE OFFICER-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-GL-SENT.
           OPEN INPUT GL-SENT-FILE.
           MOVE WS-GL-SENT-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-GL-SENT-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ GL-SENT-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM GL-SENT-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-GL-SENT-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE GL-SENT-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-ANOMALY-ITEMS.
           OPEN INPUT ANOMALY-ITEM-FILE.
           MOVE WS-ANOMALY-ITEM-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-ANOMALY-ITEM-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ ANOMALY-ITEM-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM ANOMALY-ITEM-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-ANOMALY-ITEM-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE ANOMALY-ITEM-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-PERFORMANCE-HISTORY.
           OPEN INPUT PERFORMANCE-HISTORY-FILE.
           MOVE WS-PERF-HISTORY-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-PERF-HISTORY-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ PERFORMANCE-HISTORY-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM PERFORMANCE-HISTORY-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-PERF-HISTORY-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE PERFORMANCE-HISTORY-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-PORTFOLIO-HISTORY.
           OPEN INPUT PORTFOLIO-HISTORY-FILE.
           MOVE WS-PORT-HISTORY-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-PORT-HISTORY-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ PORTFOLIO-HISTORY-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE
                               FROM PORTFOLIO-HISTORY-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-PORT-HISTORY-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE PORTFOLIO-HISTORY-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       UNLOAD-RESUBMIT-QUEUE.
           OPEN INPUT RESUBMIT-FILE.
           MOVE WS-RESUBMIT-STATUS TO WS-SOURCE-STATUS.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-RESUBMIT-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ RESUBMIT-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE FROM RESUBMIT-RECORD
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               MOVE WS-RESUBMIT-STATUS TO WS-SOURCE-STATUS
               PERFORM JUDGE-SOURCE-END
               CLOSE RESUBMIT-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       COPY-SEQUENTIAL-FILE.
           OPEN INPUT SOURCE-FILE.
           PERFORM JUDGE-SOURCE-OPEN.
           IF WS-SOURCE-STATUS = "00"
               SET READ-NOT-EOF TO TRUE
               PERFORM UNTIL READ-EOF
                   READ SOURCE-FILE
                       AT END
                           SET READ-EOF TO TRUE
                       NOT AT END
                           WRITE VAULT-COPY-LINE FROM SOURCE-LINE
                           ADD 1 TO WS-COPIED-COUNT
                   END-READ
               END-PERFORM
               PERFORM JUDGE-SOURCE-END
               CLOSE SOURCE-FILE
               CLOSE VAULT-COPY-FILE
           END-IF.

       FIGURE-BACKUP-GENERATION.
           IF WS-BACKUP-GEN = SPACES
               DISPLAY "No CUSTBKUP generation on or before "
                   WS-RUN-DATE " - set supports no recovery target"
           ELSE
               MOVE WS-BACKUP-GEN TO VFG-FILE-NAME
               CALL "VaultFigures" USING VAULT-FIGURE-AREA
               EVALUATE TRUE
                   WHEN VFG-OK
                       MOVE "T" TO WS-BACKUP-STATUS
                       MOVE VFG-RECORD-COUNT TO WS-BACKUP-COUNT
                       MOVE VFG-HASH-TOTAL TO WS-BACKUP-HASH
                   WHEN VFG-MISSING
                       MOVE "M" TO WS-BACKUP-STATUS
                   WHEN OTHER
                       MOVE "U" TO WS-BACKUP-STATUS
               END-EVALUATE
               DISPLAY "Backup generation " WS-BACKUP-GEN
                   " records " WS-BACKUP-COUNT
           END-IF.

       WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE.
           OPEN OUTPUT MANIFEST-GEN-FILE.
           MOVE SPACES TO VAULT-MANIFEST-RECORD.
           SET VMF-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO VMF-RUN-DATE.
           MOVE WS-TAKEN-TIME TO VMF-TAKEN-TIME.
           IF WS-BACKUP-STATUS = "T" AND JOURNAL-TAKEN
               MOVE WS-RUN-DATE TO VMF-TARGET-DATE
               MOVE WS-TARGET-TIME TO VMF-TARGET-TIME
               DISPLAY "Set supports recovery target "
                   WS-RUN-DATE " " WS-TARGET-TIME
           ELSE
               MOVE 0 TO VMF-TARGET-DATE
               MOVE 0 TO VMF-TARGET-TIME
               DISPLAY "Set supports no recovery target"
           END-IF.
           MOVE WS-BACKUP-GEN TO VMF-BACKUP-GEN.
           PERFORM WRITE-MANIFEST-LINE.
           MOVE SPACES TO VAULT-MANIFEST-RECORD.
           SET VMF-FILE-ENTRY TO TRUE.
           MOVE "CUSTBKUP" TO VMF-FILE-NAME.
           MOVE WS-BACKUP-GEN TO VMF-GENERATION.
           SET VMF-FROM-SEQUENTIAL TO TRUE.
           MOVE WS-BACKUP-COUNT TO VMF-RECORD-COUNT.
           MOVE WS-BACKUP-HASH TO VMF-HASH-TOTAL.
           MOVE WS-BACKUP-STATUS TO VMF-TAKE-STATUS.
           PERFORM WRITE-FILE-ENTRY.
           PERFORM WRITE-ONE-TAKE-ENTRY
               VARYING WS-TAKE-INDEX FROM 1 BY 1
               UNTIL WS-TAKE-INDEX > WS-TAKE-COUNT.
           MOVE SPACES TO VAULT-MANIFEST-RECORD.
           SET VMF-TRAILER TO TRUE.
           MOVE WS-FILE-COUNT TO VMF-FILE-COUNT.
           MOVE WS-HASH-GRAND TO VMF-HASH-GRAND.
           PERFORM WRITE-MANIFEST-LINE.
           CLOSE MANIFEST-FILE.
           CLOSE MANIFEST-GEN-FILE.
           DISPLAY "Manifest written to VAULTMAN and "
               WS-MANIFEST-GEN.
           *> The target goes on the header only when the set holds
           *> both halves of a recovery - the backup image to
           *> restore and the journal to roll it forward.

       WRITE-ONE-TAKE-ENTRY.
           MOVE SPACES TO VAULT-MANIFEST-RECORD.
           SET VMF-FILE-ENTRY TO TRUE.
           MOVE WS-TK-NAME(WS-TAKE-INDEX) TO VMF-FILE-NAME.
           MOVE WS-TK-ORG(WS-TAKE-INDEX) TO VMF-ORGANIZATION.
           MOVE WS-TK-COUNT(WS-TAKE-INDEX) TO VMF-RECORD-COUNT.
           MOVE WS-TK-HASH(WS-TAKE-INDEX) TO VMF-HASH-TOTAL.
           MOVE WS-TK-STATUS(WS-TAKE-INDEX) TO VMF-TAKE-STATUS.
           IF VMF-NOT-ON-SITE OR VMF-KEY-APART
               MOVE SPACES TO VMF-GENERATION
           ELSE
               MOVE WS-TK-GENERATION(WS-TAKE-INDEX)
                   TO VMF-GENERATION
           END-IF.
           PERFORM WRITE-FILE-ENTRY.

       WRITE-FILE-ENTRY.
           ADD 1 TO WS-FILE-COUNT.
           COMPUTE WS-HASH-GRAND = FUNCTION MOD(
               WS-HASH-GRAND + VMF-HASH-TOTAL, WS-HASH-MODULUS).
           PERFORM WRITE-MANIFEST-LINE.

       WRITE-MANIFEST-LINE.
           WRITE VAULT-MANIFEST-RECORD.
           WRITE MANIFEST-GEN-RECORD FROM VAULT-MANIFEST-RECORD.

       WRITE-AUDIT-START.
           MOVE "VaultManifest" TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE 0 TO AUDIT-RETURN-CODE.
           CALL "AuditLogger" USING AUDIT-CALL-AREA.

       WRITE-AUDIT-END.
           MOVE "VaultManifest" TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-FILE-COUNT TO AUDIT-RECORD-COUNT.
           MOVE RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL "AuditLogger" USING AUDIT-CALL-AREA.

       WRITE-OPERATOR-ALERT.
           MOVE "VaultManifest" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "LCK=" WS-LOCK-STATUS
               " BKP=" WS-BACKUP-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SET NOT WHOLE - SEE VAULTMAN, RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
