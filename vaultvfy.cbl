       IDENTIFICATION DIVISION.
       PROGRAM-ID. VaultVerify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-CONTROL-FILE ASSIGN TO "VAULTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> Which received manifest to check - the dated one that
           *> came with the set, e.g. VAULTMAN.20261015. No control
           *> record means the fixed name VAULTMAN.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           *> What VaultManifest says went offsite.

           SELECT VAULT-REPORT-FILE ASSIGN TO "VAULTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Every file on the manifest against the copy received,
           *> and whether the set can carry a recovery.

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-CONTROL-FILE.
       01  VERIFY-CTL-RECORD.
           05 CTL-MANIFEST-NAME   PIC X(17).

       FD  MANIFEST-FILE.
           COPY VAULTMAN.

       FD  VAULT-REPORT-FILE.
       01  VAULT-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-MANIFEST-STATUS      PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".
       01 WS-MANIFEST-NAME        PIC X(17) VALUE "VAULTMAN".

       01 WS-MANIFEST-EOF-SWITCH  PIC X(01) VALUE "N".
       88 MANIFEST-EOF            VALUE "Y".
       88 MANIFEST-NOT-EOF        VALUE "N".

       01 WS-HEADER-SEEN-SWITCH   PIC X(01) VALUE "N".
       88 HEADER-SEEN             VALUE "Y".
       88 HEADER-NOT-SEEN         VALUE "N".
       01 WS-TRAILER-SEEN-SWITCH  PIC X(01) VALUE "N".
       88 TRAILER-SEEN            VALUE "Y".
       88 TRAILER-NOT-SEEN        VALUE "N".
       01 WS-MANIFEST-WHOLE-SW    PIC X(01) VALUE "Y".
       88 MANIFEST-WHOLE          VALUE "Y".
       88 MANIFEST-NOT-WHOLE      VALUE "N".
       *> The manifest is proved against its own trailer before any
       *> copy is judged by it - a manifest cut short would
       *> otherwise pass a set missing its last files.

       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-TARGET-DATE          PIC 9(08) VALUE 0.
       01 WS-TARGET-TIME          PIC 9(08) VALUE 0.
       01 WS-BACKUP-GEN           PIC X(17) VALUE SPACES.
       01 WS-BACKUP-OK-SWITCH     PIC X(01) VALUE "N".
       88 BACKUP-RECEIVED-OK      VALUE "Y".
       01 WS-JOURNAL-OK-SWITCH    PIC X(01) VALUE "N".
       88 JOURNAL-RECEIVED-OK     VALUE "Y".

       01 WS-FILE-COUNT           PIC 9(04) VALUE 0.
       01 WS-HASH-GRAND           PIC 9(15) VALUE 0.
       01 WS-HASH-MODULUS         PIC 9(16) VALUE 1000000000000000.
       01 WS-VERIFIED-COUNT       PIC 9(04) VALUE 0.
       01 WS-FINDING-COUNT        PIC 9(04) VALUE 0.
       01 WS-NOT-TAKEN-COUNT      PIC 9(04) VALUE 0.
       01 WS-UNLISTED-COUNT       PIC 9(04) VALUE 0.

       COPY VAULTSET.
       01 WS-SET-INDEX            PIC 9(02).
       01 WS-LISTED-TABLE.
           05 WS-INDEXED-LISTED   PIC X(01) OCCURS 24 TIMES.
           05 WS-SEQUENTIAL-LISTED PIC X(01) OCCURS 30 TIMES.
           05 WS-KEY-LISTED       PIC X(01) OCCURS 2 TIMES.
       *> Which of the files every set must carry the manifest
       *> accounts for - a set that leaves one out cannot rebuild
       *> the site, however well the files it does hold verify.

       01 WS-RESULT-TEXT          PIC X(24).
       01 WS-REPORT-LINE          PIC X(80).
       01 WS-FILE-LINE.
           05 WS-FL-FILE-NAME     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FL-GENERATION    PIC X(17).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FL-EXPECTED      PIC Z(08)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FL-RECEIVED      PIC Z(08)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FL-RESULT        PIC X(24).
           05 FILLER              PIC X(09) VALUE SPACES.

       COPY VAULTLNK.

       COPY AUDITLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Vault Verify Start ===".
           PERFORM WRITE-AUDIT-START.
           PERFORM READ-VERIFY-CONTROL.
           MOVE ALL "N" TO WS-LISTED-TABLE.
           OPEN OUTPUT VAULT-REPORT-FILE.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "Manifest " WS-MANIFEST-NAME
                   " not received - status " WS-MANIFEST-STATUS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MANIFEST " WS-MANIFEST-NAME
                   " NOT RECEIVED - NOTHING VERIFIED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE VAULT-REPORT-RECORD FROM WS-REPORT-LINE
               SET MANIFEST-EOF TO TRUE
               SET MANIFEST-NOT-WHOLE TO TRUE
           ELSE
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           PERFORM UNTIL MANIFEST-EOF
               READ MANIFEST-FILE
                   AT END
                       SET MANIFEST-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-MANIFEST-LINE
               END-READ
           END-PERFORM.
           IF WS-MANIFEST-STATUS = "00" OR WS-MANIFEST-STATUS = "10"
               CLOSE MANIFEST-FILE
               PERFORM PROVE-MANIFEST-TRAILER
               PERFORM CHECK-SET-COMPLETE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE VAULT-REPORT-FILE.
           DISPLAY "Files verified: " WS-VERIFIED-COUNT
               " findings: " WS-FINDING-COUNT
               " not taken at source: " WS-NOT-TAKEN-COUNT.
           DISPLAY "=== Vault Verify End ===".
           IF WS-FINDING-COUNT > 0 OR MANIFEST-NOT-WHOLE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOT-TAKEN-COUNT > 0
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

       READ-VERIFY-CONTROL.
           OPEN INPUT VERIFY-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ VERIFY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-MANIFEST-NAME NOT = SPACES
                           MOVE CTL-MANIFEST-NAME
                               TO WS-MANIFEST-NAME
                       END-IF
               END-READ
               CLOSE VERIFY-CONTROL-FILE
           END-IF.

       TAKE-ONE-MANIFEST-LINE.
           EVALUATE TRUE
               WHEN VMF-HEADER AND HEADER-NOT-SEEN
                   SET HEADER-SEEN TO TRUE
                   MOVE VMF-RUN-DATE TO WS-RUN-DATE
                   MOVE VMF-TARGET-DATE TO WS-TARGET-DATE
                   MOVE VMF-TARGET-TIME TO WS-TARGET-TIME
                   MOVE VMF-BACKUP-GEN TO WS-BACKUP-GEN
               WHEN VMF-FILE-ENTRY AND HEADER-SEEN
                   AND TRAILER-NOT-SEEN
                   ADD 1 TO WS-FILE-COUNT
                   COMPUTE WS-HASH-GRAND = FUNCTION MOD(
                       WS-HASH-GRAND + VMF-HASH-TOTAL,
                       WS-HASH-MODULUS)
                   PERFORM VERIFY-ONE-FILE
                   PERFORM MARK-INDEXED-LISTED
                       VARYING WS-SET-INDEX FROM 1 BY 1
                       UNTIL WS-SET-INDEX > VST-INDEXED-COUNT
                   PERFORM MARK-SEQUENTIAL-LISTED
                       VARYING WS-SET-INDEX FROM 1 BY 1
                       UNTIL WS-SET-INDEX > VST-SEQUENTIAL-COUNT
                   PERFORM MARK-KEY-LISTED
                       VARYING WS-SET-INDEX FROM 1 BY 1
                       UNTIL WS-SET-INDEX > VST-KEY-COUNT
               WHEN VMF-TRAILER AND HEADER-SEEN
                   AND TRAILER-NOT-SEEN
                   SET TRAILER-SEEN TO TRUE
                   IF VMF-FILE-COUNT NOT = WS-FILE-COUNT
                       OR VMF-HASH-GRAND NOT = WS-HASH-GRAND
                       SET MANIFEST-NOT-WHOLE TO TRUE
                   END-IF
               WHEN OTHER
                   SET MANIFEST-NOT-WHOLE TO TRUE
           END-EVALUATE.
           *> Anything out of place - a file line before the header,
           *> a second header, lines after the trailer - and the
           *> manifest is not the one VaultManifest wrote.

       PROVE-MANIFEST-TRAILER.
           IF HEADER-NOT-SEEN OR TRAILER-NOT-SEEN
               SET MANIFEST-NOT-WHOLE TO TRUE
           END-IF.
           IF MANIFEST-NOT-WHOLE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE VAULT-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "MANIFEST NOT WHOLE - TRAILER MISSING OR WRONG"
                   TO WS-REPORT-LINE
               WRITE VAULT-REPORT-RECORD FROM WS-REPORT-LINE
               DISPLAY "Manifest does not prove against its trailer"
           END-IF.

       MARK-INDEXED-LISTED.
           IF VMF-FILE-NAME = VST-INDEXED-NAME(WS-SET-INDEX)
               AND VMF-FROM-INDEXED
               MOVE "Y" TO WS-INDEXED-LISTED(WS-SET-INDEX)
           END-IF.

       MARK-SEQUENTIAL-LISTED.
           IF VMF-FILE-NAME = VST-SEQUENTIAL-NAME(WS-SET-INDEX)
               MOVE "Y" TO WS-SEQUENTIAL-LISTED(WS-SET-INDEX)
           END-IF.

       MARK-KEY-LISTED.
           IF VMF-FILE-NAME = VST-KEY-NAME(WS-SET-INDEX)
               AND VMF-KEY-APART
               MOVE "Y" TO WS-KEY-LISTED(WS-SET-INDEX)
           END-IF.

       CHECK-SET-COMPLETE.
           PERFORM CHECK-INDEXED-LISTED
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > VST-INDEXED-COUNT.
           PERFORM CHECK-SEQUENTIAL-LISTED
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > VST-SEQUENTIAL-COUNT.
           PERFORM CHECK-KEY-LISTED
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > VST-KEY-COUNT.
           *> A file taken, or not on site at the source to take,
           *> is accounted for; one the manifest never mentions is
           *> a finding - the set was cut by a VaultManifest that
           *> did not know to take it.

       CHECK-INDEXED-LISTED.
           IF WS-INDEXED-LISTED(WS-SET-INDEX) NOT = "Y"
               MOVE VST-INDEXED-NAME(WS-SET-INDEX) TO WS-FL-FILE-NAME
               PERFORM REPORT-NOT-IN-SET
           END-IF.

       CHECK-SEQUENTIAL-LISTED.
           IF WS-SEQUENTIAL-LISTED(WS-SET-INDEX) NOT = "Y"
               MOVE VST-SEQUENTIAL-NAME(WS-SET-INDEX)
                   TO WS-FL-FILE-NAME
               PERFORM REPORT-NOT-IN-SET
           END-IF.

       CHECK-KEY-LISTED.
           IF WS-KEY-LISTED(WS-SET-INDEX) NOT = "Y"
               MOVE VST-KEY-NAME(WS-SET-INDEX) TO WS-FL-FILE-NAME
               PERFORM REPORT-NOT-IN-SET
           END-IF.

       REPORT-NOT-IN-SET.
           ADD 1 TO WS-UNLISTED-COUNT.
           ADD 1 TO WS-FINDING-COUNT.
           MOVE SPACES TO WS-FL-GENERATION.
           MOVE 0 TO WS-FL-EXPECTED.
           MOVE 0 TO WS-FL-RECEIVED.
           MOVE "NOT IN SET" TO WS-FL-RESULT.
           WRITE VAULT-REPORT-RECORD FROM WS-FILE-LINE.
           DISPLAY WS-FL-FILE-NAME " - NOT IN SET".

       VERIFY-ONE-FILE.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE 0 TO VFG-RECORD-COUNT.
           EVALUATE TRUE
               WHEN VMF-NOT-ON-SITE
                   ADD 1 TO WS-NOT-TAKEN-COUNT
                   MOVE "NOT ON SITE AT SOURCE" TO WS-RESULT-TEXT
               WHEN VMF-TAKE-FAILED
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE "TAKE FAILED AT SOURCE" TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM FIGURE-RECEIVED-COPY
           END-EVALUATE.
           MOVE VMF-FILE-NAME TO WS-FL-FILE-NAME.
           MOVE VMF-GENERATION TO WS-FL-GENERATION.
           MOVE VMF-RECORD-COUNT TO WS-FL-EXPECTED.
           MOVE VFG-RECORD-COUNT TO WS-FL-RECEIVED.
           MOVE WS-RESULT-TEXT TO WS-FL-RESULT.
           WRITE VAULT-REPORT-RECORD FROM WS-FILE-LINE.

       FIGURE-RECEIVED-COPY.
           IF VMF-KEY-APART
               MOVE VMF-FILE-NAME TO VFG-FILE-NAME
           ELSE
               MOVE VMF-GENERATION TO VFG-FILE-NAME
           END-IF.
           CALL "VaultFigures" USING VAULT-FIGURE-AREA.
           EVALUATE TRUE
               WHEN VFG-MISSING AND VMF-KEY-APART
                   MOVE "KEY NOT INSTALLED" TO WS-RESULT-TEXT
               WHEN VFG-MISSING
                   MOVE "MISSING" TO WS-RESULT-TEXT
               WHEN VFG-UNREADABLE
                   MOVE "UNREADABLE" TO WS-RESULT-TEXT
               WHEN VFG-RECORD-COUNT < VMF-RECORD-COUNT
                   MOVE "SHORT" TO WS-RESULT-TEXT
               WHEN VFG-RECORD-COUNT > VMF-RECORD-COUNT
                   MOVE "CHANGED - RECORDS ADDED" TO WS-RESULT-TEXT
               WHEN VFG-HASH-TOTAL NOT = VMF-HASH-TOTAL
                   MOVE "CHANGED - HASH DIFFERS" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "OK" TO WS-RESULT-TEXT
           END-EVALUATE.
           IF WS-RESULT-TEXT = "OK"
               ADD 1 TO WS-VERIFIED-COUNT
               IF VMF-FILE-NAME = "CUSTBKUP"
                   AND VMF-GENERATION = WS-BACKUP-GEN
                   SET BACKUP-RECEIVED-OK TO TRUE
               END-IF
               IF VMF-FILE-NAME = "CUSTJRNL"
                   SET JOURNAL-RECEIVED-OK TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-FINDING-COUNT
               DISPLAY VMF-FILE-NAME " " VMF-GENERATION " - "
                   WS-RESULT-TEXT
           END-IF.
           *> The same figures VaultManifest took off the copy it
           *> wrote, so any difference is the copy, not the sum. A
           *> key arrives on its own and is proved as installed
           *> under its own name - without it the ciphered archive
           *> and mandate accounts cannot be read.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DR VAULT VERIFICATION - MANIFEST " WS-MANIFEST-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VAULT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE VAULT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "FILE     COPY RECEIVED      EXPECTED  RECEIVED RESULT"
               TO WS-REPORT-LINE.
           WRITE VAULT-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE VAULT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FILES " WS-FILE-COUNT
               "  VERIFIED " WS-VERIFIED-COUNT
               "  FINDINGS " WS-FINDING-COUNT
               "  NOT TAKEN " WS-NOT-TAKEN-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VAULT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-TARGET-DATE = 0
                   MOVE "MANIFEST NAMES NO RECOVERY TARGET"
                       TO WS-REPORT-LINE
               WHEN WS-UNLISTED-COUNT > 0
                   STRING "SET DOES NOT SUPPORT RECOVCTL TARGET "
                       WS-TARGET-DATE " " WS-TARGET-TIME
                       " - SET INCOMPLETE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN WS-FINDING-COUNT = 0 AND MANIFEST-WHOLE
                   AND BACKUP-RECEIVED-OK AND JOURNAL-RECEIVED-OK
                   STRING "SET SUPPORTS RECOVCTL TARGET "
                       WS-TARGET-DATE " " WS-TARGET-TIME
                       " FROM " WS-BACKUP-GEN
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING "SET DOES NOT SUPPORT RECOVCTL TARGET "
                       WS-TARGET-DATE " " WS-TARGET-TIME
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE.
           WRITE VAULT-REPORT-RECORD FROM WS-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
           *> A set with any finding is not declared fit - a
           *> recovery that restores balances from one night and
           *> addresses from a damaged copy is not a recovery, and
           *> nor is one that has no copy of a master to restore.

       WRITE-AUDIT-START.
           MOVE "VaultVerify" TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE 0 TO AUDIT-RETURN-CODE.
           CALL "AuditLogger" USING AUDIT-CALL-AREA.

       WRITE-AUDIT-END.
           MOVE "VaultVerify" TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-FILE-COUNT TO AUDIT-RECORD-COUNT.
           MOVE RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL "AuditLogger" USING AUDIT-CALL-AREA.

       WRITE-OPERATOR-ALERT.
           MOVE "VaultVerify" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "MAN=" WS-MANIFEST-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "DR SET NOT WHOLE - SEE VAULTRPT"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
