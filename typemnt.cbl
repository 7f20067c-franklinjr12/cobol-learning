       IDENTIFICATION DIVISION.
       PROGRAM-ID. TranTypeMaintMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-TYPE-FILE ASSIGN TO "TRANTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS WS-TYPE-STATUS.
           *> The transaction type table CustomerPosting validates
           *> FIN-TRAN-TYPE against and GlInterface takes its offset
           *> accounts from, maintained here in the same plain
           *> ACCEPT/DISPLAY style as CategoryMaintMenu keeps CATREF.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-TYPE-FILE.
           COPY TRANTYP.

       WORKING-STORAGE SECTION.
       01 WS-TYPE-STATUS          PIC X(02) VALUE "00".

       01 WS-MENU-CHOICE          PIC X(01).
       88 MENU-EXIT               VALUE "0".
       88 MENU-ADD                VALUE "1".
       88 MENU-CHANGE             VALUE "2".
       88 MENU-DEACTIVATE         VALUE "3".
       88 MENU-DISPLAY            VALUE "4".
       88 MENU-LIST               VALUE "5".

       01 WS-INPUT-CODE           PIC X(02).
       01 WS-INPUT-DESC           PIC X(20).
       01 WS-INPUT-DIRECTION      PIC X(01).
       88 INPUT-DIRECTION-OK      VALUE "D", "C", "B".
       01 WS-INPUT-ACCOUNT        PIC X(08).
       01 WS-INPUT-TAXABLE        PIC X(01).
       88 INPUT-TAXABLE-OK        VALUE "Y", "N".

       01 WS-LIST-EOF-SWITCH      PIC X(01).
       88 LIST-EOF                VALUE "Y".
       88 LIST-NOT-EOF            VALUE "N".

       01 WS-REJECT-COUNT         PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Transaction Type Menu ===".
           PERFORM OPEN-FILES.
           PERFORM SHOW-MENU UNTIL MENU-EXIT.
           CLOSE TRAN-TYPE-FILE.
           DISPLAY "=== Transaction Type Menu End ===".
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O TRAN-TYPE-FILE.
           IF WS-TYPE-STATUS = "35"
               OPEN OUTPUT TRAN-TYPE-FILE
               CLOSE TRAN-TYPE-FILE
               OPEN I-O TRAN-TYPE-FILE
           END-IF.
           *> Status 35 = table does not exist yet - create it empty
           *> on the first run, same as CategoryMaintMenu does.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - Add type".
           DISPLAY "2 - Change type".
           DISPLAY "3 - Deactivate/reactivate type".
           DISPLAY "4 - Display type".
           DISPLAY "5 - List all types".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN MENU-ADD
                   PERFORM MENU-ADD-TYPE
               WHEN MENU-CHANGE
                   PERFORM MENU-CHANGE-TYPE
               WHEN MENU-DEACTIVATE
                   PERFORM MENU-FLIP-TYPE
               WHEN MENU-DISPLAY
                   PERFORM MENU-DISPLAY-TYPE
               WHEN MENU-LIST
                   PERFORM MENU-LIST-TYPES
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid option"
           END-EVALUATE.

       PROMPT-FOR-CODE.
           DISPLAY "Type code (2 characters): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-CODE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE.
           MOVE WS-INPUT-CODE TO TYPE-CODE.

       ACCEPT-TYPE-DETAILS.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-DESC.
           DISPLAY "Direction (D debit, C credit, B both): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-DIRECTION.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-DIRECTION)
               TO WS-INPUT-DIRECTION.
           DISPLAY "GL offset account (blank = clearing): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ACCOUNT)
               TO WS-INPUT-ACCOUNT.
           DISPLAY "Taxable debit (Y/N, blank = N): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-TAXABLE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TAXABLE)
               TO WS-INPUT-TAXABLE.
           IF WS-INPUT-TAXABLE = SPACE
               MOVE "N" TO WS-INPUT-TAXABLE
           END-IF.

       MOVE-TYPE-DETAILS.
           MOVE WS-INPUT-DESC TO TYPE-DESC.
           MOVE WS-INPUT-DIRECTION TO TYPE-DIRECTION.
           MOVE WS-INPUT-ACCOUNT TO TYPE-GL-ACCOUNT.
           MOVE WS-INPUT-TAXABLE TO TYPE-TAXABLE-FLAG.

       MENU-ADD-TYPE.
           PERFORM PROMPT-FOR-CODE.
           PERFORM ACCEPT-TYPE-DETAILS.
           IF WS-INPUT-CODE = SPACES OR NOT INPUT-DIRECTION-OK
               OR NOT INPUT-TAXABLE-OK
               DISPLAY "Code blank, direction not D/C/B or taxable"
                   " not Y/N - nothing added"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM MOVE-TYPE-DETAILS
               SET TYPE-ACTIVE TO TRUE
               WRITE TRAN-TYPE-RECORD
                   INVALID KEY
                       DISPLAY "Add rejected, code already on file "
                           WS-INPUT-CODE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       DISPLAY "Type added"
               END-WRITE
           END-IF.

       MENU-CHANGE-TYPE.
           PERFORM PROMPT-FOR-CODE.
           READ TRAN-TYPE-FILE
               INVALID KEY
                   DISPLAY "Change rejected, code not on file "
                       WS-INPUT-CODE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM ACCEPT-TYPE-DETAILS
                   IF NOT INPUT-DIRECTION-OK
                       OR NOT INPUT-TAXABLE-OK
                       DISPLAY "Direction not D/C/B or taxable not"
                           " Y/N - left alone"
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM MOVE-TYPE-DETAILS
                       REWRITE TRAN-TYPE-RECORD
                       DISPLAY "Type changed"
                   END-IF
           END-READ.

       MENU-FLIP-TYPE.
           PERFORM PROMPT-FOR-CODE.
           READ TRAN-TYPE-FILE
               INVALID KEY
                   DISPLAY "Rejected, code not on file "
                       WS-INPUT-CODE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF TYPE-ACTIVE
                       SET TYPE-INACTIVE TO TRUE
                       DISPLAY "Type deactivated"
                   ELSE
                       SET TYPE-ACTIVE TO TRUE
                       DISPLAY "Type reactivated"
                   END-IF
                   REWRITE TRAN-TYPE-RECORD
           END-READ.

       MENU-DISPLAY-TYPE.
           PERFORM PROMPT-FOR-CODE.
           READ TRAN-TYPE-FILE
               INVALID KEY
                   DISPLAY "No type on file for code "
                       WS-INPUT-CODE
               NOT INVALID KEY
                   PERFORM DISPLAY-ONE-TYPE
           END-READ.

       MENU-LIST-TYPES.
           MOVE LOW-VALUES TO TYPE-CODE.
           START TRAN-TYPE-FILE KEY >= TYPE-CODE
               INVALID KEY
                   DISPLAY "No types on file"
               NOT INVALID KEY
                   SET LIST-NOT-EOF TO TRUE
                   PERFORM LIST-ONE-TYPE UNTIL LIST-EOF
           END-START.

       LIST-ONE-TYPE.
           READ TRAN-TYPE-FILE NEXT RECORD
               AT END
                   SET LIST-EOF TO TRUE
               NOT AT END
                   PERFORM DISPLAY-ONE-TYPE
           END-READ.

       DISPLAY-ONE-TYPE.
           DISPLAY "Code " TYPE-CODE " " TYPE-DESC
               " " TYPE-DIRECTION " GL " TYPE-GL-ACCOUNT
               " TAX " TYPE-TAXABLE-FLAG
               " (" TYPE-ACTIVE-FLAG ")".
