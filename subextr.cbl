           05 SUB-RECEIVER        PIC X(08).
           05 SUB-FIELD-LIST.
               10 SUB-FIELD-CODE  OCCURS 10 TIMES PIC X(02).
           *> Field codes, left to right: ID custId, NM custName
           *> (the full legal name where CUSTLNAM has one),
           *> SN shortName, TN tradingName, AT attentionOf,
           *> CT custCat, CD custCatDesc, ST custStatus,
           *> A1 addrLine1, A2 addrLine2, CI addrCity,
           *> PO addrPostal, PH addrPhone, EM addrEmail,
           *> DQ delinquency. Spaces end the list.
           05 SUB-PURPOSE         PIC X(01).
           88 SUB-MARKETING       VALUE "M".
           *> "M" marks a marketing receiver - the mailing house and
           *> the like. Anything else is an operational feed and
           *> gets every active customer, as before.

       FD  CUSTOMER-FILE.
       01  SNAPSHOT-LINE          PIC X(35).
               10 WS-SUB-RECEIVER PIC X(08).
               10 WS-SUB-FIELDS.
                   15 WS-SUB-FIELD OCCURS 10 TIMES PIC X(02).
               10 WS-SUB-PURPOSE  PIC X(01).
                   88 WS-SUB-MARKETING VALUE "M".
       01 WS-SUB-COUNT            PIC 9(02) VALUE 0.
       01 WS-SUB-INDEX            PIC 9(02).
       01 WS-FIELD-INDEX          PIC 9(02).

       01 WS-CUST-ID-EDIT         PIC X(10).
       01 WS-DELINQ-OUT           PIC X(01).
       01 WS-FIELD-VALUE          PIC X(60).
       01 WS-OUT-LINE             PIC X(250).
       01 WS-OUT-POINTER          PIC 9(03).
       01 WS-RECORD-COUNT         PIC 9(06).
       01 WS-RUN-DATE             PIC 9(08).
       01 WS-FILES-WRITTEN        PIC 9(02) VALUE 0.

       01 WS-POSTAL-FIELDS-SWITCH PIC X(01).
       88 CARRIES-POSTAL          VALUE "Y".
       88 NO-POSTAL               VALUE "N".
       01 WS-EMAIL-FIELD-SWITCH   PIC X(01).
       88 CARRIES-EMAIL           VALUE "Y".
       88 NO-EMAIL-FIELD          VALUE "N".
       01 WS-SEND-SWITCH          PIC X(01).
       88 SEND-CUSTOMER           VALUE "Y".
       88 HOLD-BACK-CUSTOMER      VALUE "N".
       01 WS-HELD-DECEASED        PIC 9(06).
       01 WS-HELD-BANKRUPT        PIC 9(06).
       01 WS-HELD-NO-MAIL         PIC 9(06).
       01 WS-HELD-NO-EMAIL        PIC 9(06).
       *> A marketing receiver never gets a deceased or bankrupt
       *> customer, gets no do-not-mail customer when it carries
       *> any part of the postal address, and no do-not-email
       *> customer when it carries the email address. Counted per
       *> receiver, by reason.

       COPY SUPLNK.

       COPY FNMLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
                               TO WS-SUB-RECEIVER(WS-SUB-COUNT)
                           MOVE SUB-FIELD-LIST
                               TO WS-SUB-FIELDS(WS-SUB-COUNT)
                           MOVE SUB-PURPOSE
                               TO WS-SUB-PURPOSE(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Writing subscription " WS-RECEIVER-NAME.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 0 TO WS-HELD-DECEASED.
           MOVE 0 TO WS-HELD-BANKRUPT.
           MOVE 0 TO WS-HELD-NO-MAIL.
           MOVE 0 TO WS-HELD-NO-EMAIL.
           PERFORM FIND-CONTACT-FIELDS.
           OPEN OUTPUT RECEIVER-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "HDR,runDate=" WS-RUN-DATE
                           MOVE SNAPSHOT-LINE
                               TO CUST-MASTER-RECORD
                           IF CUST-ACTIVE
                               PERFORM CHECK-SUPPRESSION
                               IF SEND-CUSTOMER
                                   PERFORM WRITE-ONE-RECEIVER-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           WRITE RECEIVER-LINE FROM WS-OUT-LINE.
           CLOSE RECEIVER-FILE.
           ADD 1 TO WS-FILES-WRITTEN.
           IF WS-SUB-MARKETING(WS-SUB-INDEX)
               DISPLAY "Suppressed for " WS-RECEIVER-NAME
                   " - deceased: " WS-HELD-DECEASED
                   " bankrupt: " WS-HELD-BANKRUPT
                   " do not mail: " WS-HELD-NO-MAIL
                   " do not email: " WS-HELD-NO-EMAIL
           END-IF.
           *> Same HDR/TRL bracket CustomerExtract writes, so
           *> BatchVerify's CSV layout proves each receiver file
           *> whole without knowing which fields it carries.

       FIND-CONTACT-FIELDS.
           SET NO-POSTAL TO TRUE.
           SET NO-EMAIL-FIELD TO TRUE.
           PERFORM CHECK-ONE-CONTACT-FIELD
               VARYING WS-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-FIELD-INDEX > 10
                  OR WS-SUB-FIELD(WS-SUB-INDEX, WS-FIELD-INDEX)
                      = SPACES.

       CHECK-ONE-CONTACT-FIELD.
           EVALUATE WS-SUB-FIELD(WS-SUB-INDEX, WS-FIELD-INDEX)
               WHEN "A1"
               WHEN "A2"
               WHEN "CI"
               WHEN "PO"
                   SET CARRIES-POSTAL TO TRUE
               WHEN "EM"
                   SET CARRIES-EMAIL TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-SUPPRESSION.
           SET SEND-CUSTOMER TO TRUE.
           IF WS-SUB-MARKETING(WS-SUB-INDEX)
               MOVE CUST-ID TO SUPL-CUST-ID
               CALL "SuppressionLookup" USING SUPL-CALL-AREA
               EVALUATE TRUE
                   WHEN SUPL-MAIL-DECEASED
                       SET HOLD-BACK-CUSTOMER TO TRUE
                       ADD 1 TO WS-HELD-DECEASED
                   WHEN SUPL-MAIL-BANKRUPT
                       SET HOLD-BACK-CUSTOMER TO TRUE
                       ADD 1 TO WS-HELD-BANKRUPT
                   WHEN SUPL-MAIL-REFUSED AND CARRIES-POSTAL
                       SET HOLD-BACK-CUSTOMER TO TRUE
                       ADD 1 TO WS-HELD-NO-MAIL
                   WHEN SUPL-EMAIL-REFUSED AND CARRIES-EMAIL
                       SET HOLD-BACK-CUSTOMER TO TRUE
                       ADD 1 TO WS-HELD-NO-EMAIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           *> A held-back customer is left out of the file entirely,
           *> so the TRL count and hash still prove what was sent.

       WRITE-ONE-RECEIVER-LINE.
           PERFORM FETCH-JOIN-ROWS.
           MOVE SPACES TO WS-OUT-LINE.
                       END-IF
               END-READ
           END-IF.
           MOVE CUST-ID TO FNML-CUST-ID.
           MOVE CUST-NAME TO FNML-SHORT-NAME.
           CALL "FullNameLookup" USING FNML-CALL-AREA.

       PLACE-ONE-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE.
                   MOVE CUST-ID TO WS-CUST-ID-EDIT
                   MOVE WS-CUST-ID-EDIT TO WS-FIELD-VALUE
               WHEN "NM"
                   MOVE FNML-NAME TO WS-FIELD-VALUE
                   INSPECT WS-FIELD-VALUE REPLACING ALL "," BY " "
               WHEN "SN"
                   MOVE CUST-NAME TO WS-FIELD-VALUE
               WHEN "TN"
                   MOVE FNML-TRADING-NAME TO WS-FIELD-VALUE
                   INSPECT WS-FIELD-VALUE REPLACING ALL "," BY " "
               WHEN "AT"
                   MOVE FNML-ATTENTION TO WS-FIELD-VALUE
                   INSPECT WS-FIELD-VALUE REPLACING ALL "," BY " "
               WHEN "CT"
                   MOVE CUST-CAT TO WS-FIELD-VALUE
               WHEN "CD"
               WITH POINTER WS-OUT-POINTER.
           *> An unknown field code goes out as "?" rather than
           *> silently vanishing - the receiver's first test file
           *> shows the subscription record needs fixing. A comma
           *> typed into a full name goes out as a space so it
           *> cannot shift the receiver's columns.

       WRITE-OPERATOR-ALERT.
           MOVE "SubscriptionExtract" TO ALERT-PROGRAM-NAME.
