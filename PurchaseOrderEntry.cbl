       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchaseOrderEntry.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Orders raised by PurchaseOrderPropose wait here as proposals.
      * A supervisor reviews each line, may change or drop a quantity,
      * gives the delivery date the supplier promised, and releases
      * the order. Only a released order accepts receipts in
      * StockPost. An order can also be cancelled, which closes
      * whatever lines are still open so the codes can be proposed
      * again.
       SELECT PoHeadFile ASSIGN
        TO "MYPATH/POHEAD.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PoNumber
                 FILE STATUS IS PoHeadStatus.
       SELECT PoLineFile ASSIGN
        TO "MYPATH/POLINE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PolKey
                 FILE STATUS IS PoLineStatus.
       SELECT IndxFile ASSIGN
        TO "MYPATH/IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IndxCode
                 ALTERNATE RECORD KEY IS IndxTitle WITH DUPLICATES
                 FILE STATUS IS IndxStatus.
       SELECT SupplierFile ASSIGN
        TO "MYPATH/SUPPLIER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SupplierCode
                 FILE STATUS IS SupplierStatus.
      * Sign-on honors the same per-operator lockout as catalog
      * maintenance. A forced or expired password is not changed
      * here: the operator is sent to the catalog maintenance
      * sign-on, which owns the password change dialogue.
       SELECT OperatorFile ASSIGN
        TO "MYPATH/OPERATOR.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS OperId
                 FILE STATUS IS OperatorStatus.
       SELECT SecLogFile ASSIGN
        TO "MYPATH/SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PoHeadFile.
       01 PoHeadRecord.
          02 PoNumber               PIC 9(6).
          02 PoSupplierCode         PIC 99.
          02 PoStatus               PIC X(1).
             88 PoProposed            VALUE "P".
             88 PoReleased            VALUE "R".
             88 PoClosed              VALUE "C".
             88 PoCancelled           VALUE "X".
          02 PoRaisedDate           PIC 9(8).
          02 PoReleasedDate         PIC 9(8).
          02 PoDueDate              PIC 9(8).
          02 PoReleasedBy           PIC X(8).
          02 PoLineCount            PIC 9(3).

       FD PoLineFile.
       01 PoLineRecord.
          02 PolKey.
             03 PolPoNumber         PIC 9(6).
             03 PolLineNo           PIC 9(3).
          02 PolCode                PIC 9(5).
          02 PolOrderQty            PIC 9(7).
          02 PolReceivedQty         PIC 9(7).
          02 PolUnitPrice           PIC 9(5)V99.
          02 PolLineStatus          PIC X(1).
             88 PolLineOpen           VALUE "O".
             88 PolLineClosed         VALUE "C".
          02 PolLastReceiptDate     PIC 9(8).

       FD IndxFile.
       01 IndxRecord.
          02 IndxCode               PIC 9(5).
          02 IndxTitle              PIC X(40).
          02 IndxSupplierCode       PIC 99.
          02 IndxUnitPrice          PIC 9(5)V99.
          02 IndxItemStatus         PIC X(1).
             88 ItemActive            VALUE "A".
             88 ItemDiscontinued      VALUE "D".
             88 ItemPending           VALUE "P".
          02 IndxDateAdded          PIC 9(8).
          02 IndxDateChanged        PIC 9(8).

       FD SupplierFile.
       01 SupplierRecord.
          02 SupplierCode           PIC 99.
          02 SupplierName           PIC X(30).
          02 SupplierActiveFlag     PIC X(1).
             88 SupplierActive        VALUE "A".
             88 SupplierInactive      VALUE "I".
          02 SupplierContact        PIC X(30).
          02 SupplierPhone          PIC X(15).
          02 SupplierDateAdded      PIC 9(8).
          02 SupplierLeadDays       PIC 9(3).
          02 SupplierSafetyDays     PIC 9(3).

       FD OperatorFile.
       01 OperatorRecord.
          02 OperId                 PIC X(8).
          02 OperPassword           PIC X(8).
          02 OperLevel              PIC 9.
             88 OperInquiryOnly       VALUE 1.
             88 OperMaintenance       VALUE 2.
             88 OperSupervisor        VALUE 3.
          02 OperName               PIC X(30).
          02 OperActiveFlag         PIC X(1).
             88 OperActive            VALUE "A".
             88 OperDeactivated       VALUE "I".
          02 OperForceChange        PIC X(1).
             88 OperMustChangePwd     VALUE "Y".
          02 OperPwdChangedDate     PIC 9(8).
          02 OperFailCount          PIC 9.
          02 OperLockFlag           PIC X(1).
             88 OperLockedOut         VALUE "L".

       FD SecLogFile.
       01 SecLogRecord.
          02 SecLogDate             PIC 9(8).
          02 SecLogOperator         PIC X(8).
          02 SecLogReason           PIC X(12).

       WORKING-STORAGE SECTION.
       77 CHOICE PIC 9.
       77 PoHeadStatus  PIC 99 VALUE ZEROES.
          88 OK-PoHeadStatus     VALUE 00.
          88 NOTFND-PoHeadStatus VALUE 23.
          88 NOFILE-PoHeadStatus VALUE 35.
       77 PoLineStatus  PIC 99 VALUE ZEROES.
          88 OK-PoLineStatus     VALUE 00.
          88 NOFILE-PoLineStatus VALUE 35.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 SupplierStatus PIC 99 VALUE ZEROES.
          88 OK-SupplierStatus     VALUE 00.
          88 NOTFND-SupplierStatus VALUE 23.
       77 OperatorStatus PIC 99 VALUE ZEROES.
          88 OK-OperatorStatus      VALUE 00.
          88 NOTFND-OperatorStatus  VALUE 23.
       77 SecLogStatus  PIC 99 VALUE ZEROES.
          88 OK-SecLogStatus     VALUE 00.
          88 NOFILE-SecLogStatus VALUE 35.
       77 OperatorId            PIC X(8).
       77 OperatorPassword      PIC X(8).
       77 SignedOnLevel         PIC 9 VALUE ZEROES.
       77 SignedOn              PIC X(1) VALUE "N".
          88 OperatorSignedOn      VALUE "Y".
       77 SignonQuit            PIC X(1) VALUE "N".
          88 OperatorQuitSignon    VALUE "Y".
       77 PwdExpiryCutoff       PIC 9(8).
       77 TodaysDate            PIC 9(8).
       77 EntryPoNumber         PIC 9(6).
       77 EntryDueDate          PIC 9(8).
       77 AmendQty              PIC 9(7).
       77 OpenLinesLeft         PIC 9(3) VALUE ZEROES.
       77 EndOfLines            PIC X(1) VALUE "N".
          88 AtEndOfLines          VALUE "Y".
       77 ManageConfirm         PIC X(1).
          88 ManageConfirmedYes    VALUE "Y" "y".
       SCREEN SECTION.
       01 SIGNON-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "     PURCHASE ORDER ENTRY SIGN-ON   ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 5 COL 1 VALUE "OPERATOR ID :".
           02 LINE 5 COL 15 PIC X(8) USING OperatorId.
           02 LINE 6 COL 1 VALUE "PASSWORD    :".
           02 LINE 6 COL 15 PIC X(8) USING OperatorPassword SECURE.
       01 SIGNON-FAILED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "SIGN-ON REFUSED. TRY AGAIN.".
       01 SIGNON-GOODBYE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "SIGN-ON NOT COMPLETED. GOODBYE.".
       01 SIGNON-DEACT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "OPERATOR IS DEACTIVATED.".
       01 SIGNON-LOCKED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "OPERATOR IS LOCKED OUT - SEE A".
           02 LINE 2 COL 1 VALUE "SUPERVISOR.".
       01 SIGNON-EXPIRED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "YOUR PASSWORD MUST BE CHANGED -".
           02 LINE 2 COL 1 VALUE "SIGN ON TO CATALOG MAINTENANCE".
           02 LINE 3 COL 1 VALUE "FIRST.".
       01 NOT-AUTHORIZED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NOT AUTHORIZED FOR THIS FUNCTION.".
       01 MAIN-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "          PURCHASE ORDERS           ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 4 COL 1 VALUE "1. REVIEW AND RELEASE A PROPOSAL  ".
           02 LINE 5 COL 1 VALUE "2. CANCEL AN ORDER                ".
           02 LINE 6 COL 1 VALUE "3. EXIT                             ".
           02 LINE 7 COL 1 VALUE "ENTER YOUR CHOICE :                 ".
       01 ORDER-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "        SELECT PURCHASE ORDER       ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 5 COL 1 VALUE "ORDER NUMBER    :".
           02 LINE 5 COL 20 PIC 9(6) USING EntryPoNumber.
       01 ORDER-NOTFOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO PURCHASE ORDER FOUND.".
       01 ORDER-NOTPROPOSED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "THAT ORDER IS NOT A PROPOSAL.".
       01 ORDER-NOTOPEN-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "THAT ORDER IS ALREADY CLOSED OR".
           02 LINE 2 COL 1 VALUE "CANCELLED.".
       01 SUPPLIER-INACTIVE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "SUPPLIER IS NOT ACTIVE - ORDER".
           02 LINE 2 COL 1 VALUE "CANNOT BE RELEASED.".
       01 LINE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "ORDER           :".
           02 LINE 1 COL 20 PIC 9(6) FROM PoNumber.
           02 LINE 2 COL 1 VALUE "SUPPLIER        :".
           02 LINE 2 COL 20 PIC 99 FROM PoSupplierCode.
           02 LINE 2 COL 23 PIC X(30) FROM SupplierName.
           02 LINE 4 COL 1 VALUE "LINE            :".
           02 LINE 4 COL 20 PIC 9(3) FROM PolLineNo.
           02 LINE 5 COL 1 VALUE "CODE            :".
           02 LINE 5 COL 20 PIC 9(5) FROM PolCode.
           02 LINE 6 COL 1 VALUE "TITLE           :".
           02 LINE 6 COL 20 PIC X(40) FROM IndxTitle.
           02 LINE 7 COL 1 VALUE "UNIT PRICE      :".
           02 LINE 7 COL 20 PIC 9(5)V99 FROM PolUnitPrice.
           02 LINE 8 COL 1 VALUE "PROPOSED QTY    :".
           02 LINE 8 COL 20 PIC 9(7) FROM PolOrderQty.
           02 LINE 9 COL 1 VALUE "QTY TO ORDER    :".
           02 LINE 9 COL 20 PIC 9(7) USING AmendQty.
           02 LINE 10 COL 1 VALUE "(ZERO DROPS THE LINE)".
       01 NO-LINES-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO LINES LEFT ON THE ORDER - CANCEL".
           02 LINE 2 COL 1 VALUE "IT INSTEAD.".
       01 RELEASE-CONFIRM-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "ORDER           :".
           02 LINE 1 COL 20 PIC 9(6) FROM PoNumber.
           02 LINE 2 COL 1 VALUE "SUPPLIER        :".
           02 LINE 2 COL 20 PIC 99 FROM PoSupplierCode.
           02 LINE 2 COL 23 PIC X(30) FROM SupplierName.
           02 LINE 3 COL 1 VALUE "OPEN LINES      :".
           02 LINE 3 COL 20 PIC 9(3) FROM OpenLinesLeft.
           02 LINE 5 COL 1 VALUE "DUE DATE        :".
           02 LINE 5 COL 20 PIC 9(8) USING EntryDueDate.
           02 LINE 6 COL 1 VALUE "RELEASE (Y/N)   :".
           02 LINE 6 COL 20 PIC X(1) USING ManageConfirm.
       01 RELEASE-BADDATE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "DUE DATE IS IN THE PAST - ORDER NOT".
           02 LINE 2 COL 1 VALUE "RELEASED.".
       01 RELEASE-OK-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Order released to the supplier.".
       01 CANCEL-CONFIRM-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "ORDER           :".
           02 LINE 1 COL 20 PIC 9(6) FROM PoNumber.
           02 LINE 2 COL 1 VALUE "SUPPLIER        :".
           02 LINE 2 COL 20 PIC 99 FROM PoSupplierCode.
           02 LINE 2 COL 23 PIC X(30) FROM SupplierName.
           02 LINE 3 COL 1 VALUE "STATUS          :".
           02 LINE 3 COL 20 PIC X(1) FROM PoStatus.
           02 LINE 4 COL 1 VALUE "RAISED          :".
           02 LINE 4 COL 20 PIC 9(8) FROM PoRaisedDate.
           02 LINE 6 COL 1 VALUE "CANCEL (Y/N)    :".
           02 LINE 6 COL 20 PIC X(1) USING ManageConfirm.
       01 CANCEL-OK-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Order cancelled.".
       01 MANAGE-CANCEL-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "No change made.".
       01 ORDER-ERR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "ERROR UPDATING - FILE STATUS :".
           02 LINE 1 COL 32 PIC 99 USING PoHeadStatus.
       01 ERROR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Invalid choice. Please try again.".
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT TodaysDate FROM DATE YYYYMMDD.
           COMPUTE PwdExpiryCutoff = TodaysDate - 10000.
           OPEN I-O OperatorFile.
           IF NOT OK-OperatorStatus
               DISPLAY "ISSUE WHILE OPENING OperatorFile "
               DISPLAY "FILE-STATUS:" OperatorStatus
               STOP RUN
           END-IF.
           OPEN EXTEND SecLogFile.
           IF NOFILE-SecLogStatus
               OPEN OUTPUT SecLogFile
               CLOSE SecLogFile
               OPEN EXTEND SecLogFile
           END-IF.
           IF NOT OK-SecLogStatus
               DISPLAY "ISSUE WHILE OPENING SecLogFile "
               DISPLAY "FILE-STATUS:" SecLogStatus
               CLOSE OperatorFile
               STOP RUN
           END-IF.
           PERFORM P-SIGNON.
           IF NOT OperatorSignedOn
               DISPLAY SIGNON-GOODBYE-SCREEN
               CLOSE OperatorFile
                     SecLogFile
               STOP RUN
           END-IF.
           CLOSE OperatorFile
                 SecLogFile.
           OPEN I-O PoHeadFile.
           IF NOFILE-PoHeadStatus
               DISPLAY "NO PURCHASE ORDERS ON FILE - RUN "
                  "PurchaseOrderPropose FIRST"
               STOP RUN
           END-IF.
           IF NOT OK-PoHeadStatus
               DISPLAY "ISSUE WHILE OPENING PoHeadFile "
               DISPLAY "FILE-STATUS:" PoHeadStatus
               STOP RUN
           END-IF.
           OPEN I-O PoLineFile.
           IF NOT OK-PoLineStatus
               DISPLAY "ISSUE WHILE OPENING PoLineFile "
               DISPLAY "FILE-STATUS:" PoLineStatus
               STOP RUN
           END-IF.
           OPEN INPUT IndxFile.
           IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               STOP RUN
           END-IF.
           OPEN INPUT SupplierFile.
           IF NOT OK-SupplierStatus
               DISPLAY "ISSUE WHILE OPENING SupplierFile "
               DISPLAY "FILE-STATUS:" SupplierStatus
               STOP RUN
           END-IF.
           PERFORM MENU-PARA.
           CLOSE PoHeadFile
                 PoLineFile
                 IndxFile
                 SupplierFile.
           STOP RUN.

       P-SIGNON.
           PERFORM P-SIGNON-ATTEMPT
               UNTIL OperatorSignedOn OR OperatorQuitSignon.

       P-SIGNON-ATTEMPT.
           MOVE SPACES TO OperatorId
           MOVE SPACES TO OperatorPassword
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           IF OperatorId = SPACES
               MOVE "Y" TO SignonQuit
           ELSE
               MOVE OperatorId TO OperId
               READ OperatorFile
                   KEY IS OperId
                   INVALID KEY
                       MOVE "UNKNOWN ID  " TO SecLogReason
                       PERFORM P-SECURITY-LOG
                       DISPLAY SIGNON-FAILED-SCREEN
                   NOT INVALID KEY
                       PERFORM P-CHECK-OPERATOR
               END-READ
           END-IF.

       P-CHECK-OPERATOR.
           IF OperDeactivated
               MOVE "DEACTIVATED " TO SecLogReason
               PERFORM P-SECURITY-LOG
               DISPLAY SIGNON-DEACT-SCREEN
           ELSE
               IF OperLockedOut
                   MOVE "LOCKED OUT  " TO SecLogReason
                   PERFORM P-SECURITY-LOG
                   DISPLAY SIGNON-LOCKED-SCREEN
               ELSE
                   IF OperPassword = OperatorPassword
                       PERFORM P-GOOD-PASSWORD
                   ELSE
                       PERFORM P-BAD-PASSWORD
                   END-IF
               END-IF
           END-IF.

       P-BAD-PASSWORD.
           ADD 1 TO OperFailCount
           IF OperFailCount NOT LESS THAN 3
               MOVE "L" TO OperLockFlag
               MOVE "LOCKOUT     " TO SecLogReason
           ELSE
               MOVE "BAD PASSWORD" TO SecLogReason
           END-IF
           REWRITE OperatorRecord
           PERFORM P-SECURITY-LOG
           IF OperLockedOut
               DISPLAY SIGNON-LOCKED-SCREEN
           ELSE
               DISPLAY SIGNON-FAILED-SCREEN
           END-IF.

       P-SECURITY-LOG.
           MOVE TodaysDate TO SecLogDate
           MOVE OperatorId TO SecLogOperator
           WRITE SecLogRecord.

       P-GOOD-PASSWORD.
           MOVE ZEROES TO OperFailCount
           REWRITE OperatorRecord
           IF OperMustChangePwd OR
              OperPwdChangedDate < PwdExpiryCutoff
               DISPLAY SIGNON-EXPIRED-SCREEN
               MOVE "Y" TO SignonQuit
           ELSE
               MOVE "Y" TO SignedOn
               MOVE OperLevel TO SignedOnLevel
           END-IF.

       MENU-PARA.
           DISPLAY MAIN-SCREEN.
           ACCEPT CHOICE AT LINE 7 COL 23
           EVALUATE CHOICE
               WHEN 1
                   IF SignedOnLevel < 3
                       DISPLAY NOT-AUTHORIZED-SCREEN
                   ELSE
                       PERFORM P-RELEASE-ORDER
                   END-IF
                   PERFORM MENU-PARA
               WHEN 2
                   IF SignedOnLevel < 3
                       DISPLAY NOT-AUTHORIZED-SCREEN
                   ELSE
                       PERFORM P-CANCEL-ORDER
                   END-IF
                   PERFORM MENU-PARA
               WHEN 3
                   CONTINUE
               WHEN OTHER
                 DISPLAY ERROR-SCREEN
                 PERFORM MENU-PARA
           END-EVALUATE .

       P-SELECT-ORDER.
           MOVE ZEROES TO EntryPoNumber
           DISPLAY ORDER-SCREEN
           ACCEPT ORDER-SCREEN
           MOVE EntryPoNumber TO PoNumber
           READ PoHeadFile
               KEY IS PoNumber
               INVALID KEY
                   DISPLAY ORDER-NOTFOUND-SCREEN
               NOT INVALID KEY
                   MOVE PoSupplierCode TO SupplierCode
                   READ SupplierFile
                       KEY IS SupplierCode
                       INVALID KEY
                           MOVE "(NOT ON SUPPLIER FILE)"
                               TO SupplierName
                           MOVE "I" TO SupplierActiveFlag
                   END-READ
           END-READ
           .

       P-RELEASE-ORDER.
           PERFORM P-SELECT-ORDER
           IF OK-PoHeadStatus
               IF NOT PoProposed
                   DISPLAY ORDER-NOTPROPOSED-SCREEN
               ELSE
                   IF NOT SupplierActive
                       DISPLAY SUPPLIER-INACTIVE-SCREEN
                   ELSE
                       PERFORM P-REVIEW-LINES
                       IF OpenLinesLeft = ZEROES
                           DISPLAY NO-LINES-SCREEN
                       ELSE
                           PERFORM P-RELEASE-CONFIRM
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * Each open line is shown with its proposed quantity already in
      * the entry field; pressing through keeps it. A changed
      * quantity is written back at once, so the amendments stand
      * even if the release itself is declined.
       P-REVIEW-LINES.
           MOVE ZEROES TO OpenLinesLeft
           MOVE "N" TO EndOfLines
           MOVE PoNumber TO PolPoNumber
           MOVE ZEROES TO PolLineNo
           START PoLineFile
               KEY IS NOT LESS THAN PolKey
               INVALID KEY SET AtEndOfLines TO TRUE
           END-START
           IF NOT AtEndOfLines
               PERFORM P-READ-NEXT-LINE
           END-IF
           PERFORM P-REVIEW-ONE-LINE UNTIL AtEndOfLines
           .

       P-READ-NEXT-LINE.
           READ PoLineFile NEXT RECORD
               AT END SET AtEndOfLines TO TRUE
           END-READ
           IF NOT AtEndOfLines
               IF PolPoNumber NOT = PoNumber
                   SET AtEndOfLines TO TRUE
               END-IF
           END-IF
           .

       P-REVIEW-ONE-LINE.
           IF PolLineOpen
               MOVE PolCode TO IndxCode
               READ IndxFile
                   KEY IS IndxCode
                   INVALID KEY
                       MOVE "(NOT ON CATALOG)" TO IndxTitle
               END-READ
               MOVE PolOrderQty TO AmendQty
               DISPLAY LINE-SCREEN
               ACCEPT LINE-SCREEN
               IF AmendQty NOT = PolOrderQty
                   MOVE AmendQty TO PolOrderQty
                   IF AmendQty = ZEROES
                       MOVE "C" TO PolLineStatus
                   END-IF
                   REWRITE PoLineRecord
                       INVALID KEY
                           DISPLAY ORDER-ERR-SCREEN
                   END-REWRITE
               END-IF
               IF PolLineOpen
                   ADD 1 TO OpenLinesLeft
               END-IF
           END-IF
           PERFORM P-READ-NEXT-LINE
           .

       P-RELEASE-CONFIRM.
           MOVE ZEROES TO EntryDueDate
           MOVE SPACES TO ManageConfirm
           DISPLAY RELEASE-CONFIRM-SCREEN
           ACCEPT RELEASE-CONFIRM-SCREEN
           IF ManageConfirmedYes
               IF EntryDueDate < TodaysDate
                   DISPLAY RELEASE-BADDATE-SCREEN
               ELSE
                   MOVE "R" TO PoStatus
                   MOVE TodaysDate TO PoReleasedDate
                   MOVE EntryDueDate TO PoDueDate
                   MOVE OperatorId TO PoReleasedBy
                   REWRITE PoHeadRecord
                       INVALID KEY
                           DISPLAY ORDER-ERR-SCREEN
                       NOT INVALID KEY
                           DISPLAY RELEASE-OK-SCREEN
                   END-REWRITE
               END-IF
           ELSE
               DISPLAY MANAGE-CANCEL-SCREEN
           END-IF
           .

      * A released order that has had part of its goods is short-
      * closed by a cancel: the received quantities stand and only
      * the lines still open are closed.
       P-CANCEL-ORDER.
           PERFORM P-SELECT-ORDER
           IF OK-PoHeadStatus
               IF NOT PoProposed AND NOT PoReleased
                   DISPLAY ORDER-NOTOPEN-SCREEN
               ELSE
                   MOVE SPACES TO ManageConfirm
                   DISPLAY CANCEL-CONFIRM-SCREEN
                   ACCEPT CANCEL-CONFIRM-SCREEN
                   IF ManageConfirmedYes
                       PERFORM P-CLOSE-OPEN-LINES
                       MOVE "X" TO PoStatus
                       REWRITE PoHeadRecord
                           INVALID KEY
                               DISPLAY ORDER-ERR-SCREEN
                           NOT INVALID KEY
                               DISPLAY CANCEL-OK-SCREEN
                       END-REWRITE
                   ELSE
                       DISPLAY MANAGE-CANCEL-SCREEN
                   END-IF
               END-IF
           END-IF
           .

       P-CLOSE-OPEN-LINES.
           MOVE "N" TO EndOfLines
           MOVE PoNumber TO PolPoNumber
           MOVE ZEROES TO PolLineNo
           START PoLineFile
               KEY IS NOT LESS THAN PolKey
               INVALID KEY SET AtEndOfLines TO TRUE
           END-START
           IF NOT AtEndOfLines
               PERFORM P-READ-NEXT-LINE
           END-IF
           PERFORM P-CLOSE-ONE-LINE UNTIL AtEndOfLines
           .

       P-CLOSE-ONE-LINE.
           IF PolLineOpen
               MOVE "C" TO PolLineStatus
               REWRITE PoLineRecord
                   INVALID KEY
                       DISPLAY ORDER-ERR-SCREEN
               END-REWRITE
           END-IF
           PERFORM P-READ-NEXT-LINE
           .
