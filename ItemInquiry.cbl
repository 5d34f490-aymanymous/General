       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemInquiry.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read-only inquiry that answers "everything about this code"
      * on one screen: the catalog record, its supplier, the stock
      * balance in total and at each location (STKLOC.DAT) and any
      * price change waiting in PENDPRC.DAT, with the
      * price history and the audit trail for the code paged from
      * the newest entry back. Nothing is ever written here, so any
      * signed-on operator may use it.
       SELECT IndxFile ASSIGN
        TO "MYPATH/IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS IndxCode
                 ALTERNATE RECORD KEY IS IndxTitle WITH DUPLICATES
                 FILE STATUS IS IndxStatus.
       SELECT SupplierFile ASSIGN
        TO "MYPATH/SUPPLIER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SupplierCode
                 FILE STATUS IS SupplierStatus.
       SELECT StockFile ASSIGN
        TO "MYPATH/STOCK.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS StockCode
                 FILE STATUS IS StockStatus.
       SELECT StkLocFile ASSIGN
        TO "MYPATH/STKLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SlKey
                 FILE STATUS IS StkLocStatus.
       SELECT PendFile ASSIGN
        TO "MYPATH/PENDPRC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PendKey
                 FILE STATUS IS PendStatus.
       SELECT HistFile ASSIGN
        TO "MYPATH/PRCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
       SELECT AuditFile ASSIGN
        TO "MYPATH/AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
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

       FD StockFile.
       01 StockRecord.
          02 StockCode              PIC 9(5).
          02 StockOnHand            PIC S9(7).
          02 StockReorderPoint      PIC 9(7).
          02 StockLastMoveDate      PIC 9(8).

       FD StkLocFile.
       01 StkLocRecord.
          02 SlKey.
             03 SlCode              PIC 9(5).
             03 SlLocation          PIC X(4).
          02 SlOnHand               PIC S9(7).
          02 SlReorderPoint         PIC 9(7).
          02 SlLastMoveDate         PIC 9(8).

       FD PendFile.
       01 PendRecord.
          02 PendKey.
             03 PendCode            PIC 9(5).
             03 PendEffDate         PIC 9(8).
          02 PendNewPrice           PIC 9(5)V99.
          02 PendOldPrice           PIC 9(5)V99.
          02 PendHoldFlag           PIC X(1).
             88 PendReleased          VALUE "R".
             88 PendHeld              VALUE "H".
          02 PendEnteredDate        PIC 9(8).
          02 PendOperator           PIC X(8).

       FD HistFile.
       01 HistRecord.
          88   EndOfHist VALUE HIGH-VALUES.
          02 HistCode               PIC 9(5).
          02 HistEffDate            PIC 9(8).
          02 HistOldPrice           PIC 9(5)V99.
          02 HistNewPrice           PIC 9(5)V99.
          02 HistAppliedDate        PIC 9(8).
          02 HistOperator           PIC X(8).

       FD AuditFile.
       01 AuditRecord.
          88   EndOfAudit VALUE HIGH-VALUES.
          02 AuditCode              PIC 9(5).
          02 AuditAction            PIC X(6).
          02 AuditBeforeTitle       PIC X(40).
          02 AuditBeforeSupplier    PIC 99.
          02 AuditBeforePrice       PIC 9(5)V99.
          02 AuditBeforeStatus      PIC X(1).
          02 AuditAfterTitle        PIC X(40).
          02 AuditAfterSupplier     PIC 99.
          02 AuditAfterPrice        PIC 9(5)V99.
          02 AuditAfterStatus       PIC X(1).
          02 AuditDate              PIC 9(8).
          02 AuditOperator          PIC X(8).

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
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 SupplierStatus PIC 99 VALUE ZEROES.
          88 OK-SupplierStatus     VALUE 00.
          88 NOTFND-SupplierStatus VALUE 23.
       77 StockStatus   PIC 99 VALUE ZEROES.
          88 OK-StockStatus     VALUE 00.
          88 NOTFND-StockStatus VALUE 23.
          88 NOFILE-StockStatus VALUE 35.
       77 StkLocStatus  PIC 99 VALUE ZEROES.
          88 OK-StkLocStatus     VALUE 00.
          88 NOFILE-StkLocStatus VALUE 35.
       77 PendStatus    PIC 99 VALUE ZEROES.
          88 OK-PendStatus      VALUE 00.
          88 NOFILE-PendStatus  VALUE 35.
       77 HistStatus    PIC 99 VALUE ZEROES.
          88 OK-HistStatus      VALUE 00.
          88 NOFILE-HistStatus  VALUE 35.
       77 AuditStatus   PIC 99 VALUE ZEROES.
          88 OK-AuditStatus     VALUE 00.
          88 NOFILE-AuditStatus VALUE 35.
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
       77 StockOnFile           PIC X(1) VALUE "Y".
          88 StockFileOpen         VALUE "Y".
       77 StkLocOnFile          PIC X(1) VALUE "Y".
          88 StkLocFileOpen        VALUE "Y".
       77 LocCount              PIC 9(3).
       77 LocIdx                PIC 9.
       77 EndOfLoc              PIC X(1) VALUE "N".
          88 AtEndOfLoc            VALUE "Y".
       77 PendOnFile            PIC X(1) VALUE "Y".
          88 PendFileOpen          VALUE "Y".
       77 QueryCode             PIC 9(5).
       77 QueryTitle            PIC X(40).
       77 MoreMatches           PIC X(1) VALUE "Y".
          88 NoMoreMatches         VALUE "N".
       77 AnyTitleFound         PIC X(1) VALUE "N".
          88 NoTitleFound          VALUE "N".
       77 ItemAction            PIC X(1).
          88 ItemShowHistory       VALUE "H" "h".
          88 ItemShowAudit         VALUE "A" "a".
          88 ItemReturn            VALUE "X" "x".
       77 PageAction            PIC X(1).
          88 PageForward           VALUE "N" "n".
          88 PageBackward          VALUE "P" "p".
          88 PageReturn            VALUE "X" "x".
       77 PageKind              PIC X(1).
          88 PagingHistory         VALUE "H".
          88 PagingAudit           VALUE "A".
       77 PageNo                PIC 9(3).
       77 PageCount             PIC 9(3).
       77 PageEntries           PIC 9(4).
       77 PageIdx               PIC 99.
       77 EntryIdx              PIC S9(5).
       77 SkipCount             PIC 9(7).
       77 MatchCount            PIC 9(7).
       77 PendCount             PIC 9(3).
       77 PendIdx               PIC 9.
       77 EndOfPend             PIC X(1) VALUE "N".
          88 AtEndOfPend           VALUE "Y".
       77 PriceDisplay          PIC ZZZZ9.99.
       77 OnHandDisplay         PIC -9(7).
       77 StockNote             PIC X(24) VALUE SPACES.
       77 PendMoreNote          PIC X(24) VALUE SPACES.
       77 PendStateText         PIC X(8).
       77 OldPriceText          PIC ZZZZ9.99.
       77 NewPriceText          PIC ZZZZ9.99.
       77 PageTitle             PIC X(36).
       77 PageHeading           PIC X(70).
       77 PageFooter            PIC X(20).
      * Only the newest entries for a code are kept for paging;
      * HIST-TABLE-SIZE and AUDIT-TABLE-SIZE must match the OCCURS
      * bounds below.
       77 HIST-TABLE-SIZE  PIC 9(3) VALUE 500.
       77 HistStored       PIC 9(4) VALUE ZEROES.
       01 HistTable.
          02 HistEntry OCCURS 500 TIMES.
             03 HtEffDate           PIC 9(8).
             03 HtOldPrice          PIC 9(5)V99.
             03 HtNewPrice          PIC 9(5)V99.
             03 HtAppliedDate       PIC 9(8).
             03 HtOperator          PIC X(8).
       77 AUDIT-TABLE-SIZE PIC 9(3) VALUE 500.
       77 AuditStored      PIC 9(4) VALUE ZEROES.
       01 AuditTable.
          02 AuditEntry OCCURS 500 TIMES.
             03 AtDate              PIC 9(8).
             03 AtAction            PIC X(6).
             03 AtOperator          PIC X(8).
             03 AtBeforeSupplier    PIC 99.
             03 AtAfterSupplier     PIC 99.
             03 AtBeforePrice       PIC 9(5)V99.
             03 AtAfterPrice        PIC 9(5)V99.
             03 AtBeforeStatus      PIC X(1).
             03 AtAfterStatus       PIC X(1).
       01 HistHeadingText.
          02 FILLER PIC X(35)
             VALUE "EFFECTIVE  OLD PRICE   NEW PRICE  ".
          02 FILLER PIC X(35)
             VALUE " APPLIED   BY".
       01 AuditHeadingText.
          02 FILLER PIC X(35)
             VALUE "DATE     ACTION BY       SUPPLIER  ".
          02 FILLER PIC X(35)
             VALUE "PRICE BEFORE/AFTER   STATUS".
       01 PendLines.
          02 PendLine1              PIC X(70).
          02 PendLine2              PIC X(70).
          02 PendLine3              PIC X(70).
       01 PendLineTable REDEFINES PendLines.
          02 PendLine               PIC X(70) OCCURS 3 TIMES.
      * The first four locations holding the code, shown on one line.
       01 LocCells.
          02 LocCell OCCURS 4 TIMES.
             03 LcLocation          PIC X(4).
             03 FILLER              PIC X(1).
             03 LcOnHand            PIC -9(7).
             03 FILLER              PIC X(4).
       01 PageLines.
          02 PageLine1              PIC X(70).
          02 PageLine2              PIC X(70).
          02 PageLine3              PIC X(70).
          02 PageLine4              PIC X(70).
          02 PageLine5              PIC X(70).
          02 PageLine6              PIC X(70).
          02 PageLine7              PIC X(70).
          02 PageLine8              PIC X(70).
          02 PageLine9              PIC X(70).
          02 PageLine10             PIC X(70).
       01 PageLineTable REDEFINES PageLines.
          02 PageLine               PIC X(70) OCCURS 10 TIMES.
       SCREEN SECTION.
       01 SIGNON-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "       ITEM INQUIRY SIGN-ON         ".
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
           02 LINE 2 COL 1 VALUE "           ITEM INQUIRY             ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 4 COL 1 VALUE "1. LOOK UP BY CODE                  ".
           02 LINE 5 COL 1 VALUE "2. LOOK UP BY TITLE                 ".
           02 LINE 6 COL 1 VALUE "3. EXIT                             ".
           02 LINE 7 COL 1 VALUE "ENTER YOUR CHOICE :                 ".
       01 READ-CODE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODE TO LOOK UP :".
           02 LINE 1 COL 19 PIC 9(5) USING QueryCode.
       01 READ-TITLE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "TITLE TO LOOK UP :".
           02 LINE 1 COL 20 PIC X(40) USING QueryTitle.
       01 READ-NOTFOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO CATALOG RECORD FOUND.".
       01 ITEM-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODE     :".
           02 LINE 1 COL 12 PIC 9(5) FROM IndxCode.
           02 LINE 1 COL 19 PIC X(40) FROM IndxTitle.
           02 LINE 2 COL 1 VALUE "STATUS   :".
           02 LINE 2 COL 12 PIC X(1) FROM IndxItemStatus.
           02 LINE 2 COL 15 VALUE "PRICE :".
           02 LINE 2 COL 23 PIC X(8) FROM PriceDisplay.
           02 LINE 2 COL 33 VALUE "ADDED :".
           02 LINE 2 COL 41 PIC 9(8) FROM IndxDateAdded.
           02 LINE 2 COL 51 VALUE "CHANGED :".
           02 LINE 2 COL 61 PIC 9(8) FROM IndxDateChanged.
           02 LINE 4 COL 1 VALUE "SUPPLIER :".
           02 LINE 4 COL 12 PIC 99 FROM IndxSupplierCode.
           02 LINE 4 COL 15 PIC X(30) FROM SupplierName.
           02 LINE 4 COL 47 VALUE "ACTIVE (A/I) :".
           02 LINE 4 COL 62 PIC X(1) FROM SupplierActiveFlag.
           02 LINE 5 COL 1 VALUE "CONTACT  :".
           02 LINE 5 COL 12 PIC X(30) FROM SupplierContact.
           02 LINE 5 COL 47 VALUE "PHONE :".
           02 LINE 5 COL 55 PIC X(15) FROM SupplierPhone.
           02 LINE 7 COL 1 VALUE "ON HAND  :".
           02 LINE 7 COL 12 PIC X(8) FROM OnHandDisplay.
           02 LINE 7 COL 22 VALUE "REORDER POINT :".
           02 LINE 7 COL 38 PIC 9(7) FROM StockReorderPoint.
           02 LINE 7 COL 47 VALUE "LAST MOVED :".
           02 LINE 7 COL 60 PIC 9(8) FROM StockLastMoveDate.
           02 LINE 8 COL 12 PIC X(24) FROM StockNote.
           02 LINE 8 COL 38 VALUE "LOCATIONS HELD :".
           02 LINE 8 COL 55 PIC ZZ9 FROM LocCount.
           02 LINE 9 COL 1 VALUE "BY LOC   :".
           02 LINE 9 COL 12 PIC X(68) FROM LocCells.
           02 LINE 10 COL 1 VALUE "PRICE CHANGES WAITING :".
           02 LINE 10 COL 25 PIC ZZ9 FROM PendCount.
           02 LINE 10 COL 30 PIC X(24) FROM PendMoreNote.
           02 LINE 11 COL 3 PIC X(70) FROM PendLine1.
           02 LINE 12 COL 3 PIC X(70) FROM PendLine2.
           02 LINE 13 COL 3 PIC X(70) FROM PendLine3.
           02 LINE 15 COL 1 VALUE "PRICE HISTORY LINES   :".
           02 LINE 15 COL 25 PIC ZZZ9 FROM HistStored.
           02 LINE 16 COL 1 VALUE "AUDIT TRAIL ENTRIES   :".
           02 LINE 16 COL 25 PIC ZZZ9 FROM AuditStored.
           02 LINE 18 COL 1 VALUE
              "H = PRICE HISTORY  A = AUDIT TRAIL  X = RETURN :".
           02 LINE 18 COL 50 PIC X(1) USING ItemAction.
       01 PAGE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 PIC X(36) FROM PageTitle.
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 4 COL 1 PIC X(70) FROM PageHeading.
           02 LINE 5 COL 1 PIC X(70) FROM PageLine1.
           02 LINE 6 COL 1 PIC X(70) FROM PageLine2.
           02 LINE 7 COL 1 PIC X(70) FROM PageLine3.
           02 LINE 8 COL 1 PIC X(70) FROM PageLine4.
           02 LINE 9 COL 1 PIC X(70) FROM PageLine5.
           02 LINE 10 COL 1 PIC X(70) FROM PageLine6.
           02 LINE 11 COL 1 PIC X(70) FROM PageLine7.
           02 LINE 12 COL 1 PIC X(70) FROM PageLine8.
           02 LINE 13 COL 1 PIC X(70) FROM PageLine9.
           02 LINE 14 COL 1 PIC X(70) FROM PageLine10.
           02 LINE 16 COL 1 VALUE "PAGE".
           02 LINE 16 COL 6 PIC ZZ9 FROM PageNo.
           02 LINE 16 COL 10 VALUE "OF".
           02 LINE 16 COL 13 PIC ZZ9 FROM PageCount.
           02 LINE 16 COL 18 PIC X(20) FROM PageFooter.
           02 LINE 18 COL 1 VALUE
              "N = NEXT  P = PREVIOUS  X = RETURN :".
           02 LINE 18 COL 38 PIC X(1) USING PageAction.
       01 NOTHING-TO-PAGE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO ENTRIES ON FILE FOR THIS CODE.".
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
      * A shop that has not yet posted stock or entered a price
      * change has no STOCK.DAT or PENDPRC.DAT; the inquiry still
      * works and simply shows nothing for them.
           OPEN INPUT StockFile.
           IF NOFILE-StockStatus
               MOVE "N" TO StockOnFile
           ELSE
               IF NOT OK-StockStatus
                   DISPLAY "ISSUE WHILE OPENING StockFile "
                   DISPLAY "FILE-STATUS:" StockStatus
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT StkLocFile.
           IF NOFILE-StkLocStatus
               MOVE "N" TO StkLocOnFile
           ELSE
               IF NOT OK-StkLocStatus
                   DISPLAY "ISSUE WHILE OPENING StkLocFile "
                   DISPLAY "FILE-STATUS:" StkLocStatus
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT PendFile.
           IF NOFILE-PendStatus
               MOVE "N" TO PendOnFile
           ELSE
               IF NOT OK-PendStatus
                   DISPLAY "ISSUE WHILE OPENING PendFile "
                   DISPLAY "FILE-STATUS:" PendStatus
                   STOP RUN
               END-IF
           END-IF.
           PERFORM MENU-PARA.
           CLOSE IndxFile
                 SupplierFile.
           IF StockFileOpen
               CLOSE StockFile
           END-IF.
           IF StkLocFileOpen
               CLOSE StkLocFile
           END-IF.
           IF PendFileOpen
               CLOSE PendFile
           END-IF.
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
                   PERFORM P-READ-BY-CODE
                   PERFORM MENU-PARA
               WHEN 2
                   PERFORM P-READ-BY-TITLE
                   PERFORM MENU-PARA
               WHEN 3
                   CONTINUE
               WHEN OTHER
                 DISPLAY ERROR-SCREEN
                 PERFORM MENU-PARA
           END-EVALUATE .

       P-READ-BY-CODE.
           MOVE ZEROES TO QueryCode
           DISPLAY READ-CODE-SCREEN
           ACCEPT READ-CODE-SCREEN
           MOVE QueryCode TO IndxCode
           READ IndxFile
               KEY IS IndxCode
               INVALID KEY
                   DISPLAY READ-NOTFOUND-SCREEN
               NOT INVALID KEY
                   PERFORM P-SHOW-ITEM
           END-READ
           .

      * Titles are not unique, so every item carrying the title is
      * shown in turn, as in the catalog maintenance inquiry.
       P-READ-BY-TITLE.
           MOVE SPACES TO QueryTitle
           DISPLAY READ-TITLE-SCREEN
           ACCEPT READ-TITLE-SCREEN
           MOVE QueryTitle TO IndxTitle
           MOVE "Y" TO MoreMatches
           MOVE "N" TO AnyTitleFound
           START IndxFile
               KEY IS NOT LESS THAN IndxTitle
               INVALID KEY
                   MOVE "N" TO MoreMatches
           END-START
           PERFORM P-READ-NEXT-TITLE UNTIL NoMoreMatches
           IF NoTitleFound
               DISPLAY READ-NOTFOUND-SCREEN
           END-IF
           .

       P-READ-NEXT-TITLE.
           READ IndxFile NEXT RECORD
               AT END
                   MOVE "N" TO MoreMatches
           END-READ
           IF NOT NoMoreMatches
               IF IndxTitle NOT = QueryTitle
                   MOVE "N" TO MoreMatches
               ELSE
                   MOVE "Y" TO AnyTitleFound
                   PERFORM P-SHOW-ITEM
               END-IF
           END-IF
           .

      * P-SHOW-ITEM reads only by the code and supplier keys, so the
      * title browse position on IDX.DAT is left where it was.
       P-SHOW-ITEM.
           MOVE IndxUnitPrice TO PriceDisplay
           PERFORM P-GET-SUPPLIER
           PERFORM P-GET-STOCK
           PERFORM P-GET-LOCATIONS
           PERFORM P-GET-PENDING
           PERFORM P-LOAD-HISTORY
           PERFORM P-LOAD-AUDIT
           MOVE SPACES TO ItemAction
           PERFORM P-ITEM-ACTION UNTIL ItemReturn
           .

       P-GET-SUPPLIER.
           MOVE IndxSupplierCode TO SupplierCode
           READ SupplierFile
               KEY IS SupplierCode
               INVALID KEY
                   MOVE "(NOT ON SUPPLIER FILE)" TO SupplierName
                   MOVE SPACES TO SupplierActiveFlag
                   MOVE SPACES TO SupplierContact
                   MOVE SPACES TO SupplierPhone
           END-READ
           .

       P-GET-STOCK.
           MOVE SPACES TO StockNote
           MOVE ZEROES TO StockOnHand
           MOVE ZEROES TO StockReorderPoint
           MOVE ZEROES TO StockLastMoveDate
           IF StockFileOpen
               MOVE IndxCode TO StockCode
               READ StockFile
                   KEY IS StockCode
                   INVALID KEY
                       MOVE "(NO STOCK BALANCE)" TO StockNote
                       MOVE ZEROES TO StockOnHand
                       MOVE ZEROES TO StockReorderPoint
                       MOVE ZEROES TO StockLastMoveDate
               END-READ
           ELSE
               MOVE "(NO STOCK BALANCE)" TO StockNote
           END-IF
           MOVE StockOnHand TO OnHandDisplay
           .

      * Balances for a code sit together on STKLOC.DAT in location
      * order; every one is counted and the first four are shown.
       P-GET-LOCATIONS.
           MOVE ZEROES TO LocCount
           MOVE SPACES TO LocCells
           IF StkLocFileOpen
               MOVE IndxCode TO SlCode
               MOVE LOW-VALUES TO SlLocation
               MOVE "N" TO EndOfLoc
               START StkLocFile
                   KEY IS NOT LESS THAN SlKey
                   INVALID KEY
                       MOVE "Y" TO EndOfLoc
               END-START
               PERFORM P-READ-NEXT-LOCATION UNTIL AtEndOfLoc
           END-IF
           .

       P-READ-NEXT-LOCATION.
           READ StkLocFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfLoc
           END-READ
           IF NOT AtEndOfLoc
               IF SlCode NOT = IndxCode
                   MOVE "Y" TO EndOfLoc
               ELSE
                   ADD 1 TO LocCount
                   IF LocCount NOT > 4
                       MOVE LocCount TO LocIdx
                       MOVE SlLocation TO LcLocation(LocIdx)
                       MOVE SlOnHand TO LcOnHand(LocIdx)
                   END-IF
               END-IF
           END-IF
           .

      * Pending changes for a code sit together on PENDPRC.DAT in
      * effective-date order; the first three are shown.
       P-GET-PENDING.
           MOVE ZEROES TO PendCount
           MOVE SPACES TO PendLines
           MOVE SPACES TO PendMoreNote
           IF PendFileOpen
               MOVE IndxCode TO PendCode
               MOVE ZEROES TO PendEffDate
               MOVE "N" TO EndOfPend
               START PendFile
                   KEY IS NOT LESS THAN PendKey
                   INVALID KEY
                       MOVE "Y" TO EndOfPend
               END-START
               PERFORM P-READ-NEXT-PENDING UNTIL AtEndOfPend
           END-IF
           IF PendCount > 3
               MOVE "(FIRST 3 SHOWN)" TO PendMoreNote
           END-IF
           .

       P-READ-NEXT-PENDING.
           READ PendFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfPend
           END-READ
           IF NOT AtEndOfPend
               IF PendCode NOT = IndxCode
                   MOVE "Y" TO EndOfPend
               ELSE
                   ADD 1 TO PendCount
                   IF PendCount NOT > 3
                       PERFORM P-FORMAT-PENDING
                   END-IF
               END-IF
           END-IF
           .

       P-FORMAT-PENDING.
           IF PendHeld
               MOVE "HELD" TO PendStateText
           ELSE
               MOVE "RELEASED" TO PendStateText
           END-IF
           MOVE PendOldPrice TO OldPriceText
           MOVE PendNewPrice TO NewPriceText
           MOVE PendCount TO PendIdx
           STRING "EFF "          DELIMITED BY SIZE
                  PendEffDate     DELIMITED BY SIZE
                  " OLD "         DELIMITED BY SIZE
                  OldPriceText    DELIMITED BY SIZE
                  " NEW "         DELIMITED BY SIZE
                  NewPriceText    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  PendStateText   DELIMITED BY SIZE
                  " BY "          DELIMITED BY SIZE
                  PendOperator    DELIMITED BY SIZE
               INTO PendLine(PendIdx)
           END-STRING
           .

      * PRCHIST.DAT and AUDIT.DAT are read twice: once to count the
      * lines for the code, then again to keep the newest of them
      * when there are more than the table holds.
       P-LOAD-HISTORY.
           MOVE ZEROES TO HistStored
           MOVE ZEROES TO MatchCount
           OPEN INPUT HistFile
           IF OK-HistStatus
               READ HistFile
                   AT END SET EndOfHist TO TRUE
               END-READ
               PERFORM P-COUNT-HISTORY UNTIL EndOfHist
               CLOSE HistFile
           END-IF
           IF MatchCount > HIST-TABLE-SIZE
               COMPUTE SkipCount = MatchCount - HIST-TABLE-SIZE
           ELSE
               MOVE ZEROES TO SkipCount
           END-IF
           IF MatchCount > ZEROES
               OPEN INPUT HistFile
               READ HistFile
                   AT END SET EndOfHist TO TRUE
               END-READ
               PERFORM P-STORE-HISTORY UNTIL EndOfHist
               CLOSE HistFile
           END-IF
           .

       P-COUNT-HISTORY.
           IF HistCode = IndxCode
               ADD 1 TO MatchCount
           END-IF
           READ HistFile
               AT END SET EndOfHist TO TRUE
           END-READ
           .

       P-STORE-HISTORY.
           IF HistCode = IndxCode
               IF SkipCount > ZEROES
                   SUBTRACT 1 FROM SkipCount
               ELSE
                   ADD 1 TO HistStored
                   MOVE HistEffDate TO HtEffDate(HistStored)
                   MOVE HistOldPrice TO HtOldPrice(HistStored)
                   MOVE HistNewPrice TO HtNewPrice(HistStored)
                   MOVE HistAppliedDate TO HtAppliedDate(HistStored)
                   MOVE HistOperator TO HtOperator(HistStored)
               END-IF
           END-IF
           READ HistFile
               AT END SET EndOfHist TO TRUE
           END-READ
           .

       P-LOAD-AUDIT.
           MOVE ZEROES TO AuditStored
           MOVE ZEROES TO MatchCount
           OPEN INPUT AuditFile
           IF OK-AuditStatus
               READ AuditFile
                   AT END SET EndOfAudit TO TRUE
               END-READ
               PERFORM P-COUNT-AUDIT UNTIL EndOfAudit
               CLOSE AuditFile
           END-IF
           IF MatchCount > AUDIT-TABLE-SIZE
               COMPUTE SkipCount = MatchCount - AUDIT-TABLE-SIZE
           ELSE
               MOVE ZEROES TO SkipCount
           END-IF
           IF MatchCount > ZEROES
               OPEN INPUT AuditFile
               READ AuditFile
                   AT END SET EndOfAudit TO TRUE
               END-READ
               PERFORM P-STORE-AUDIT UNTIL EndOfAudit
               CLOSE AuditFile
           END-IF
           .

       P-COUNT-AUDIT.
           IF AuditCode = IndxCode
               ADD 1 TO MatchCount
           END-IF
           READ AuditFile
               AT END SET EndOfAudit TO TRUE
           END-READ
           .

       P-STORE-AUDIT.
           IF AuditCode = IndxCode
               IF SkipCount > ZEROES
                   SUBTRACT 1 FROM SkipCount
               ELSE
                   ADD 1 TO AuditStored
                   MOVE AuditDate TO AtDate(AuditStored)
                   MOVE AuditAction TO AtAction(AuditStored)
                   MOVE AuditOperator TO AtOperator(AuditStored)
                   MOVE AuditBeforeSupplier
                       TO AtBeforeSupplier(AuditStored)
                   MOVE AuditAfterSupplier
                       TO AtAfterSupplier(AuditStored)
                   MOVE AuditBeforePrice TO AtBeforePrice(AuditStored)
                   MOVE AuditAfterPrice TO AtAfterPrice(AuditStored)
                   MOVE AuditBeforeStatus
                       TO AtBeforeStatus(AuditStored)
                   MOVE AuditAfterStatus TO AtAfterStatus(AuditStored)
               END-IF
           END-IF
           READ AuditFile
               AT END SET EndOfAudit TO TRUE
           END-READ
           .

       P-ITEM-ACTION.
           MOVE SPACES TO ItemAction
           DISPLAY ITEM-SCREEN
           ACCEPT ITEM-SCREEN
           EVALUATE TRUE
               WHEN ItemShowHistory
                   MOVE "H" TO PageKind
                   MOVE HistStored TO PageEntries
                   PERFORM P-PAGE-ENTRIES
               WHEN ItemShowAudit
                   MOVE "A" TO PageKind
                   MOVE AuditStored TO PageEntries
                   PERFORM P-PAGE-ENTRIES
               WHEN ItemReturn
                   CONTINUE
               WHEN OTHER
                   DISPLAY ERROR-SCREEN
           END-EVALUATE
           .

      * Page 1 holds the ten newest entries; N steps back in time
      * and P returns towards the newest.
       P-PAGE-ENTRIES.
           IF PageEntries = ZEROES
               DISPLAY NOTHING-TO-PAGE-SCREEN
           ELSE
               COMPUTE PageCount = (PageEntries + 9) / 10
               MOVE 1 TO PageNo
               MOVE SPACES TO PageTitle
               IF PagingHistory
                   STRING "  PRICE HISTORY FOR CODE " DELIMITED BY SIZE
                          IndxCode                    DELIMITED BY SIZE
                       INTO PageTitle
                   END-STRING
                   MOVE HistHeadingText TO PageHeading
               ELSE
                   STRING "  AUDIT TRAIL FOR CODE " DELIMITED BY SIZE
                          IndxCode                  DELIMITED BY SIZE
                       INTO PageTitle
                   END-STRING
                   MOVE AuditHeadingText TO PageHeading
               END-IF
               MOVE SPACES TO PageAction
               PERFORM P-SHOW-PAGE UNTIL PageReturn
           END-IF
           .

       P-SHOW-PAGE.
           PERFORM P-FILL-PAGE
           IF PageNo = PageCount
               MOVE "(OLDEST ENTRIES)" TO PageFooter
           ELSE
               MOVE SPACES TO PageFooter
           END-IF
           MOVE SPACES TO PageAction
           DISPLAY PAGE-SCREEN
           ACCEPT PAGE-SCREEN
           EVALUATE TRUE
               WHEN PageForward
                   IF PageNo < PageCount
                       ADD 1 TO PageNo
                   END-IF
               WHEN PageBackward
                   IF PageNo > 1
                       SUBTRACT 1 FROM PageNo
                   END-IF
               WHEN PageReturn
                   CONTINUE
               WHEN OTHER
                   DISPLAY ERROR-SCREEN
           END-EVALUATE
           .

       P-FILL-PAGE.
           MOVE SPACES TO PageLines
           MOVE 1 TO PageIdx
           PERFORM P-FILL-ONE-LINE UNTIL PageIdx > 10
           .

       P-FILL-ONE-LINE.
           COMPUTE EntryIdx = PageEntries - ((PageNo - 1) * 10)
                              - (PageIdx - 1)
           IF EntryIdx > ZEROES
               IF PagingHistory
                   PERFORM P-FORMAT-HISTORY-LINE
               ELSE
                   PERFORM P-FORMAT-AUDIT-LINE
               END-IF
           END-IF
           ADD 1 TO PageIdx
           .

       P-FORMAT-HISTORY-LINE.
           MOVE HtOldPrice(EntryIdx) TO OldPriceText
           MOVE HtNewPrice(EntryIdx) TO NewPriceText
           STRING HtEffDate(EntryIdx)     DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  OldPriceText            DELIMITED BY SIZE
                  "    "                  DELIMITED BY SIZE
                  NewPriceText            DELIMITED BY SIZE
                  "     "                 DELIMITED BY SIZE
                  HtAppliedDate(EntryIdx) DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  HtOperator(EntryIdx)    DELIMITED BY SIZE
               INTO PageLine(PageIdx)
           END-STRING
           .

       P-FORMAT-AUDIT-LINE.
           MOVE AtBeforePrice(EntryIdx) TO OldPriceText
           MOVE AtAfterPrice(EntryIdx) TO NewPriceText
           STRING AtDate(EntryIdx)           DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  AtAction(EntryIdx)         DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  AtOperator(EntryIdx)       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  AtBeforeSupplier(EntryIdx) DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  AtAfterSupplier(EntryIdx)  DELIMITED BY SIZE
                  "     "                    DELIMITED BY SIZE
                  OldPriceText               DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  NewPriceText               DELIMITED BY SIZE
                  "    "                     DELIMITED BY SIZE
                  AtBeforeStatus(EntryIdx)   DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  AtAfterStatus(EntryIdx)    DELIMITED BY SIZE
               INTO PageLine(PageIdx)
           END-STRING
           .
