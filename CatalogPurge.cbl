       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CatalogPurge.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One control record in PURGPARM.DAT drives the run: mode "R"
      * only reports what would go, mode "P" purges. The candidates
      * are the ones CatalogValuation lists for removal: discontinued
      * and unchanged for over a year. A candidate is kept while any
      * stock, price change or stock activity still hangs off it.
       SELECT ParmFile ASSIGN
        TO "MYPATH/PURGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParmStatus.
       SELECT IndxFile ASSIGN
        TO "MYPATH/IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS IndxCode
                 ALTERNATE RECORD KEY IS IndxTitle WITH DUPLICATES
                 FILE STATUS IS IndxStatus.
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
       SELECT PoLineFile ASSIGN
        TO "MYPATH/POLINE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PolKey
                 FILE STATUS IS PoLineStatus.
       SELECT BackFile ASSIGN
        TO "MYPATH/BACKORD.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BoKey
                 FILE STATUS IS BackStatus.
       SELECT MoveFile ASSIGN
        TO "MYPATH/STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveStatus.
       SELECT CntCtlFile ASSIGN
        TO "MYPATH/CNTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CntCtlStatus.
       SELECT CountFile ASSIGN
        TO "MYPATH/STKCOUNT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CntKey
                 FILE STATUS IS CountStatus.
       SELECT AuditFile ASSIGN
        TO "MYPATH/AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
      * CATARCH.DAT is the permanent record of purged items: the
      * catalog record as it last stood plus the purge date and the
      * operator. It is only ever appended to.
       SELECT ArchiveFile ASSIGN
        TO "MYPATH/CATARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveStatus.
       SELECT ReportFile ASSIGN
        TO "MYPATH/PURGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
      * CATLOCK.DAT is the shop-wide writer claim on the catalog:
      * claimed before IDX.DAT opens I-O, freed at close, refused
      * with the holder named if another writer has it.
       SELECT LockFile ASSIGN
        TO "MYPATH/CATLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LockStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
       01 ParmRecord.
          02 PrmMode             PIC X(1).
             88 PrmReportOnly       VALUE "R".
             88 PrmPurge            VALUE "P".
          02 PrmOperator         PIC X(8).

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

       FD BackFile.
       01 BackRecord.
          02 BoKey.
             03 BoCode              PIC 9(5).
             03 BoOrderDate         PIC 9(8).
             03 BoOrderNo           PIC 9(8).
             03 BoLineNo            PIC 9(3).
          02 BoCustomer             PIC X(10).
          02 BoOrderedQty           PIC 9(7).
          02 BoOutstandingQty       PIC 9(7).
          02 BoCreatedDate          PIC 9(8).
          02 BoLastFillDate         PIC 9(8).

       FD MoveFile.
       01 MoveRecord.
          88   EndOfMoves VALUE HIGH-VALUES.
          02 MoveAction          PIC X(1).
          02 MoveCode            PIC 9(5).
          02 MoveQty             PIC 9(7).
          02 MoveSign            PIC X(1).
          02 MoveOperator        PIC X(8).
          02 MovePoNumber        PIC X(6).
          02 MoveLocation        PIC X(4).
          02 MoveToLocation      PIC X(4).

       FD CntCtlFile.
       01 CntCtlRecord.
          02 CtlCountStatus      PIC X(1).
             88 CountFrozen         VALUE "F".
             88 CountVarianced      VALUE "V".
             88 CountApproved       VALUE "A".
             88 CountPosted         VALUE "P".
          02 CtlFreezeDate       PIC 9(8).
          02 CtlSelectBy         PIC X(1).
          02 CtlFromSupplier     PIC 99.
          02 CtlToSupplier       PIC 99.
          02 CtlFromCode         PIC 9(5).
          02 CtlToCode           PIC 9(5).
          02 CtlItemCount        PIC 9(7).
          02 CtlCountedCount     PIC 9(7).
          02 CtlRecountCount     PIC 9(7).
          02 CtlNetVarValue      PIC S9(9)V99.
          02 CtlApprovedBy       PIC X(8).
          02 CtlApprovedDate     PIC 9(8).
          02 CtlPostedDate       PIC 9(8).

       FD CountFile.
       01 CountRecord.
          02 CntKey.
             03 CntCode             PIC 9(5).
             03 CntLocation         PIC X(4).
          02 CntSupplierCode        PIC 99.
          02 CntFrozenQty           PIC S9(7).
          02 CntCountedFlag         PIC X(1).
             88 CntCounted            VALUE "Y".
             88 CntNotCounted         VALUE "N".
          02 CntCountedQty          PIC 9(7).
          02 CntCountedBy           PIC X(8).
          02 CntBookQty             PIC S9(7).
          02 CntVarianceQty         PIC S9(7).
          02 CntRecountFlag         PIC X(1).
             88 CntRecount            VALUE "Y".

       FD AuditFile.
       01 AuditRecord.
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

       FD ArchiveFile.
       01 ArchiveRecord.
          02 ArcCode                PIC 9(5).
          02 ArcTitle               PIC X(40).
          02 ArcSupplierCode        PIC 99.
          02 ArcUnitPrice           PIC 9(5)V99.
          02 ArcItemStatus          PIC X(1).
          02 ArcDateAdded           PIC 9(8).
          02 ArcDateChanged         PIC 9(8).
          02 ArcPurgeDate           PIC 9(8).
          02 ArcOperator            PIC X(8).

       FD ReportFile.
       01 ReportLine                PIC X(80).

       FD LockFile.
       01 LockRecord.
          02 LockFlag               PIC X(1).
             88 CatalogHeld           VALUE "L".
             88 CatalogFree           VALUE "F".
          02 LockProgram            PIC X(16).
          02 LockOperator           PIC X(8).
          02 LockDate               PIC 9(8).

       WORKING-STORAGE SECTION.
       77 ParmStatus    PIC 99 VALUE ZEROES.
          88 OK-ParmStatus      VALUE 00.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 StockStatus   PIC 99 VALUE ZEROES.
          88 OK-StockStatus      VALUE 00.
          88 NOTFND-StockStatus  VALUE 23.
          88 NOFILE-StockStatus  VALUE 35.
       77 StkLocStatus  PIC 99 VALUE ZEROES.
          88 OK-StkLocStatus     VALUE 00.
          88 NOFILE-StkLocStatus VALUE 35.
       77 PendStatus    PIC 99 VALUE ZEROES.
          88 OK-PendStatus      VALUE 00.
          88 NOFILE-PendStatus  VALUE 35.
       77 PoLineStatus  PIC 99 VALUE ZEROES.
          88 OK-PoLineStatus     VALUE 00.
          88 NOFILE-PoLineStatus VALUE 35.
       77 BackStatus    PIC 99 VALUE ZEROES.
          88 OK-BackStatus      VALUE 00.
          88 NOFILE-BackStatus  VALUE 35.
       77 MoveStatus    PIC 99 VALUE ZEROES.
          88 OK-MoveStatus      VALUE 00.
          88 NOFILE-MoveStatus  VALUE 35.
       77 CntCtlStatus  PIC 99 VALUE ZEROES.
          88 OK-CntCtlStatus     VALUE 00.
          88 NOFILE-CntCtlStatus VALUE 35.
       77 CountStatus   PIC 99 VALUE ZEROES.
          88 OK-CountStatus     VALUE 00.
          88 NOTFND-CountStatus VALUE 23.
       77 AuditStatus   PIC 99 VALUE ZEROES.
          88 OK-AuditStatus      VALUE 00.
          88 NOFILE-AuditStatus  VALUE 35.
       77 ArchiveStatus PIC 99 VALUE ZEROES.
          88 OK-ArchiveStatus      VALUE 00.
          88 NOFILE-ArchiveStatus  VALUE 35.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus    VALUE 00.
       77 LockStatus    PIC 99 VALUE ZEROES.
          88 OK-LockStatus      VALUE 00.
          88 NOFILE-LockStatus  VALUE 35.
       77 EndOfIndx     PIC X(1) VALUE "N".
          88 AtEndOfIndx     VALUE "Y".
       77 EndOfLines    PIC X(1) VALUE "N".
          88 AtEndOfLines    VALUE "Y".
       77 StockOnFile   PIC X(1) VALUE "Y".
          88 StockFileOpen   VALUE "Y".
       77 StkLocOnFile  PIC X(1) VALUE "Y".
          88 StkLocFileOpen  VALUE "Y".
       77 EndOfStkLoc   PIC X(1) VALUE "N".
          88 AtEndOfStkLoc   VALUE "Y".
       77 PendOnFile    PIC X(1) VALUE "Y".
          88 PendFileOpen    VALUE "Y".
       77 BackOnFile    PIC X(1) VALUE "Y".
          88 BackFileOpen    VALUE "Y".
       77 CountOpen     PIC X(1) VALUE "N".
          88 StockCountOpen  VALUE "Y".
       77 HasBalance    PIC X(1) VALUE "N".
          88 CodeHasBalance  VALUE "Y".
       77 CodeFound     PIC X(1) VALUE "N".
          88 CodeWasFound    VALUE "Y".
       77 TodaysDate      PIC 9(8).
       77 CutoffDate      PIC 9(8).
       77 KeepReason      PIC X(24) VALUE SPACES.
       77 ScanIdx         PIC 9(5) VALUE ZEROES.
       77 ItemsRead       PIC 9(7) VALUE ZEROES.
       77 CandidateCount  PIC 9(7) VALUE ZEROES.
       77 PurgedCount     PIC 9(7) VALUE ZEROES.
       77 KeptCount       PIC 9(7) VALUE ZEROES.
       77 BalancesDropped PIC 9(7) VALUE ZEROES.
       77 LocBalsDropped  PIC 9(7) VALUE ZEROES.
       77 FailedCount     PIC 9(7) VALUE ZEROES.
       77 PriceDisplay    PIC ZZZZ9.99.
       77 ONORDER-TABLE-SIZE PIC 9(4) VALUE 9999.
       77 OnOrderStored   PIC 9(4) VALUE ZEROES.
       01 OnOrderTable.
      * Codes on an open purchase order line; such a code is still
      * expected in and cannot be purged.
          02 OnOrderEntry OCCURS 9999 TIMES.
             03 OnOrderCode         PIC 9(5).
       77 UNPOSTED-TABLE-SIZE PIC 9(4) VALUE 9999.
       77 UnpostedStored  PIC 9(4) VALUE ZEROES.
       01 UnpostedTable.
      * Codes with a movement waiting in STKMOVE.DAT for StockPost.
          02 UnpostedEntry OCCURS 9999 TIMES.
             03 UnpostedCode        PIC 9(5).
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
          COMPUTE CutoffDate = TodaysDate - 10000.
          OPEN INPUT ParmFile.
                     IF NOT OK-ParmStatus
               DISPLAY "ISSUE WHILE OPENING ParmFile "
               DISPLAY "FILE-STATUS:" ParmStatus
               STOP RUN
           END-IF
          READ ParmFile
             AT END
                DISPLAY "PURGPARM.DAT IS EMPTY - NOTHING TO DO"
                CLOSE ParmFile
                STOP RUN
          END-READ.
          CLOSE ParmFile.
          IF NOT PrmReportOnly AND NOT PrmPurge
             DISPLAY "UNKNOWN MODE IN PURGPARM.DAT : " PrmMode
             STOP RUN
          END-IF.

          PERFORM Load-Codes-On-Order.
          PERFORM Load-Unposted-Codes.
          PERFORM Check-Count-Open.

          IF PrmPurge
             PERFORM Claim-The-Catalog
             OPEN I-O IndxFile
          ELSE
             OPEN INPUT IndxFile
          END-IF.
                     IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               PERFORM Release-If-Claimed
               STOP RUN
           END-IF
          IF PrmPurge
             OPEN I-O StockFile
          ELSE
             OPEN INPUT StockFile
          END-IF.
          IF NOFILE-StockStatus
             MOVE "N" TO StockOnFile
          ELSE
                     IF NOT OK-StockStatus
               DISPLAY "ISSUE WHILE OPENING StockFile "
               DISPLAY "FILE-STATUS:" StockStatus
               PERFORM Release-If-Claimed
               STOP RUN
           END-IF
          END-IF.
          IF PrmPurge
             OPEN I-O StkLocFile
          ELSE
             OPEN INPUT StkLocFile
          END-IF.
          IF NOFILE-StkLocStatus
             MOVE "N" TO StkLocOnFile
          ELSE
                     IF NOT OK-StkLocStatus
               DISPLAY "ISSUE WHILE OPENING StkLocFile "
               DISPLAY "FILE-STATUS:" StkLocStatus
               PERFORM Release-If-Claimed
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
               PERFORM Release-If-Claimed
               STOP RUN
           END-IF
          END-IF.
          OPEN INPUT BackFile.
          IF NOFILE-BackStatus
             MOVE "N" TO BackOnFile
          ELSE
                     IF NOT OK-BackStatus
               DISPLAY "ISSUE WHILE OPENING BackFile "
               DISPLAY "FILE-STATUS:" BackStatus
               PERFORM Release-If-Claimed
               STOP RUN
           END-IF
          END-IF.
          IF PrmPurge
             PERFORM Open-Purge-Outputs
          END-IF.
          OPEN OUTPUT ReportFile.
                     IF NOT OK-ReportStatus
               DISPLAY "ISSUE WHILE OPENING ReportFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               PERFORM Release-If-Claimed
               STOP RUN
           END-IF
          PERFORM Print-Report-Heading.

          MOVE ZEROES TO IndxCode
          START IndxFile
             KEY IS NOT LESS THAN IndxCode
             INVALID KEY SET AtEndOfIndx TO TRUE
          END-START
          IF NOT AtEndOfIndx
             PERFORM Read-Next-Item
          END-IF
          PERFORM UNTIL AtEndOfIndx
             ADD 1 TO ItemsRead
             IF ItemDiscontinued AND IndxDateChanged < CutoffDate
                ADD 1 TO CandidateCount
                PERFORM Check-One-Candidate
             END-IF
             PERFORM Read-Next-Item
          END-PERFORM.

          IF CandidateCount = ZEROES
             MOVE "NO PURGE CANDIDATES ON THE CATALOG." TO ReportLine
             WRITE ReportLine
          END-IF.
          CLOSE IndxFile
                ReportFile.
          IF StockFileOpen
             CLOSE StockFile
          END-IF.
          IF StkLocFileOpen
             CLOSE StkLocFile
          END-IF.
          IF PendFileOpen
             CLOSE PendFile
          END-IF.
          IF BackFileOpen
             CLOSE BackFile
          END-IF.
          IF StockCountOpen
             CLOSE CountFile
          END-IF.
          IF PrmPurge
             CLOSE AuditFile
                   ArchiveFile
             PERFORM Release-The-Catalog
          END-IF.
          PERFORM Print-Run-Totals.
          STOP RUN.

       Claim-The-Catalog.
          OPEN INPUT LockFile.
          IF NOFILE-LockStatus
             CONTINUE
          ELSE
             IF NOT OK-LockStatus
                DISPLAY "ISSUE WHILE OPENING LockFile "
                DISPLAY "FILE-STATUS:" LockStatus
                STOP RUN
             END-IF
             READ LockFile
                AT END CONTINUE
                NOT AT END
                   IF CatalogHeld
                      DISPLAY "CATALOG IS HELD BY " LockProgram
                         " OPERATOR " LockOperator
                         " SINCE " LockDate
                      DISPLAY "WAIT FOR IT TO FINISH OR HAVE A "
                         "SUPERVISOR CLEAR THE CLAIM"
                      CLOSE LockFile
                      STOP RUN
                   END-IF
             END-READ
             CLOSE LockFile
          END-IF.
          OPEN OUTPUT LockFile.
          MOVE "L" TO LockFlag
          MOVE "CatalogPurge" TO LockProgram
          MOVE PrmOperator TO LockOperator
          MOVE TodaysDate TO LockDate
          WRITE LockRecord
          CLOSE LockFile.

       Release-The-Catalog.
          OPEN OUTPUT LockFile.
          MOVE "F" TO LockFlag
          MOVE SPACES TO LockProgram
          MOVE SPACES TO LockOperator
          MOVE TodaysDate TO LockDate
          WRITE LockRecord
          CLOSE LockFile.

      * A report-only run never claims the catalog, so it must not
      * free somebody else's claim on the way out.
       Release-If-Claimed.
          IF PrmPurge
             PERFORM Release-The-Catalog
          END-IF.

       Open-Purge-Outputs.
          OPEN EXTEND AuditFile.
          IF NOFILE-AuditStatus
             OPEN OUTPUT AuditFile
             CLOSE AuditFile
             OPEN EXTEND AuditFile
          END-IF.
                     IF NOT OK-AuditStatus
               DISPLAY "ISSUE WHILE OPENING AuditFile "
               DISPLAY "FILE-STATUS:" AuditStatus
               PERFORM Release-The-Catalog
               STOP RUN
           END-IF
          OPEN EXTEND ArchiveFile.
          IF NOFILE-ArchiveStatus
             OPEN OUTPUT ArchiveFile
             CLOSE ArchiveFile
             OPEN EXTEND ArchiveFile
          END-IF.
                     IF NOT OK-ArchiveStatus
               DISPLAY "ISSUE WHILE OPENING ArchiveFile "
               DISPLAY "FILE-STATUS:" ArchiveStatus
               PERFORM Release-The-Catalog
               STOP RUN
           END-IF.

       Load-Codes-On-Order.
          OPEN INPUT PoLineFile.
          IF NOFILE-PoLineStatus
             SET AtEndOfLines TO TRUE
          ELSE
                     IF NOT OK-PoLineStatus
               DISPLAY "ISSUE WHILE OPENING PoLineFile "
               DISPLAY "FILE-STATUS:" PoLineStatus
               STOP RUN
           END-IF
             MOVE ZEROES TO PolPoNumber
             MOVE ZEROES TO PolLineNo
             START PoLineFile
                KEY IS NOT LESS THAN PolKey
                INVALID KEY SET AtEndOfLines TO TRUE
             END-START
             IF NOT AtEndOfLines
                PERFORM Read-Next-Line
             END-IF
             PERFORM UNTIL AtEndOfLines
                IF PolLineOpen
                   PERFORM Store-Code-On-Order
                END-IF
                PERFORM Read-Next-Line
             END-PERFORM
             CLOSE PoLineFile
          END-IF.

       Read-Next-Line.
          READ PoLineFile NEXT RECORD
             AT END SET AtEndOfLines TO TRUE
          END-READ.

       Store-Code-On-Order.
          MOVE PolCode TO IndxCode
          PERFORM Find-Code-On-Order
          IF NOT CodeWasFound
             IF OnOrderStored < ONORDER-TABLE-SIZE
                ADD 1 TO OnOrderStored
                MOVE PolCode TO OnOrderCode(OnOrderStored)
             ELSE
                DISPLAY "ON-ORDER TABLE FULL - RAISE "
                   "ONORDER-TABLE-SIZE"
                STOP RUN
             END-IF
          END-IF.

       Find-Code-On-Order.
          MOVE "N" TO CodeFound
          MOVE 1 TO ScanIdx
          PERFORM Scan-One-On-Order
             UNTIL ScanIdx > OnOrderStored OR CodeWasFound.

       Scan-One-On-Order.
          IF OnOrderCode(ScanIdx) = IndxCode
             MOVE "Y" TO CodeFound
          END-IF
          ADD 1 TO ScanIdx.

      * STKMOVE.DAT holds the movements not yet through StockPost.
       Load-Unposted-Codes.
          OPEN INPUT MoveFile.
          IF NOT NOFILE-MoveStatus
                     IF NOT OK-MoveStatus
               DISPLAY "ISSUE WHILE OPENING MoveFile "
               DISPLAY "FILE-STATUS:" MoveStatus
               STOP RUN
           END-IF
             READ MoveFile
                AT END SET EndOfMoves TO TRUE
             END-READ
             PERFORM UNTIL EndOfMoves
                PERFORM Store-Unposted-Code
                READ MoveFile
                   AT END SET EndOfMoves TO TRUE
                END-READ
             END-PERFORM
             CLOSE MoveFile
          END-IF.

       Store-Unposted-Code.
          MOVE MoveCode TO IndxCode
          PERFORM Find-Unposted-Code
          IF NOT CodeWasFound
             IF UnpostedStored < UNPOSTED-TABLE-SIZE
                ADD 1 TO UnpostedStored
                MOVE MoveCode TO UnpostedCode(UnpostedStored)
             ELSE
                DISPLAY "UNPOSTED TABLE FULL - RAISE "
                   "UNPOSTED-TABLE-SIZE"
                STOP RUN
             END-IF
          END-IF.

       Find-Unposted-Code.
          MOVE "N" TO CodeFound
          MOVE 1 TO ScanIdx
          PERFORM Scan-One-Unposted
             UNTIL ScanIdx > UnpostedStored OR CodeWasFound.

       Scan-One-Unposted.
          IF UnpostedCode(ScanIdx) = IndxCode
             MOVE "Y" TO CodeFound
          END-IF
          ADD 1 TO ScanIdx.

      * A count that has been frozen but not yet posted still holds
      * its codes; STKCOUNT.DAT is only consulted while it is open.
       Check-Count-Open.
          MOVE "N" TO CountOpen
          OPEN INPUT CntCtlFile.
          IF NOT NOFILE-CntCtlStatus
             IF NOT OK-CntCtlStatus
                DISPLAY "ISSUE WHILE OPENING CntCtlFile "
                DISPLAY "FILE-STATUS:" CntCtlStatus
                STOP RUN
             END-IF
             READ CntCtlFile
                AT END CONTINUE
                NOT AT END
                   IF NOT CountPosted
                      MOVE "Y" TO CountOpen
                   END-IF
             END-READ
             CLOSE CntCtlFile
          END-IF.
          IF StockCountOpen
             OPEN INPUT CountFile
             IF NOT OK-CountStatus
                DISPLAY "ISSUE WHILE OPENING CountFile "
                DISPLAY "FILE-STATUS:" CountStatus
                STOP RUN
             END-IF
          END-IF.

       Read-Next-Item.
          READ IndxFile NEXT RECORD
             AT END SET AtEndOfIndx TO TRUE
          END-READ.

       Check-One-Candidate.
          MOVE SPACES TO KeepReason
          MOVE "N" TO HasBalance
          IF StockFileOpen
             MOVE IndxCode TO StockCode
             READ StockFile
                KEY IS StockCode
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE "Y" TO HasBalance
                   IF StockOnHand NOT = ZEROES
                      MOVE "STOCK ON HAND" TO KeepReason
                   END-IF
             END-READ
          END-IF
          IF KeepReason = SPACES
             PERFORM Check-Location-Stock
          END-IF
          IF KeepReason = SPACES
             PERFORM Check-Pending-Price
          END-IF
          IF KeepReason = SPACES
             PERFORM Find-Code-On-Order
             IF CodeWasFound
                MOVE "OPEN PURCHASE ORDER LINE" TO KeepReason
             END-IF
          END-IF
          IF KeepReason = SPACES
             PERFORM Check-Open-Backorder
          END-IF
          IF KeepReason = SPACES
             PERFORM Find-Unposted-Code
             IF CodeWasFound
                MOVE "MOVEMENT NOT YET POSTED" TO KeepReason
             END-IF
          END-IF
          IF KeepReason = SPACES AND StockCountOpen
             MOVE IndxCode TO CntCode
             MOVE LOW-VALUES TO CntLocation
             START CountFile
                KEY IS NOT LESS THAN CntKey
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   READ CountFile NEXT RECORD
                      AT END CONTINUE
                      NOT AT END
                         IF CntCode = IndxCode
                            MOVE "ON AN OPEN STOCK COUNT" TO KeepReason
                         END-IF
                   END-READ
             END-START
          END-IF
          IF KeepReason NOT = SPACES
             ADD 1 TO KeptCount
             PERFORM Print-Candidate-Line
          ELSE
             IF PrmPurge
                PERFORM Purge-One-Item
             ELSE
                ADD 1 TO PurgedCount
                MOVE "WOULD BE PURGED" TO KeepReason
                PERFORM Print-Candidate-Line
             END-IF
          END-IF.

      * The total can be zero while one location is short and another
      * over, so every location of the code must be empty as well.
       Check-Location-Stock.
          IF StkLocFileOpen
             PERFORM Start-Code-Locations
             PERFORM UNTIL AtEndOfStkLoc
                IF SlOnHand NOT = ZEROES
                   MOVE "STOCK AT A LOCATION" TO KeepReason
                END-IF
                PERFORM Read-Next-Location
             END-PERFORM
          END-IF.

       Start-Code-Locations.
          MOVE "N" TO EndOfStkLoc
          MOVE IndxCode TO SlCode
          MOVE LOW-VALUES TO SlLocation
          START StkLocFile
             KEY IS NOT LESS THAN SlKey
             INVALID KEY SET AtEndOfStkLoc TO TRUE
          END-START
          IF NOT AtEndOfStkLoc
             PERFORM Read-Next-Location
          END-IF.

       Read-Next-Location.
          READ StkLocFile NEXT RECORD
             AT END SET AtEndOfStkLoc TO TRUE
          END-READ
          IF NOT AtEndOfStkLoc AND SlCode NOT = IndxCode
             SET AtEndOfStkLoc TO TRUE
          END-IF.

       Check-Pending-Price.
          IF PendFileOpen
             MOVE IndxCode TO PendCode
             MOVE ZEROES TO PendEffDate
             START PendFile
                KEY IS NOT LESS THAN PendKey
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   READ PendFile NEXT RECORD
                      AT END CONTINUE
                      NOT AT END
                         IF PendCode = IndxCode
                            MOVE "PRICE CHANGE PENDING" TO KeepReason
                         END-IF
                   END-READ
             END-START
          END-IF.

       Check-Open-Backorder.
          IF BackFileOpen
             MOVE IndxCode TO BoCode
             MOVE ZEROES TO BoOrderDate BoOrderNo BoLineNo
             START BackFile
                KEY IS NOT LESS THAN BoKey
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   READ BackFile NEXT RECORD
                      AT END CONTINUE
                      NOT AT END
                         IF BoCode = IndxCode
                            MOVE "OPEN BACKORDER" TO KeepReason
                         END-IF
                   END-READ
             END-START
          END-IF.

       Purge-One-Item.
          MOVE IndxTitle TO AuditBeforeTitle
          MOVE IndxSupplierCode TO AuditBeforeSupplier
          MOVE IndxUnitPrice TO AuditBeforePrice
          MOVE IndxItemStatus TO AuditBeforeStatus
          PERFORM Archive-The-Item
          DELETE IndxFile
             INVALID KEY
                ADD 1 TO FailedCount
                MOVE "DELETE FAILED" TO KeepReason
                DISPLAY "DELETE FAILED  CODE " IndxCode
                   "  STATUS " IndxStatus
          END-DELETE
          IF OK-IndxStatus
             PERFORM Audit-The-Purge
             PERFORM Drop-Stock-Balance
             PERFORM Drop-Location-Balances
             ADD 1 TO PurgedCount
             MOVE "PURGED" TO KeepReason
          END-IF
          PERFORM Print-Candidate-Line.

      * The archive line is written, and checked, before the record is
      * deleted, so a code can never leave the catalog unarchived.
       Archive-The-Item.
          MOVE IndxCode TO ArcCode
          MOVE IndxTitle TO ArcTitle
          MOVE IndxSupplierCode TO ArcSupplierCode
          MOVE IndxUnitPrice TO ArcUnitPrice
          MOVE IndxItemStatus TO ArcItemStatus
          MOVE IndxDateAdded TO ArcDateAdded
          MOVE IndxDateChanged TO ArcDateChanged
          MOVE TodaysDate TO ArcPurgeDate
          MOVE PrmOperator TO ArcOperator
          WRITE ArchiveRecord
          IF NOT OK-ArchiveStatus
             DISPLAY "ISSUE WRITING ArchiveFile FOR CODE " IndxCode
                " FILE-STATUS:" ArchiveStatus
             PERFORM Release-If-Claimed
             STOP RUN
          END-IF.

       Audit-The-Purge.
          MOVE IndxCode TO AuditCode
          MOVE "DELETE" TO AuditAction
          MOVE SPACES TO AuditAfterTitle
          MOVE ZEROES TO AuditAfterSupplier
          MOVE ZEROES TO AuditAfterPrice
          MOVE SPACES TO AuditAfterStatus
          MOVE TodaysDate TO AuditDate
          MOVE PrmOperator TO AuditOperator
          WRITE AuditRecord
          IF NOT OK-AuditStatus
             DISPLAY "ISSUE WRITING AuditFile FOR CODE " IndxCode
                " FILE-STATUS:" AuditStatus
             PERFORM Release-If-Claimed
             STOP RUN
          END-IF.

       Drop-Stock-Balance.
          IF CodeHasBalance
             DELETE StockFile
                INVALID KEY
                   DISPLAY "STOCK DELETE FAILED  CODE " StockCode
                      "  STATUS " StockStatus
                NOT INVALID KEY
                   ADD 1 TO BalancesDropped
             END-DELETE
          END-IF.

       Drop-Location-Balances.
          IF StkLocFileOpen
             PERFORM Start-Code-Locations
             PERFORM UNTIL AtEndOfStkLoc
                DELETE StkLocFile
                   INVALID KEY
                      DISPLAY "LOCATION DELETE FAILED  CODE " SlCode
                         " " SlLocation "  STATUS " StkLocStatus
                   NOT INVALID KEY
                      ADD 1 TO LocBalsDropped
                END-DELETE
                PERFORM Read-Next-Location
             END-PERFORM
          END-IF.

       Print-Report-Heading.
          MOVE SPACES TO ReportLine
          IF PrmPurge
             STRING "CATALOG PURGE RUN " DELIMITED BY SIZE
                    TodaysDate           DELIMITED BY SIZE
                    " BY "               DELIMITED BY SIZE
                    PrmOperator          DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
          ELSE
             STRING "CATALOG PURGE - REPORT ONLY " DELIMITED BY SIZE
                    TodaysDate                     DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
          END-IF
          WRITE ReportLine
          MOVE "=============================================="
             TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "DISCONTINUED AND UNCHANGED SINCE BEFORE "
                    DELIMITED BY SIZE
                 CutoffDate DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CODE  TITLE                     SUP     PRICE "
                    DELIMITED BY SIZE
                 "OUTCOME" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Candidate-Line.
          MOVE IndxUnitPrice TO PriceDisplay
          MOVE SPACES TO ReportLine
          STRING IndxCode          DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 IndxTitle(1:25)   DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 IndxSupplierCode  DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 PriceDisplay      DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 KeepReason        DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Run-Totals.
          DISPLAY "*****************************************".
          DISPLAY "  CatalogPurge - RUN CONTROL TOTALS       ".
          DISPLAY "*****************************************".
          DISPLAY "MODE                   : " PrmMode.
          DISPLAY "CATALOG RECORDS READ   : " ItemsRead.
          DISPLAY "PURGE CANDIDATES       : " CandidateCount.
          IF PrmPurge
             DISPLAY "ITEMS PURGED           : " PurgedCount
             DISPLAY "STOCK BALANCES DROPPED : " BalancesDropped
             DISPLAY "LOCATION BALS DROPPED  : " LocBalsDropped
             DISPLAY "DELETES FAILED         : " FailedCount
          ELSE
             DISPLAY "ITEMS THAT WOULD GO    : " PurgedCount
          END-IF.
          DISPLAY "CANDIDATES KEPT        : " KeptCount.
