      * (sign byte "-" subtracts, anything else adds), and "P" which
      * sets the reorder point to the quantity instead of moving
      * stock. Every movement is validated against the catalog first.
      * A discontinued code takes only adjustments, so a stock count
      * can still clear what is left of it on the shelf.
      * A receipt quoting a purchase order number must match an open
      * line for its code on a released order in POLINE.DAT; the
      * quantity is booked against that line, closing it once the
      * ordered quantity is in.
      * Each movement names the store location it happens at, blank
      * meaning MAIN. Action "T" transfers the quantity from that
      * location to MoveToLocation: one journal line, the code total
      * unchanged. A "P" with no location sets the code's overall
      * reorder point on STOCK.DAT; with a location it sets that
      * location's reorder point on STKLOC.DAT.
       SELECT MoveFile ASSIGN
        TO "MYPATH/STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS StockCode
                 FILE STATUS IS StockStatus.
      * STKLOC.DAT holds the balance and reorder point of each code at
      * each location; STOCK.DAT stays the total over all locations.
       SELECT StkLocFile ASSIGN
        TO "MYPATH/STKLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SlKey
                 FILE STATUS IS StkLocStatus.
       SELECT LocationFile ASSIGN
        TO "MYPATH/LOCATION.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS LocCode
                 FILE STATUS IS LocationStatus.
       SELECT IndxFile ASSIGN
        TO "MYPATH/IDX.DAT"
                 ORGANIZATION IS INDEXED
        TO "MYPATH/STKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveLogStatus.
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
      * PERCTL.DAT is written by StockPeriodClose. Once a month is
      * closed nothing more may be journalled into it, so a run dated
      * in a closed month is refused before anything is posted.
       SELECT PerCtlFile ASSIGN
        TO "MYPATH/PERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PerCtlStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MoveFile.
          02 MoveQty             PIC 9(7).
          02 MoveSign            PIC X(1).
          02 MoveOperator        PIC X(8).
          02 MovePoNumber        PIC X(6).
          02 MoveLocation        PIC X(4).
          02 MoveToLocation      PIC X(4).

       FD StockFile.
       01 StockRecord.
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

       FD LocationFile.
       01 LocationRecord.
          02 LocCode                PIC X(4).
          02 LocName                PIC X(30).
          02 LocActiveFlag          PIC X(1).
             88 LocActive             VALUE "A".
             88 LocInactive           VALUE "I".
          02 LocDateAdded           PIC 9(8).

       FD IndxFile.
       01 IndxRecord.
          02 IndxCode               PIC 9(5).
          02 JrnAfterBal            PIC S9(7).
          02 JrnDate                PIC 9(8).
          02 JrnOperator            PIC X(8).
          02 JrnPoNumber            PIC X(6).
          02 JrnLocation            PIC X(4).
          02 JrnToLocation          PIC X(4).

       FD MoveLogFile.
       01 MoveLogRecord.
          02 LogResult              PIC X(9).
          02 LogFileStatus          PIC 99.

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

       FD PerCtlFile.
       01 PerCtlRecord.
          02 CtlLastClosedPeriod PIC 9(6).
          02 CtlClosedDate       PIC 9(8).
          02 CtlClosedBy         PIC X(8).
          02 CtlLinesArchived    PIC 9(7).

       WORKING-STORAGE SECTION.
       77 MoveStatus    PIC 99 VALUE ZEROES.
          88 OK-MoveStatus     VALUE 00.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 StkLocStatus  PIC 99 VALUE ZEROES.
          88 OK-StkLocStatus     VALUE 00.
          88 NOTFND-StkLocStatus VALUE 23.
          88 NOFILE-StkLocStatus VALUE 35.
       77 LocationStatus PIC 99 VALUE ZEROES.
          88 OK-LocationStatus     VALUE 00.
          88 NOFILE-LocationStatus VALUE 35.
       77 JournalStatus PIC 99 VALUE ZEROES.
          88 OK-JournalStatus      VALUE 00.
          88 NOFILE-JournalStatus  VALUE 35.
       77 MoveLogStatus PIC 99 VALUE ZEROES.
          88 OK-MoveLogStatus   VALUE 00.
       77 PoHeadStatus  PIC 99 VALUE ZEROES.
          88 OK-PoHeadStatus     VALUE 00.
          88 NOTFND-PoHeadStatus VALUE 23.
          88 NOFILE-PoHeadStatus VALUE 35.
       77 PoLineStatus  PIC 99 VALUE ZEROES.
          88 OK-PoLineStatus     VALUE 00.
          88 NOFILE-PoLineStatus VALUE 35.
       77 PerCtlStatus  PIC 99 VALUE ZEROES.
          88 OK-PerCtlStatus     VALUE 00.
          88 NOFILE-PerCtlStatus VALUE 35.
       77 TodaysDate      PIC 9(8).
       77 CurrentPeriod   PIC 9(6).
       77 MoveReadCount   PIC 9(7) VALUE ZEROES.
       77 MoveOkCount     PIC 9(7) VALUE ZEROES.
       77 MoveFailCount   PIC 9(7) VALUE ZEROES.
       77 NewBalance      PIC S9(7) VALUE ZEROES.
       77 StockWasNew     PIC X(1) VALUE "N".
          88 NewStockRecord   VALUE "Y".
       77 ReceiptsMatched PIC 9(7) VALUE ZEROES.
       77 ReceiptsNoOrder PIC 9(7) VALUE ZEROES.
       77 OverReceipts    PIC 9(7) VALUE ZEROES.
       77 PoLinesClosed   PIC 9(7) VALUE ZEROES.
       77 OrdersClosed    PIC 9(7) VALUE ZEROES.
       77 LineMatched     PIC X(1) VALUE "N".
          88 OrderLineMatched VALUE "Y".
       77 EndOfLines      PIC X(1) VALUE "N".
          88 AtEndOfLines     VALUE "Y".
       77 OpenLineFound   PIC X(1) VALUE "N".
          88 OrderHasOpenLine VALUE "Y".
       77 LocationOnFile  PIC X(1) VALUE "Y".
          88 LocationFileOpen VALUE "Y".
       77 LocationLevel   PIC X(1) VALUE "Y".
          88 PostToLocation   VALUE "Y".
       77 LocWasNew       PIC X(1) VALUE "N".
          88 NewLocRecord     VALUE "Y".
       77 LocPosted       PIC X(1) VALUE "N".
          88 LocationPosted   VALUE "Y".
       77 LocKnown        PIC X(1) VALUE "N".
          88 LocationKnown    VALUE "Y".
       77 SourceWasNew    PIC X(1) VALUE "N".
       77 TargetWasNew    PIC X(1) VALUE "N".
       77 SourceLocSave   PIC X(31) VALUE SPACES.
       77 TargetLocSave   PIC X(31) VALUE SPACES.
       77 DEFAULT-LOCATION PIC X(4) VALUE "MAIN".
       77 PostLocation    PIC X(4) VALUE SPACES.
       77 LocWork         PIC X(4) VALUE SPACES.
       77 LocBeforeBalance PIC S9(7) VALUE ZEROES.
       77 LocNewBalance   PIC S9(7) VALUE ZEROES.
       77 TransfersPosted PIC 9(7) VALUE ZEROES.
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
          PERFORM Check-Period-Open.
          OPEN INPUT MoveFile.
                     IF NOT OK-MoveStatus
               DISPLAY "ISSUE WHILE OPENING MoveFile "
               DISPLAY "FILE-STATUS:" StockStatus
               STOP RUN
           END-IF
      * STKLOC.DAT is loaded once from STOCK.DAT; an empty one made
      * here would hold every code at nothing.
          OPEN I-O StkLocFile.
          IF NOFILE-StkLocStatus
             DISPLAY "STKLOC.DAT NOT LOADED - RUN StockLocConvert FIRST"
             STOP RUN
          END-IF.
                     IF NOT OK-StkLocStatus
               DISPLAY "ISSUE WHILE OPENING StkLocFile "
               DISPLAY "FILE-STATUS:" StkLocStatus
               STOP RUN
           END-IF
          OPEN INPUT LocationFile.
          IF NOFILE-LocationStatus
             MOVE "N" TO LocationOnFile
          ELSE
                     IF NOT OK-LocationStatus
               DISPLAY "ISSUE WHILE OPENING LocationFile "
               DISPLAY "FILE-STATUS:" LocationStatus
               STOP RUN
           END-IF
          END-IF.
          OPEN INPUT IndxFile.
                     IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" MoveLogStatus
               STOP RUN
           END-IF
          OPEN I-O PoHeadFile.
          IF NOFILE-PoHeadStatus
             OPEN OUTPUT PoHeadFile
             CLOSE PoHeadFile
             OPEN I-O PoHeadFile
          END-IF.
                     IF NOT OK-PoHeadStatus
               DISPLAY "ISSUE WHILE OPENING PoHeadFile "
               DISPLAY "FILE-STATUS:" PoHeadStatus
               STOP RUN
           END-IF
          OPEN I-O PoLineFile.
          IF NOFILE-PoLineStatus
             OPEN OUTPUT PoLineFile
             CLOSE PoLineFile
             OPEN I-O PoLineFile
          END-IF.
                     IF NOT OK-PoLineStatus
               DISPLAY "ISSUE WHILE OPENING PoLineFile "
               DISPLAY "FILE-STATUS:" PoLineStatus
               STOP RUN
           END-IF

          READ MoveFile
             AT END SET EndOfMoves TO TRUE

          CLOSE MoveFile
                StockFile
                StkLocFile
                IndxFile
                JournalFile
                MoveLogFile
                PoHeadFile
                PoLineFile.
          IF LocationFileOpen
             CLOSE LocationFile
          END-IF.
          PERFORM Print-Batch-Totals.
          STOP RUN.

       Check-Period-Open.
          COMPUTE CurrentPeriod = TodaysDate / 100
          OPEN INPUT PerCtlFile
          IF NOT NOFILE-PerCtlStatus
             IF NOT OK-PerCtlStatus
                DISPLAY "ISSUE WHILE OPENING PerCtlFile "
                DISPLAY "FILE-STATUS:" PerCtlStatus
                STOP RUN
             END-IF
             READ PerCtlFile
                AT END
                   MOVE ZEROES TO CtlLastClosedPeriod
             END-READ
             CLOSE PerCtlFile
             IF CurrentPeriod NOT GREATER THAN CtlLastClosedPeriod
                DISPLAY "PERIOD " CurrentPeriod " IS CLOSED - "
                   "NOTHING POSTED"
                DISPLAY "LAST CLOSED PERIOD IS " CtlLastClosedPeriod
                STOP RUN
             END-IF
          END-IF.

       Post-One-Movement.
          IF MoveAction NOT = "R" AND MoveAction NOT = "I" AND
             MoveAction NOT = "A" AND MoveAction NOT = "P" AND
             MoveAction NOT = "T"
             MOVE "BAD-ACTN " TO LogResult
             MOVE ZEROES TO LogFileStatus
             PERFORM Log-Movement-Failed
             MOVE IndxStatus TO LogFileStatus
             PERFORM Log-Movement-Failed
          ELSE
             IF ItemDiscontinued AND MoveAction NOT = "A"
                MOVE "DISCONTD " TO LogResult
                MOVE ZEROES TO LogFileStatus
                PERFORM Log-Movement-Failed
             ELSE
                PERFORM Check-Locations
             END-IF
          END-IF.

      * Without LOCATION.DAT only MAIN is known. A transfer needs a
      * second, different, known location.
       Check-Locations.
          MOVE "Y" TO LocationLevel
          MOVE MoveLocation TO PostLocation
          IF MoveLocation = SPACES
             MOVE DEFAULT-LOCATION TO PostLocation
             IF MoveAction = "P"
                MOVE "N" TO LocationLevel
                MOVE SPACES TO PostLocation
             END-IF
          END-IF
          MOVE "Y" TO LocKnown
          IF PostToLocation
             MOVE PostLocation TO LocWork
             PERFORM Check-One-Location
          END-IF
          IF NOT LocationKnown
             MOVE "NO-LOC   " TO LogResult
             MOVE ZEROES TO LogFileStatus
             PERFORM Log-Movement-Failed
          ELSE
             IF MoveAction = "T"
                PERFORM Check-Transfer-Target
             ELSE
                PERFORM Check-Purchase-Order
             END-IF
          END-IF.

       Check-Transfer-Target.
          IF MoveToLocation = SPACES OR MoveToLocation = PostLocation
             MOVE "BAD-XFER " TO LogResult
             MOVE ZEROES TO LogFileStatus
             PERFORM Log-Movement-Failed
          ELSE
             MOVE MoveToLocation TO LocWork
             PERFORM Check-One-Location
             IF NOT LocationKnown
                MOVE "NO-LOC   " TO LogResult
                MOVE ZEROES TO LogFileStatus
                PERFORM Log-Movement-Failed
             ELSE
                PERFORM Check-Purchase-Order
             END-IF
          END-IF.

       Check-One-Location.
          MOVE "N" TO LocKnown
          IF LocWork = DEFAULT-LOCATION
             MOVE "Y" TO LocKnown
          ELSE
             IF LocationFileOpen
                MOVE LocWork TO LocCode
                READ LocationFile
                   KEY IS LocCode
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF LocActive
                         MOVE "Y" TO LocKnown
                      END-IF
                END-READ
             END-IF
          END-IF.

      * A receipt with no order number is still posted - goods can
      * come back from a customer or turn up unannounced - but it is
      * counted so the buyers can see how much arrives unordered.
       Check-Purchase-Order.
          MOVE "N" TO LineMatched
          IF MoveAction = "R"
             IF MovePoNumber = SPACES OR MovePoNumber = "000000"
                ADD 1 TO ReceiptsNoOrder
                PERFORM Fetch-Stock-Balance
             ELSE
                IF MovePoNumber IS NOT NUMERIC
                   MOVE "NO-PO    " TO LogResult
                   MOVE ZEROES TO LogFileStatus
                   PERFORM Log-Movement-Failed
                ELSE
                   PERFORM Match-Order-Line
                END-IF
             END-IF
          ELSE
             PERFORM Fetch-Stock-Balance
          END-IF.

       Match-Order-Line.
          MOVE MovePoNumber TO PoNumber
          READ PoHeadFile
             KEY IS PoNumber
             INVALID KEY CONTINUE
          END-READ
          IF NOTFND-PoHeadStatus
             MOVE "NO-PO    " TO LogResult
             MOVE PoHeadStatus TO LogFileStatus
             PERFORM Log-Movement-Failed
          ELSE
             IF NOT PoReleased
                MOVE "PO-NOTREL" TO LogResult
                MOVE ZEROES TO LogFileStatus
                PERFORM Log-Movement-Failed
             ELSE
                PERFORM Find-Open-Line
                IF NOT OrderLineMatched
                   MOVE "NO-POLINE" TO LogResult
                   MOVE ZEROES TO LogFileStatus
                   PERFORM Log-Movement-Failed
                ELSE
                   PERFORM Fetch-Stock-Balance
                END-IF
             END-IF
          END-IF.

      * Leaves the matched line in the record area for
      * Receive-Against-Line to update once the balance is posted.
       Find-Open-Line.
          MOVE "N" TO EndOfLines
          MOVE PoNumber TO PolPoNumber
          MOVE ZEROES TO PolLineNo
          START PoLineFile
             KEY IS NOT LESS THAN PolKey
             INVALID KEY SET AtEndOfLines TO TRUE
          END-START
          PERFORM UNTIL AtEndOfLines OR OrderLineMatched
             PERFORM Read-Next-Order-Line
             IF NOT AtEndOfLines
                IF PolCode = MoveCode AND PolLineOpen
                   MOVE "Y" TO LineMatched
                END-IF
             END-IF
          END-PERFORM.

       Read-Next-Order-Line.
          READ PoLineFile NEXT RECORD
             AT END SET AtEndOfLines TO TRUE
          END-READ
          IF NOT AtEndOfLines
             IF PolPoNumber NOT = PoNumber
                SET AtEndOfLines TO TRUE
             END-IF
          END-IF.

      * A supplier who sends more than was ordered still has the
      * goods booked in; the line closes and the surplus is counted
      * for the buyers.
       Receive-Against-Line.
          ADD MoveQty TO PolReceivedQty
          MOVE TodaysDate TO PolLastReceiptDate
          IF PolReceivedQty NOT LESS THAN PolOrderQty
             MOVE "C" TO PolLineStatus
             ADD 1 TO PoLinesClosed
             IF PolReceivedQty > PolOrderQty
                ADD 1 TO OverReceipts
             END-IF
          END-IF
          REWRITE PoLineRecord
             INVALID KEY
                DISPLAY "ISSUE UPDATING ORDER " PolPoNumber
                   " LINE " PolLineNo " FILE-STATUS:" PoLineStatus
          END-REWRITE
          ADD 1 TO ReceiptsMatched
          IF PolLineClosed
             PERFORM Close-Order-If-Done
          END-IF.

       Close-Order-If-Done.
          MOVE "N" TO OpenLineFound
          MOVE "N" TO EndOfLines
          MOVE PoNumber TO PolPoNumber
          MOVE ZEROES TO PolLineNo
          START PoLineFile
             KEY IS NOT LESS THAN PolKey
             INVALID KEY SET AtEndOfLines TO TRUE
          END-START
          PERFORM UNTIL AtEndOfLines OR OrderHasOpenLine
             PERFORM Read-Next-Order-Line
             IF NOT AtEndOfLines
                IF PolLineOpen
                   MOVE "Y" TO OpenLineFound
                END-IF
             END-IF
          END-PERFORM
          IF NOT OrderHasOpenLine
             MOVE "C" TO PoStatus
             REWRITE PoHeadRecord
                INVALID KEY
                   DISPLAY "ISSUE CLOSING ORDER " PoNumber
                      " FILE-STATUS:" PoHeadStatus
                NOT INVALID KEY
                   ADD 1 TO OrdersClosed
             END-REWRITE
          END-IF.

       Fetch-Stock-Balance.

       Apply-The-Movement.
          MOVE StockOnHand TO BeforeBalance
          MOVE ZEROES TO LocBeforeBalance
          MOVE "Y" TO LocPosted
          IF PostToLocation
             MOVE PostLocation TO LocWork
             PERFORM Fetch-Location-Balance
             MOVE SlOnHand TO LocBeforeBalance
             MOVE LocWasNew TO SourceWasNew
             MOVE StkLocRecord TO SourceLocSave
          END-IF
          IF LocationPosted AND MoveAction = "T"
             MOVE MoveToLocation TO LocWork
             PERFORM Fetch-Location-Balance
             MOVE LocWasNew TO TargetWasNew
             MOVE StkLocRecord TO TargetLocSave
          END-IF
          IF LocationPosted
             PERFORM Work-Out-New-Balances
          END-IF.

       Work-Out-New-Balances.
          EVALUATE MoveAction
             WHEN "R"
                COMPUTE NewBalance = BeforeBalance + MoveQty
                COMPUTE LocNewBalance = LocBeforeBalance + MoveQty
             WHEN "I"
                COMPUTE NewBalance = BeforeBalance - MoveQty
                COMPUTE LocNewBalance = LocBeforeBalance - MoveQty
             WHEN "A"
                IF MoveSign = "-"
                   COMPUTE NewBalance = BeforeBalance - MoveQty
                   COMPUTE LocNewBalance = LocBeforeBalance - MoveQty
                ELSE
                   COMPUTE NewBalance = BeforeBalance + MoveQty
                   COMPUTE LocNewBalance = LocBeforeBalance + MoveQty
                END-IF
             WHEN "P"
                MOVE BeforeBalance TO NewBalance
                MOVE LocBeforeBalance TO LocNewBalance
             WHEN "T"
                MOVE BeforeBalance TO NewBalance
                COMPUTE LocNewBalance = LocBeforeBalance - MoveQty
          END-EVALUATE
      * An issue may not drive the balance negative: the goods are
      * not on the shelf, so the movement is wrong or mis-keyed and
      * goes back to the submitter. Adjustments are trusted because
      * they come from a physical count. The same holds for the
      * location an issue or a transfer takes the goods from.
          IF (MoveAction = "I" AND NewBalance < ZEROES) OR
             ((MoveAction = "I" OR MoveAction = "T") AND
               LocNewBalance < ZEROES)
             MOVE "NEG-BAL  " TO LogResult
             MOVE ZEROES TO LogFileStatus
             PERFORM Log-Movement-Failed
          ELSE
             PERFORM Post-The-Movement
          END-IF.

      * The location records and the STOCK.DAT total are written one
      * after the other. When a later write fails the earlier ones are
      * put back as they were read, so a movement logged as failed
      * leaves every balance unchanged.
       Post-The-Movement.
          IF PostToLocation
             MOVE SourceLocSave TO StkLocRecord
             MOVE SourceWasNew TO LocWasNew
             MOVE LocNewBalance TO SlOnHand
             IF MoveAction = "P"
                MOVE MoveQty TO SlReorderPoint
             END-IF
             MOVE TodaysDate TO SlLastMoveDate
             PERFORM Store-Location-Record
          END-IF
          IF LocationPosted AND MoveAction = "T"
             MOVE TargetLocSave TO StkLocRecord
             MOVE TargetWasNew TO LocWasNew
             ADD MoveQty TO SlOnHand
             MOVE TodaysDate TO SlLastMoveDate
             PERFORM Store-Location-Record
             IF NOT LocationPosted
                PERFORM Undo-Source-Location
             END-IF
          END-IF
          IF LocationPosted
             PERFORM Rewrite-Stock-Balance
             IF OK-StockStatus
                IF MoveAction = "T"
                   ADD 1 TO TransfersPosted
                END-IF
             ELSE
                IF PostToLocation
                   PERFORM Undo-Source-Location
                END-IF
                IF MoveAction = "T"
                   PERFORM Undo-Target-Location
                END-IF
             END-IF
          END-IF.

      * Leaves the balance of MoveCode at LocWork in the record area,
      * zero and flagged new if the code has never been there.
       Fetch-Location-Balance.
          MOVE "N" TO LocWasNew
          MOVE MoveCode TO SlCode
          MOVE LocWork TO SlLocation
          READ StkLocFile
             KEY IS SlKey
             INVALID KEY CONTINUE
          END-READ
          IF NOTFND-StkLocStatus
             MOVE "Y" TO LocWasNew
             MOVE MoveCode TO SlCode
             MOVE LocWork TO SlLocation
             MOVE ZEROES TO SlOnHand
             MOVE ZEROES TO SlReorderPoint
             MOVE ZEROES TO SlLastMoveDate
          ELSE
             IF NOT OK-StkLocStatus
                MOVE "N" TO LocPosted
                MOVE "LOC-STAT " TO LogResult
                MOVE StkLocStatus TO LogFileStatus
                PERFORM Log-Movement-Failed
             END-IF
          END-IF.

       Store-Location-Record.
          MOVE "Y" TO LocPosted
          IF NewLocRecord
             WRITE StkLocRecord
                INVALID KEY
                   MOVE "N" TO LocPosted
             END-WRITE
          ELSE
             REWRITE StkLocRecord
                INVALID KEY
                   MOVE "N" TO LocPosted
             END-REWRITE
          END-IF
          IF NOT LocationPosted
             MOVE "LOC-STAT " TO LogResult
             MOVE StkLocStatus TO LogFileStatus
             PERFORM Log-Movement-Failed
          END-IF.

       Undo-Source-Location.
          MOVE SourceLocSave TO StkLocRecord
          MOVE SourceWasNew TO LocWasNew
          PERFORM Restore-Location-Record.

       Undo-Target-Location.
          MOVE TargetLocSave TO StkLocRecord
          MOVE TargetWasNew TO LocWasNew
          PERFORM Restore-Location-Record.

      * A record that did not exist before the movement is removed
      * again; one that did gets its old figures back.
       Restore-Location-Record.
          IF NewLocRecord
             DELETE StkLocFile
                INVALID KEY
                   DISPLAY "ISSUE RESTORING StkLocFile FOR CODE "
                      SlCode " " SlLocation
                      " FILE-STATUS:" StkLocStatus
             END-DELETE
          ELSE
             REWRITE StkLocRecord
                INVALID KEY
                   DISPLAY "ISSUE RESTORING StkLocFile FOR CODE "
                      SlCode " " SlLocation
                      " FILE-STATUS:" StkLocStatus
             END-REWRITE
          END-IF.

       Rewrite-Stock-Balance.
          MOVE NewBalance TO StockOnHand
          IF MoveAction = "P" AND NOT PostToLocation
             MOVE MoveQty TO StockReorderPoint
          END-IF
          MOVE TodaysDate TO StockLastMoveDate
                   ADD 1 TO BalanceCreated
                   PERFORM Log-Movement-OK
                   PERFORM Write-Journal-Record
                   IF OrderLineMatched
                      PERFORM Receive-Against-Line
                   END-IF
             END-WRITE
          ELSE
             REWRITE StockRecord
                NOT INVALID KEY
                   PERFORM Log-Movement-OK
                   PERFORM Write-Journal-Record
                   IF OrderLineMatched
                      PERFORM Receive-Against-Line
                   END-IF
             END-REWRITE
          END-IF.

          MOVE NewBalance TO JrnAfterBal
          MOVE TodaysDate TO JrnDate
          MOVE MoveOperator TO JrnOperator
          MOVE MovePoNumber TO JrnPoNumber
          MOVE PostLocation TO JrnLocation
          IF MoveAction = "T"
             MOVE MoveToLocation TO JrnToLocation
          ELSE
             MOVE SPACES TO JrnToLocation
          END-IF
          WRITE JournalRecord.

       Log-Movement-OK.
          DISPLAY "MOVEMENTS POSTED       : " MoveOkCount.
          DISPLAY "MOVEMENTS REJECTED     : " MoveFailCount.
          DISPLAY "BALANCE RECORDS CREATED: " BalanceCreated.
          DISPLAY "TRANSFERS POSTED       : " TransfersPosted.
          DISPLAY "RECEIPTS MATCHED TO PO : " ReceiptsMatched.
          DISPLAY "RECEIPTS WITHOUT A PO  : " ReceiptsNoOrder.
          DISPLAY "ORDER LINES CLOSED     : " PoLinesClosed.
          DISPLAY "LINES OVER-RECEIVED    : " OverReceipts.
          DISPLAY "ORDERS CLOSED          : " OrdersClosed.
