       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PurchaseOrderPropose.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REORDEX.DAT is the exception file StockReorder leaves behind:
      * every code at or below its reorder point on the last run.
       SELECT ExceptionFile ASSIGN
        TO "MYPATH/REORDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExceptionStatus.
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
      * POHEAD.DAT holds one header per purchase order, POLINE.DAT one
      * line per catalog code ordered. An order is raised here as a
      * proposal ("P"); only a supervisor release in
      * PurchaseOrderEntry turns it into an order ("R") that receipts
      * can be posted against. StockPost closes lines as the goods
      * come in and closes the order ("C") with its last open line.
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
      * POCTL.DAT carries the last purchase order number handed out.
       SELECT CtlFile ASSIGN
        TO "MYPATH/POCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CtlStatus.
       SELECT ReportFile ASSIGN
        TO "MYPATH/POPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ExceptionFile.
       01 ExceptionRecord.
          88   EndOfExceptions VALUE HIGH-VALUES.
          02 RexCode                PIC 9(5).
          02 RexOnHand              PIC S9(7).
          02 RexReorderPoint        PIC 9(7).

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

       FD CtlFile.
       01 CtlRecord.
          02 CtlLastPoNumber     PIC 9(6).
          02 CtlLastRunDate      PIC 9(8).

       FD ReportFile.
       01 ReportLine                PIC X(80).

       WORKING-STORAGE SECTION.
       77 ExceptionStatus PIC 99 VALUE ZEROES.
          88 OK-ExceptionStatus   VALUE 00.
          88 NOFILE-ExceptionStatus VALUE 35.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 SupplierStatus PIC 99 VALUE ZEROES.
          88 OK-SupplierStatus     VALUE 00.
          88 NOTFND-SupplierStatus VALUE 23.
       77 PoHeadStatus  PIC 99 VALUE ZEROES.
          88 OK-PoHeadStatus     VALUE 00.
          88 NOFILE-PoHeadStatus VALUE 35.
       77 PoLineStatus  PIC 99 VALUE ZEROES.
          88 OK-PoLineStatus     VALUE 00.
          88 NOFILE-PoLineStatus VALUE 35.
       77 CtlStatus     PIC 99 VALUE ZEROES.
          88 OK-CtlStatus       VALUE 00.
          88 NOFILE-CtlStatus   VALUE 35.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus    VALUE 00.
       77 EndOfLines    PIC X(1) VALUE "N".
          88 AtEndOfLines     VALUE "Y".
       77 TodaysDate      PIC 9(8).
       77 LastPoNumber    PIC 9(6) VALUE ZEROES.
       77 ExceptionCount  PIC 9(7) VALUE ZEROES.
       77 SkippedCount    PIC 9(7) VALUE ZEROES.
       77 OrdersRaised    PIC 9(7) VALUE ZEROES.
       77 LinesRaised     PIC 9(7) VALUE ZEROES.
       77 SkipReason      PIC X(20) VALUE SPACES.
       77 OrderQty        PIC S9(8) VALUE ZEROES.
       77 SupplierScan    PIC 9(3) VALUE ZEROES.
       77 PropIdx         PIC 9(5) VALUE ZEROES.
       77 ScanIdx         PIC 9(5) VALUE ZEROES.
       77 PropStored      PIC 9(4) VALUE ZEROES.
       77 OnOrderStored   PIC 9(4) VALUE ZEROES.
       77 CodeOnOrder     PIC X(1) VALUE "N".
          88 CodeIsOnOrder    VALUE "Y".
       77 HeaderOpen      PIC X(1) VALUE "N".
          88 OrderHeaderOpen  VALUE "Y".
       77 LineValue       PIC 9(9)V99 VALUE ZEROES.
       77 OrderValue      PIC 9(9)V99 VALUE ZEROES.
       77 OnHandDisplay   PIC -9(7).
       77 ReorderDisplay  PIC 9(7).
       77 QtyDisplay      PIC Z(6)9.
       77 PriceDisplay    PIC Z(4)9.99.
       77 ValueDisplay    PIC Z(8)9.99.
       77 PROPOSAL-TABLE-SIZE PIC 9(4) VALUE 9999.
       77 ONORDER-TABLE-SIZE  PIC 9(4) VALUE 9999.
       01 ProposalTable.
      * Exceptions that passed every check, held until the whole
      * exception file has been read so that each supplier gets a
      * single order however its codes are spread through the file.
          02 ProposalEntry OCCURS 9999 TIMES.
             03 PropSupplier        PIC 99.
             03 PropCode            PIC 9(5).
             03 PropQty             PIC 9(7).
             03 PropPrice           PIC 9(5)V99.
       01 OnOrderTable.
      * Codes already on an open line of a proposed or released
      * order. They are not proposed again until that line closes.
          02 OnOrderEntry OCCURS 9999 TIMES.
             03 OnOrderCode         PIC 9(5).
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
          OPEN INPUT ExceptionFile.
          IF NOFILE-ExceptionStatus
             DISPLAY "REORDEX.DAT NOT FOUND - RUN StockReorder FIRST"
             STOP RUN
          END-IF.
                     IF NOT OK-ExceptionStatus
               DISPLAY "ISSUE WHILE OPENING ExceptionFile "
               DISPLAY "FILE-STATUS:" ExceptionStatus
               STOP RUN
           END-IF
          OPEN INPUT IndxFile.
                     IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               STOP RUN
           END-IF
          OPEN INPUT SupplierFile.
                     IF NOT OK-SupplierStatus
               DISPLAY "ISSUE WHILE OPENING SupplierFile "
               DISPLAY "FILE-STATUS:" SupplierStatus
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
          OPEN OUTPUT ReportFile.
                     IF NOT OK-ReportStatus
               DISPLAY "ISSUE WHILE OPENING ReportFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               STOP RUN
           END-IF

          PERFORM Read-Control-File.
          PERFORM Load-Codes-On-Order.
          PERFORM Print-Report-Heading.

          READ ExceptionFile
             AT END SET EndOfExceptions TO TRUE
          END-READ.
          PERFORM UNTIL EndOfExceptions
             ADD 1 TO ExceptionCount
             PERFORM Check-One-Exception
             READ ExceptionFile
                AT END SET EndOfExceptions TO TRUE
             END-READ
          END-PERFORM.
          IF SkippedCount = ZEROES
             MOVE "NONE." TO ReportLine
             WRITE ReportLine
          END-IF.

          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "ORDERS PROPOSED" TO ReportLine
          WRITE ReportLine
          MOVE "---------------" TO ReportLine
          WRITE ReportLine
          MOVE ZEROES TO SupplierScan
          PERFORM Raise-One-Supplier UNTIL SupplierScan > 99.
          IF OrdersRaised = ZEROES
             MOVE "NO ORDERS PROPOSED." TO ReportLine
             WRITE ReportLine
          END-IF.

          CLOSE ExceptionFile
                IndxFile
                SupplierFile
                PoHeadFile
                PoLineFile
                ReportFile.
          PERFORM Write-Control-File.
          PERFORM Print-Run-Totals.
          STOP RUN.

       Read-Control-File.
          OPEN INPUT CtlFile.
          IF NOFILE-CtlStatus
             MOVE ZEROES TO LastPoNumber
          ELSE
             IF NOT OK-CtlStatus
                DISPLAY "ISSUE WHILE OPENING CtlFile "
                DISPLAY "FILE-STATUS:" CtlStatus
                STOP RUN
             END-IF
             READ CtlFile
                AT END
                   MOVE ZEROES TO LastPoNumber
                NOT AT END
                   MOVE CtlLastPoNumber TO LastPoNumber
             END-READ
             CLOSE CtlFile
          END-IF.

       Write-Control-File.
          OPEN OUTPUT CtlFile
                     IF NOT OK-CtlStatus
               DISPLAY "ISSUE WHILE OPENING CtlFile "
               DISPLAY "FILE-STATUS:" CtlStatus
               STOP RUN
           END-IF
          MOVE LastPoNumber TO CtlLastPoNumber
          MOVE TodaysDate TO CtlLastRunDate
          WRITE CtlRecord
          IF NOT OK-CtlStatus
             DISPLAY "ISSUE WRITING CtlFile FILE-STATUS:" CtlStatus
             DISPLAY "ORDERS RAISED BUT POCTL.DAT NOT UPDATED"
             STOP RUN
          END-IF
          CLOSE CtlFile.

      * Cancelling an order closes its open lines, so an open line
      * always belongs to a proposed or released order.
       Load-Codes-On-Order.
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
                MOVE PolCode TO IndxCode
                PERFORM Find-Code-On-Order
                IF NOT CodeIsOnOrder
                   IF OnOrderStored < ONORDER-TABLE-SIZE
                      ADD 1 TO OnOrderStored
                      MOVE PolCode TO OnOrderCode(OnOrderStored)
                   ELSE
                      DISPLAY "ON-ORDER TABLE FULL - RAISE "
                         "ONORDER-TABLE-SIZE"
                      STOP RUN
                   END-IF
                END-IF
             END-IF
             PERFORM Read-Next-Line
          END-PERFORM.

       Read-Next-Line.
          READ PoLineFile NEXT RECORD
             AT END SET AtEndOfLines TO TRUE
          END-READ.

       Find-Code-On-Order.
          MOVE "N" TO CodeOnOrder
          MOVE 1 TO ScanIdx
          PERFORM Scan-One-On-Order
             UNTIL ScanIdx > OnOrderStored OR CodeIsOnOrder.

       Scan-One-On-Order.
          IF OnOrderCode(ScanIdx) = IndxCode
             MOVE "Y" TO CodeOnOrder
          END-IF
          ADD 1 TO ScanIdx.

      * An exception is only proposed for a live catalog item whose
      * supplier is on SUPPLIER.DAT and active, and which is not
      * already on order. Anything else is listed for the buyer.
       Check-One-Exception.
          MOVE SPACES TO SkipReason
          MOVE RexCode TO IndxCode
          READ IndxFile
             KEY IS IndxCode
             INVALID KEY
                MOVE "(NOT ON CATALOG)" TO IndxTitle
                MOVE "NOT ON CATALOG" TO SkipReason
          END-READ
          IF SkipReason = SPACES
             IF ItemDiscontinued
                MOVE "DISCONTINUED" TO SkipReason
             END-IF
          END-IF
          IF SkipReason = SPACES
             MOVE IndxSupplierCode TO SupplierCode
             READ SupplierFile
                KEY IS SupplierCode
                INVALID KEY
                   MOVE "SUPPLIER NOT ON FILE" TO SkipReason
             END-READ
          END-IF
          IF SkipReason = SPACES
             IF SupplierInactive
                MOVE "SUPPLIER INACTIVE" TO SkipReason
             END-IF
          END-IF
          IF SkipReason = SPACES
             PERFORM Find-Code-On-Order
             IF CodeIsOnOrder
                MOVE "ALREADY ON ORDER" TO SkipReason
             END-IF
          END-IF
          IF SkipReason = SPACES
             PERFORM Store-Proposal
          ELSE
             ADD 1 TO SkippedCount
             PERFORM Print-Skipped-Line
          END-IF.

      * The proposed quantity brings the balance back up to twice
      * the reorder point, so a code is not back on the exception
      * report the day after its goods arrive.
       Store-Proposal.
          COMPUTE OrderQty = (RexReorderPoint * 2) - RexOnHand
          IF OrderQty < 1
             MOVE 1 TO OrderQty
          END-IF
          IF PropStored < PROPOSAL-TABLE-SIZE
             ADD 1 TO PropStored
             MOVE IndxSupplierCode TO PropSupplier(PropStored)
             MOVE RexCode TO PropCode(PropStored)
             MOVE OrderQty TO PropQty(PropStored)
             MOVE IndxUnitPrice TO PropPrice(PropStored)
          ELSE
             DISPLAY "PROPOSAL TABLE FULL - RAISE PROPOSAL-TABLE-SIZE"
             STOP RUN
          END-IF.

       Raise-One-Supplier.
          MOVE "N" TO HeaderOpen
          MOVE ZEROES TO OrderValue
          MOVE 1 TO PropIdx
          PERFORM Raise-One-Line UNTIL PropIdx > PropStored
          IF OrderHeaderOpen
             REWRITE PoHeadRecord
                INVALID KEY
                   DISPLAY "ISSUE UPDATING PoHeadFile FOR ORDER "
                      PoNumber " FILE-STATUS:" PoHeadStatus
                   STOP RUN
             END-REWRITE
             MOVE OrderValue TO ValueDisplay
             MOVE SPACES TO ReportLine
             STRING "        ORDER VALUE " DELIMITED BY SIZE
                    ValueDisplay           DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
             WRITE ReportLine
             MOVE SPACES TO ReportLine
             WRITE ReportLine
          END-IF
          ADD 1 TO SupplierScan.

       Raise-One-Line.
          IF PropSupplier(PropIdx) = SupplierScan
             IF NOT OrderHeaderOpen
                PERFORM Open-Order-Header
             END-IF
             ADD 1 TO PoLineCount
             MOVE PoNumber TO PolPoNumber
             MOVE PoLineCount TO PolLineNo
             MOVE PropCode(PropIdx) TO PolCode
             MOVE PropQty(PropIdx) TO PolOrderQty
             MOVE ZEROES TO PolReceivedQty
             MOVE PropPrice(PropIdx) TO PolUnitPrice
             MOVE "O" TO PolLineStatus
             MOVE ZEROES TO PolLastReceiptDate
             WRITE PoLineRecord
                INVALID KEY
                   DISPLAY "ISSUE WRITING PoLineFile FOR ORDER "
                      PoNumber " FILE-STATUS:" PoLineStatus
                   STOP RUN
             END-WRITE
             ADD 1 TO LinesRaised
             COMPUTE LineValue = PolOrderQty * PolUnitPrice
             ADD LineValue TO OrderValue
             PERFORM Print-Order-Line
          END-IF
          ADD 1 TO PropIdx.

       Open-Order-Header.
          ADD 1 TO LastPoNumber
          MOVE LastPoNumber TO PoNumber
          MOVE SupplierScan TO PoSupplierCode
          MOVE "P" TO PoStatus
          MOVE TodaysDate TO PoRaisedDate
          MOVE ZEROES TO PoReleasedDate
          MOVE ZEROES TO PoDueDate
          MOVE SPACES TO PoReleasedBy
          MOVE ZEROES TO PoLineCount
          WRITE PoHeadRecord
             INVALID KEY
                DISPLAY "ISSUE WRITING PoHeadFile FOR ORDER "
                   PoNumber " FILE-STATUS:" PoHeadStatus
                DISPLAY "CHECK POCTL.DAT AGAINST POHEAD.DAT"
                STOP RUN
          END-WRITE
          MOVE "Y" TO HeaderOpen
          ADD 1 TO OrdersRaised
          MOVE SupplierScan TO SupplierCode
          READ SupplierFile
             KEY IS SupplierCode
             INVALID KEY
                MOVE SPACES TO SupplierName
          END-READ
          MOVE SPACES TO ReportLine
          STRING "ORDER "        DELIMITED BY SIZE
                 PoNumber        DELIMITED BY SIZE
                 "  SUPPLIER "   DELIMITED BY SIZE
                 PoSupplierCode  DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 SupplierName    DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Order-Line.
          MOVE PolCode TO IndxCode
          READ IndxFile
             KEY IS IndxCode
             INVALID KEY
                MOVE "(NOT ON CATALOG)" TO IndxTitle
          END-READ
          MOVE PolOrderQty TO QtyDisplay
          MOVE PolUnitPrice TO PriceDisplay
          MOVE SPACES TO ReportLine
          STRING "   "           DELIMITED BY SIZE
                 PolLineNo       DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 PolCode         DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 IndxTitle       DELIMITED BY SIZE
                 " QTY "         DELIMITED BY SIZE
                 QtyDisplay      DELIMITED BY SIZE
                 " @"            DELIMITED BY SIZE
                 PriceDisplay    DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Skipped-Line.
          MOVE RexOnHand TO OnHandDisplay
          MOVE RexReorderPoint TO ReorderDisplay
          MOVE SPACES TO ReportLine
          STRING RexCode         DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 IndxTitle(1:30) DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 OnHandDisplay   DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 ReorderDisplay  DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 SkipReason      DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Report-Heading.
          MOVE "PURCHASE ORDER PROPOSALS" TO ReportLine
          WRITE ReportLine
          MOVE "========================" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "RUN DATE " DELIMITED BY SIZE
                 TodaysDate  DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "EXCEPTIONS NOT PROPOSED" TO ReportLine
          WRITE ReportLine
          MOVE "-----------------------" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CODE  TITLE"                       DELIMITED BY SIZE
                 "                            ON HAND" DELIMITED BY SIZE
                 " REORDER REASON"                   DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Run-Totals.
          DISPLAY "*****************************************".
          DISPLAY "  PurchaseOrderPropose - RUN CONTROL TOTALS".
          DISPLAY "*****************************************".
          DISPLAY "EXCEPTIONS READ        : " ExceptionCount.
          DISPLAY "EXCEPTIONS NOT PROPOSED: " SkippedCount.
          DISPLAY "ORDERS PROPOSED        : " OrdersRaised.
          DISPLAY "ORDER LINES PROPOSED   : " LinesRaised.
          DISPLAY "LAST ORDER NUMBER      : " LastPoNumber.
