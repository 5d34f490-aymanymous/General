       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PurchaseOrderReport.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Lists every order still open - proposals waiting for release
      * and released orders with goods outstanding - with the lines
      * still to come in. A released order past its due date is
      * flagged overdue and listed again at the end with the
      * supplier's contact and phone number so the buyers can chase.
       SELECT PoHeadFile ASSIGN
        TO "MYPATH/POHEAD.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
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
       SELECT ReportFile ASSIGN
        TO "MYPATH/POORPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
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

       FD ReportFile.
       01 ReportLine                PIC X(80).

       WORKING-STORAGE SECTION.
       77 PoHeadStatus  PIC 99 VALUE ZEROES.
          88 OK-PoHeadStatus     VALUE 00.
          88 NOFILE-PoHeadStatus VALUE 35.
       77 PoLineStatus  PIC 99 VALUE ZEROES.
          88 OK-PoLineStatus     VALUE 00.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 SupplierStatus PIC 99 VALUE ZEROES.
          88 OK-SupplierStatus     VALUE 00.
          88 NOTFND-SupplierStatus VALUE 23.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus    VALUE 00.
       77 EndOfHeads    PIC X(1) VALUE "N".
          88 AtEndOfHeads     VALUE "Y".
       77 EndOfLines    PIC X(1) VALUE "N".
          88 AtEndOfLines     VALUE "Y".
       77 OrderOverdue  PIC X(1) VALUE "N".
          88 OrderIsOverdue   VALUE "Y".
       77 TodaysDate      PIC 9(8).
       77 OrdersRead      PIC 9(7) VALUE ZEROES.
       77 OpenOrders      PIC 9(7) VALUE ZEROES.
       77 ProposedOrders  PIC 9(7) VALUE ZEROES.
       77 OverdueOrders   PIC 9(7) VALUE ZEROES.
       77 OpenLines       PIC 9(7) VALUE ZEROES.
       77 OutstandingQty  PIC 9(7) VALUE ZEROES.
       77 LineValue       PIC 9(9)V99 VALUE ZEROES.
       77 OutstandingValue PIC 9(11)V99 VALUE ZEROES.
       77 StatusWord      PIC X(9) VALUE SPACES.
       77 OrderedDisplay  PIC Z(6)9.
       77 ReceivedDisplay PIC Z(6)9.
       77 OutstandDisplay PIC Z(6)9.
       77 ValueDisplay    PIC Z(10)9.99.
       77 CountDisplay    PIC Z(6)9.
       77 OverIdx         PIC 9(4) VALUE ZEROES.
       77 OverStored      PIC 9(4) VALUE ZEROES.
       77 OVERDUE-TABLE-SIZE PIC 9(4) VALUE 999.
       01 OverdueTable.
      * Overdue orders noted as the detail is printed, for the
      * chase list at the end of the report.
          02 OverdueEntry OCCURS 999 TIMES.
             03 OverPoNumber        PIC 9(6).
             03 OverSupplier        PIC 99.
             03 OverDueDate         PIC 9(8).
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
          OPEN INPUT PoHeadFile.
          IF NOFILE-PoHeadStatus
             DISPLAY "NO PURCHASE ORDERS ON FILE - NOTHING TO REPORT"
             STOP RUN
          END-IF.
                     IF NOT OK-PoHeadStatus
               DISPLAY "ISSUE WHILE OPENING PoHeadFile "
               DISPLAY "FILE-STATUS:" PoHeadStatus
               STOP RUN
           END-IF
          OPEN INPUT PoLineFile.
                     IF NOT OK-PoLineStatus
               DISPLAY "ISSUE WHILE OPENING PoLineFile "
               DISPLAY "FILE-STATUS:" PoLineStatus
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
          OPEN OUTPUT ReportFile.
                     IF NOT OK-ReportStatus
               DISPLAY "ISSUE WHILE OPENING ReportFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               STOP RUN
           END-IF

          PERFORM Print-Report-Heading.
          PERFORM Pass-The-Order-File.
          IF OpenOrders = ZEROES
             MOVE "NO OPEN PURCHASE ORDERS." TO ReportLine
             WRITE ReportLine
          END-IF.
          PERFORM Print-Chase-List.
          PERFORM Print-Report-Totals.

          CLOSE PoHeadFile
                PoLineFile
                IndxFile
                SupplierFile
                ReportFile.
          DISPLAY "PurchaseOrderReport - ORDERS READ   : " OrdersRead.
          DISPLAY "PurchaseOrderReport - OPEN ORDERS   : " OpenOrders.
          DISPLAY "PurchaseOrderReport - OVERDUE ORDERS: "
             OverdueOrders.
          STOP RUN.

       Pass-The-Order-File.
          MOVE ZEROES TO PoNumber
          START PoHeadFile
             KEY IS NOT LESS THAN PoNumber
             INVALID KEY SET AtEndOfHeads TO TRUE
          END-START
          IF NOT AtEndOfHeads
             PERFORM Read-Next-Head
          END-IF
          PERFORM UNTIL AtEndOfHeads
             ADD 1 TO OrdersRead
             IF PoProposed OR PoReleased
                PERFORM Print-One-Order
             END-IF
             PERFORM Read-Next-Head
          END-PERFORM.

       Read-Next-Head.
          READ PoHeadFile NEXT RECORD
             AT END SET AtEndOfHeads TO TRUE
          END-READ.

      * Only a released order can be overdue: a proposal has no due
      * date until the supervisor releases it.
       Print-One-Order.
          ADD 1 TO OpenOrders
          MOVE "N" TO OrderOverdue
          IF PoProposed
             ADD 1 TO ProposedOrders
             MOVE "PROPOSED " TO StatusWord
          ELSE
             MOVE "RELEASED " TO StatusWord
             IF PoDueDate < TodaysDate
                MOVE "Y" TO OrderOverdue
                MOVE "OVERDUE  " TO StatusWord
                ADD 1 TO OverdueOrders
                PERFORM Note-Overdue-Order
             END-IF
          END-IF
          MOVE PoSupplierCode TO SupplierCode
          READ SupplierFile
             KEY IS SupplierCode
             INVALID KEY
                MOVE "(NOT ON SUPPLIER FILE)" TO SupplierName
          END-READ
          MOVE SPACES TO ReportLine
          STRING "ORDER "        DELIMITED BY SIZE
                 PoNumber        DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 StatusWord      DELIMITED BY SIZE
                 " SUPPLIER "    DELIMITED BY SIZE
                 PoSupplierCode  DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 SupplierName    DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "       RAISED "  DELIMITED BY SIZE
                 PoRaisedDate      DELIMITED BY SIZE
                 "  RELEASED "     DELIMITED BY SIZE
                 PoReleasedDate    DELIMITED BY SIZE
                 "  DUE "          DELIMITED BY SIZE
                 PoDueDate         DELIMITED BY SIZE
                 "  BY "           DELIMITED BY SIZE
                 PoReleasedBy      DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          PERFORM Print-Open-Lines
          MOVE SPACES TO ReportLine
          WRITE ReportLine.

       Print-Open-Lines.
          MOVE "N" TO EndOfLines
          MOVE PoNumber TO PolPoNumber
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
                PERFORM Print-One-Line
             END-IF
             PERFORM Read-Next-Line
          END-PERFORM.

       Read-Next-Line.
          READ PoLineFile NEXT RECORD
             AT END SET AtEndOfLines TO TRUE
          END-READ
          IF NOT AtEndOfLines
             IF PolPoNumber NOT = PoNumber
                SET AtEndOfLines TO TRUE
             END-IF
          END-IF.

       Print-One-Line.
          ADD 1 TO OpenLines
          COMPUTE OutstandingQty = PolOrderQty - PolReceivedQty
          COMPUTE LineValue = OutstandingQty * PolUnitPrice
          ADD LineValue TO OutstandingValue
          MOVE PolCode TO IndxCode
          READ IndxFile
             KEY IS IndxCode
             INVALID KEY
                MOVE "(NOT ON CATALOG)" TO IndxTitle
          END-READ
          MOVE PolOrderQty TO OrderedDisplay
          MOVE PolReceivedQty TO ReceivedDisplay
          MOVE OutstandingQty TO OutstandDisplay
          MOVE SPACES TO ReportLine
          STRING "   "           DELIMITED BY SIZE
                 PolLineNo       DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 PolCode         DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 IndxTitle(1:30) DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 OrderedDisplay  DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 ReceivedDisplay DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 OutstandDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Note-Overdue-Order.
          IF OverStored < OVERDUE-TABLE-SIZE
             ADD 1 TO OverStored
             MOVE PoNumber TO OverPoNumber(OverStored)
             MOVE PoSupplierCode TO OverSupplier(OverStored)
             MOVE PoDueDate TO OverDueDate(OverStored)
          END-IF.

       Print-Chase-List.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "OVERDUE ORDERS TO CHASE" TO ReportLine
          WRITE ReportLine
          MOVE "-----------------------" TO ReportLine
          WRITE ReportLine
          IF OverStored = ZEROES
             MOVE "NONE." TO ReportLine
             WRITE ReportLine
          ELSE
             MOVE 1 TO OverIdx
             PERFORM Print-One-Chase UNTIL OverIdx > OverStored
             IF OverdueOrders > OverStored
                MOVE SPACES TO ReportLine
                STRING "(CHASE LIST FULL - SEE OVERDUE FLAGS ABOVE)"
                   DELIMITED BY SIZE
                   INTO ReportLine
                END-STRING
                WRITE ReportLine
             END-IF
          END-IF.

       Print-One-Chase.
          MOVE OverSupplier(OverIdx) TO SupplierCode
          READ SupplierFile
             KEY IS SupplierCode
             INVALID KEY
                MOVE "(NOT ON SUPPLIER FILE)" TO SupplierName
                MOVE SPACES TO SupplierContact
                MOVE SPACES TO SupplierPhone
          END-READ
          MOVE SPACES TO ReportLine
          STRING OverPoNumber(OverIdx) DELIMITED BY SIZE
                 " DUE "               DELIMITED BY SIZE
                 OverDueDate(OverIdx)  DELIMITED BY SIZE
                 " "                   DELIMITED BY SIZE
                 SupplierName          DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "       CONTACT "     DELIMITED BY SIZE
                 SupplierContact       DELIMITED BY SIZE
                 " PHONE "             DELIMITED BY SIZE
                 SupplierPhone         DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          ADD 1 TO OverIdx.

       Print-Report-Heading.
          MOVE "OPEN PURCHASE ORDERS" TO ReportLine
          WRITE ReportLine
          MOVE "====================" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "AS OF " DELIMITED BY SIZE
                 TodaysDate DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "   LNE CODE  TITLE"           DELIMITED BY SIZE
                 "                          "   DELIMITED BY SIZE
                 " ORDERED RECEIVD  OUTSTND"    DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          WRITE ReportLine.

       Print-Report-Totals.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE OpenOrders TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "OPEN ORDERS         " DELIMITED BY SIZE
                 CountDisplay           DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE ProposedOrders TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "  AWAITING RELEASE  " DELIMITED BY SIZE
                 CountDisplay           DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE OverdueOrders TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "  OVERDUE           " DELIMITED BY SIZE
                 CountDisplay           DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE OpenLines TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "OPEN LINES          " DELIMITED BY SIZE
                 CountDisplay           DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE OutstandingValue TO ValueDisplay
          MOVE SPACES TO ReportLine
          STRING "OUTSTANDING VALUE   " DELIMITED BY SIZE
                 ValueDisplay           DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.
