       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OrderImport.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ORDERS.DAT is the daily order file from the ordering system,
      * the return leg of the EXTRACT.DAT interface. Each order line
      * is filled from stock as far as it goes: the quantity filled
      * is written to STKMOVE.DAT as an "I" issue for StockPost, and
      * the rest waits on BACKORD.DAT. Open backorders are served
      * before any new order, oldest first, as receipts bring stock
      * back in. Orders are filled from the MAIN store room only, so
      * the balance used is MAIN's on STKLOC.DAT and the issues are
      * written against MAIN.
       SELECT OrderFile ASSIGN
        TO "MYPATH/ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OrderStatus.
      * ORDCTL.DAT remembers the last batch number loaded, so the same
      * order file can never be issued twice.
       SELECT CtlFile ASSIGN
        TO "MYPATH/ORDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CtlStatus.
       SELECT IndxFile ASSIGN
        TO "MYPATH/IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IndxCode
                 ALTERNATE RECORD KEY IS IndxTitle WITH DUPLICATES
                 FILE STATUS IS IndxStatus.
       SELECT StkLocFile ASSIGN
        TO "MYPATH/STKLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SlKey
                 FILE STATUS IS StkLocStatus.
       SELECT MoveFile ASSIGN
        TO "MYPATH/STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveStatus.
      * BACKORD.DAT is keyed by code, then order date, order number
      * and line, so reading one code's backorders in key order
      * serves the oldest first.
       SELECT BackFile ASSIGN
        TO "MYPATH/BACKORD.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BoKey
                 FILE STATUS IS BackStatus.
       SELECT ReportFile ASSIGN
        TO "MYPATH/ORDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
      * Interface file layout agreed with the ordering system:
      * one "H" header carrying the batch number, one "D" detail per
      * order line, one "T" trailer. The trailer count and code hash
      * total are checked before anything is issued.
       01 OrdHeaderRecord.
          88   EndOfOrders VALUE HIGH-VALUES.
          02 OrdHdrType          PIC X(1).
          02 OrdHdrRunDate       PIC 9(8).
          02 OrdHdrBatchNo       PIC 9(5).
       01 OrdDetailRecord.
          02 OrdDtlType          PIC X(1).
          02 OrdDtlOrderNo       PIC 9(8).
          02 OrdDtlLineNo        PIC 9(3).
          02 OrdDtlCustomer      PIC X(10).
          02 OrdDtlOrderDate     PIC 9(8).
          02 OrdDtlCode          PIC 9(5).
          02 OrdDtlQty           PIC 9(7).
       01 OrdTrailerRecord.
          02 OrdTrlType          PIC X(1).
          02 OrdTrlCount         PIC 9(7).
          02 OrdTrlHashTotal     PIC 9(12).

       FD CtlFile.
       01 CtlRecord.
          02 CtlLastBatchNo      PIC 9(5).
          02 CtlLastRunDate      PIC 9(8).

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

       FD StkLocFile.
       01 StkLocRecord.
          02 SlKey.
             03 SlCode              PIC 9(5).
             03 SlLocation          PIC X(4).
          02 SlOnHand               PIC S9(7).
          02 SlReorderPoint         PIC 9(7).
          02 SlLastMoveDate         PIC 9(8).

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

       FD ReportFile.
       01 ReportLine                PIC X(80).

       WORKING-STORAGE SECTION.
       77 OrderStatus   PIC 99 VALUE ZEROES.
          88 OK-OrderStatus     VALUE 00.
       77 CtlStatus     PIC 99 VALUE ZEROES.
          88 OK-CtlStatus       VALUE 00.
          88 NOFILE-CtlStatus   VALUE 35.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 StkLocStatus  PIC 99 VALUE ZEROES.
          88 OK-StkLocStatus     VALUE 00.
          88 NOTFND-StkLocStatus VALUE 23.
          88 NOFILE-StkLocStatus VALUE 35.
       77 MoveStatus    PIC 99 VALUE ZEROES.
          88 OK-MoveStatus      VALUE 00.
          88 NOFILE-MoveStatus  VALUE 35.
       77 BackStatus    PIC 99 VALUE ZEROES.
          88 OK-BackStatus      VALUE 00.
          88 DUP-BackStatus     VALUE 22.
          88 NOFILE-BackStatus  VALUE 35.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus    VALUE 00.
       77 StkLocOnFile  PIC X(1) VALUE "Y".
          88 StkLocFileOpen  VALUE "Y".
       77 DEFAULT-LOCATION PIC X(4) VALUE "MAIN".
       77 MainOnHand    PIC S9(7) VALUE ZEROES.
       77 EndOfBack     PIC X(1) VALUE "N".
          88 AtEndOfBack     VALUE "Y".
       77 FileIsGood    PIC X(1) VALUE "Y".
          88 OrderFileGood   VALUE "Y".
       77 CodeFound     PIC X(1) VALUE "N".
          88 CodeWasFound    VALUE "Y".
       77 TodaysDate      PIC 9(8).
       77 LastBatchNo     PIC 9(5) VALUE ZEROES.
       77 BatchNo         PIC 9(5) VALUE ZEROES.
       77 FailReason      PIC X(40) VALUE SPACES.
       77 RecordsSeen     PIC 9(7) VALUE ZEROES.
       77 DetailCount     PIC 9(7) VALUE ZEROES.
       77 HashTotal       PIC 9(12) VALUE ZEROES.
       77 TrailerSeen     PIC X(1) VALUE "N".
          88 GotTrailer      VALUE "Y".
       77 BackWriteFailed PIC X(1) VALUE "N".
          88 BackNotRaised   VALUE "Y".
       77 ORDER-FEED-OPERATOR PIC X(8) VALUE "ORDFEED".
       77 Available       PIC S9(9) VALUE ZEROES.
       77 FillQty         PIC 9(7) VALUE ZEROES.
       77 ShortQty        PIC 9(7) VALUE ZEROES.
       77 LineOutcome     PIC X(24) VALUE SPACES.
       77 ScanIdx         PIC 9(5) VALUE ZEROES.
       77 AllocIdx        PIC 9(4) VALUE ZEROES.
       77 LinesReceived   PIC 9(7) VALUE ZEROES.
       77 LinesFilled     PIC 9(7) VALUE ZEROES.
       77 LinesPartFilled PIC 9(7) VALUE ZEROES.
       77 LinesBackOrdered PIC 9(7) VALUE ZEROES.
       77 LinesRejected   PIC 9(7) VALUE ZEROES.
       77 LinesBoFailed   PIC 9(7) VALUE ZEROES.
       77 QtyOrdered      PIC 9(9) VALUE ZEROES.
       77 QtyFilled       PIC 9(9) VALUE ZEROES.
       77 QtyBackOrdered  PIC 9(9) VALUE ZEROES.
       77 BackReleased    PIC 9(7) VALUE ZEROES.
       77 BackCleared     PIC 9(7) VALUE ZEROES.
       77 BackHeld        PIC 9(7) VALUE ZEROES.
       77 HeldReason      PIC X(24) VALUE SPACES.
       77 BackQtyReleased PIC 9(9) VALUE ZEROES.
       77 IssuesWritten   PIC 9(7) VALUE ZEROES.
       77 FillRate        PIC 9(3)V9 VALUE ZEROES.
       77 RateDisplay     PIC ZZ9.9.
       77 QtyDisplay      PIC Z(6)9.
       77 FillDisplay     PIC Z(6)9.
       77 ShortDisplay    PIC Z(6)9.
       77 CountDisplay    PIC Z(6)9.
       77 BigQtyDisplay   PIC Z(8)9.
       77 AgeDisplay      PIC ZZZZ9.
       77 AgeDays         PIC S9(7) VALUE ZEROES.
       77 TodayNumber     PIC 9(7) VALUE ZEROES.
       77 AgeBucket       PIC 9 VALUE ZEROES.
      * Day number of a YYYYMMDD date, counted from a fixed origin;
      * the difference between two day numbers is the days between.
       77 DnDate          PIC 9(8).
       77 DnYear          PIC 9(4).
       77 DnMonth         PIC 99.
       77 DnDay           PIC 99.
       77 DnQ4            PIC 9(4).
       77 DnQ100          PIC 9(4).
       77 DnQ400          PIC 9(4).
       77 DnQ5            PIC 9(4).
       77 DnWork          PIC 9(5).
       77 DayNumber       PIC 9(7).
       01 AgeingTotals.
      * Open backorders by age in days since the order date:
      * 0-7, 8-14, 15-30, 31-60 and over 60.
          02 AgeEntry OCCURS 5 TIMES.
             03 AgeLines            PIC 9(7).
             03 AgeQty              PIC 9(9).
       01 AgeLabels.
          02 FILLER PIC X(12) VALUE "0-7 DAYS    ".
          02 FILLER PIC X(12) VALUE "8-14 DAYS   ".
          02 FILLER PIC X(12) VALUE "15-30 DAYS  ".
          02 FILLER PIC X(12) VALUE "31-60 DAYS  ".
          02 FILLER PIC X(12) VALUE "OVER 60 DAYS".
       01 AgeLabelTable REDEFINES AgeLabels.
          02 AgeLabel               PIC X(12) OCCURS 5 TIMES.
       77 ALLOC-TABLE-SIZE PIC 9(4) VALUE 9999.
       77 AllocStored     PIC 9(4) VALUE ZEROES.
       01 AllocTable.
      * Quantity already promised per code: issues waiting in
      * STKMOVE.DAT for StockPost plus what this run has issued. It
      * is taken off MainOnHand to give what is still free to fill.
      * Transfers waiting to take goods out of MAIN count as promised
      * too.
          02 AllocEntry OCCURS 9999 TIMES.
             03 AllocCode           PIC 9(5).
             03 AllocQty            PIC 9(9).
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
          MOVE TodaysDate TO DnDate.
          PERFORM Compute-Day-Number.
          MOVE DayNumber TO TodayNumber.
          PERFORM Read-Control-File.
          PERFORM Check-Order-File.
          IF NOT OrderFileGood
             DISPLAY "ORDERS.DAT REJECTED - " FailReason
             DISPLAY "NOTHING ISSUED"
             STOP RUN
          END-IF.

          PERFORM Load-Unposted-Issues.
          OPEN INPUT IndxFile.
                     IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               STOP RUN
           END-IF
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
          OPEN EXTEND MoveFile.
          IF NOFILE-MoveStatus
             OPEN OUTPUT MoveFile
             CLOSE MoveFile
             OPEN EXTEND MoveFile
          END-IF.
                     IF NOT OK-MoveStatus
               DISPLAY "ISSUE WHILE OPENING MoveFile "
               DISPLAY "FILE-STATUS:" MoveStatus
               STOP RUN
           END-IF
          OPEN I-O BackFile.
          IF NOFILE-BackStatus
             OPEN OUTPUT BackFile
             CLOSE BackFile
             OPEN I-O BackFile
          END-IF.
                     IF NOT OK-BackStatus
               DISPLAY "ISSUE WHILE OPENING BackFile "
               DISPLAY "FILE-STATUS:" BackStatus
               STOP RUN
           END-IF
          OPEN OUTPUT ReportFile.
                     IF NOT OK-ReportStatus
               DISPLAY "ISSUE WHILE OPENING ReportFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               STOP RUN
           END-IF

          PERFORM Release-Backorders.
          PERFORM Fill-New-Orders.
          PERFORM Print-Fill-Rate.
          PERFORM Print-Backorder-Ageing.

          CLOSE IndxFile
                MoveFile
                BackFile
                ReportFile.
          IF StkLocFileOpen
             CLOSE StkLocFile
          END-IF.
          PERFORM Write-Control-File.
          PERFORM Print-Run-Totals.
          STOP RUN.

       Read-Control-File.
          MOVE ZEROES TO LastBatchNo
          OPEN INPUT CtlFile.
          IF NOT NOFILE-CtlStatus
             IF NOT OK-CtlStatus
                DISPLAY "ISSUE WHILE OPENING CtlFile "
                DISPLAY "FILE-STATUS:" CtlStatus
                STOP RUN
             END-IF
             READ CtlFile
                AT END CONTINUE
                NOT AT END
                   MOVE CtlLastBatchNo TO LastBatchNo
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
          MOVE BatchNo TO CtlLastBatchNo
          MOVE TodaysDate TO CtlLastRunDate
          WRITE CtlRecord
          IF NOT OK-CtlStatus
             DISPLAY "ISSUE WRITING CtlFile FILE-STATUS:" CtlStatus
             DISPLAY "BATCH ISSUED BUT ORDCTL.DAT NOT UPDATED"
             STOP RUN
          END-IF
          CLOSE CtlFile.

      ******************************************************************
      * First pass: the whole file must prove itself before a single
      * line is issued - header first, a newer batch than the last
      * one loaded, every detail readable, and the trailer count and
      * code hash total agreeing with the details.
      ******************************************************************
       Check-Order-File.
          MOVE "Y" TO FileIsGood
          OPEN INPUT OrderFile.
                     IF NOT OK-OrderStatus
               DISPLAY "ISSUE WHILE OPENING OrderFile "
               DISPLAY "FILE-STATUS:" OrderStatus
               STOP RUN
           END-IF
          READ OrderFile
             AT END SET EndOfOrders TO TRUE
          END-READ
          IF EndOfOrders
             MOVE "FILE IS EMPTY" TO FailReason
             MOVE "N" TO FileIsGood
          ELSE
             IF OrdHdrType NOT = "H" OR OrdHdrBatchNo NOT NUMERIC
                MOVE "FIRST RECORD IS NOT A HEADER" TO FailReason
                MOVE "N" TO FileIsGood
             ELSE
                MOVE OrdHdrBatchNo TO BatchNo
                IF BatchNo NOT GREATER THAN LastBatchNo
                   MOVE "BATCH ALREADY LOADED" TO FailReason
                   MOVE "N" TO FileIsGood
                END-IF
             END-IF
          END-IF
          IF OrderFileGood
             READ OrderFile
                AT END SET EndOfOrders TO TRUE
             END-READ
             PERFORM UNTIL EndOfOrders OR NOT OrderFileGood
                PERFORM Check-One-Record
                READ OrderFile
                   AT END SET EndOfOrders TO TRUE
                END-READ
             END-PERFORM
          END-IF
          IF OrderFileGood
             IF NOT GotTrailer
                MOVE "NO TRAILER RECORD" TO FailReason
                MOVE "N" TO FileIsGood
             END-IF
          END-IF
          CLOSE OrderFile.

       Check-One-Record.
          IF GotTrailer
             MOVE "RECORDS AFTER THE TRAILER" TO FailReason
             MOVE "N" TO FileIsGood
          ELSE
             EVALUATE OrdDtlType
                WHEN "D"
                   IF OrdDtlCode NOT NUMERIC
                      MOVE "DETAIL WITH A NON-NUMERIC CODE"
                         TO FailReason
                      MOVE "N" TO FileIsGood
                   ELSE
                      ADD 1 TO DetailCount
                      ADD OrdDtlCode TO HashTotal
                   END-IF
                WHEN "T"
                   MOVE "Y" TO TrailerSeen
                   IF OrdTrlCount NOT = DetailCount
                      OR OrdTrlHashTotal NOT = HashTotal
                      MOVE "TRAILER COUNT OR HASH TOTAL WRONG"
                         TO FailReason
                      MOVE "N" TO FileIsGood
                   END-IF
                WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO FailReason
                   MOVE "N" TO FileIsGood
             END-EVALUATE
          END-IF.

       Load-Unposted-Issues.
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
                IF (MoveAction = "I" OR MoveAction = "T") AND
                   (MoveLocation = SPACES OR
                    MoveLocation = DEFAULT-LOCATION)
                   MOVE MoveCode TO IndxCode
                   PERFORM Find-Alloc-Entry
                   ADD MoveQty TO AllocQty(AllocIdx)
                END-IF
                READ MoveFile
                   AT END SET EndOfMoves TO TRUE
                END-READ
             END-PERFORM
             CLOSE MoveFile
          END-IF.

      * Leaves AllocIdx on the entry for IndxCode, adding one if the
      * code has none yet.
       Find-Alloc-Entry.
          MOVE "N" TO CodeFound
          MOVE 1 TO ScanIdx
          PERFORM Scan-One-Alloc
             UNTIL ScanIdx > AllocStored OR CodeWasFound
          IF NOT CodeWasFound
             IF AllocStored < ALLOC-TABLE-SIZE
                ADD 1 TO AllocStored
                MOVE AllocStored TO AllocIdx
                MOVE IndxCode TO AllocCode(AllocIdx)
                MOVE ZEROES TO AllocQty(AllocIdx)
             ELSE
                DISPLAY "ALLOCATION TABLE FULL - RAISE "
                   "ALLOC-TABLE-SIZE"
                STOP RUN
             END-IF
          END-IF.

       Scan-One-Alloc.
          IF AllocCode(ScanIdx) = IndxCode
             MOVE "Y" TO CodeFound
             MOVE ScanIdx TO AllocIdx
          END-IF
          ADD 1 TO ScanIdx.

      * Sets Available for IndxCode: on hand less what is already
      * promised, never below zero. AllocIdx is left on the code.
       Work-Out-Available.
          MOVE ZEROES TO MainOnHand
          IF StkLocFileOpen
             MOVE IndxCode TO SlCode
             MOVE DEFAULT-LOCATION TO SlLocation
             READ StkLocFile
                KEY IS SlKey
                INVALID KEY
                   MOVE ZEROES TO SlOnHand
             END-READ
             MOVE SlOnHand TO MainOnHand
          END-IF
          PERFORM Find-Alloc-Entry
          COMPUTE Available = MainOnHand - AllocQty(AllocIdx)
          IF Available < ZEROES
             MOVE ZEROES TO Available
          END-IF.

       Write-Issue-Movement.
          MOVE "I" TO MoveAction
          MOVE IndxCode TO MoveCode
          MOVE FillQty TO MoveQty
          MOVE SPACE TO MoveSign
          MOVE ORDER-FEED-OPERATOR TO MoveOperator
          MOVE SPACES TO MovePoNumber
          MOVE DEFAULT-LOCATION TO MoveLocation
          MOVE SPACES TO MoveToLocation
          WRITE MoveRecord
          IF NOT OK-MoveStatus
             DISPLAY "ISSUE WRITING MoveFile FOR CODE " IndxCode
                " FILE-STATUS:" MoveStatus
             DISPLAY "BATCH NOT COMPLETE - ORDCTL.DAT NOT UPDATED"
             STOP RUN
          END-IF
          ADD FillQty TO AllocQty(AllocIdx)
          ADD 1 TO IssuesWritten.

      ******************************************************************
      * Section 1: backorders, oldest first within each code, take
      * whatever stock has come in since they were raised.
      ******************************************************************
       Release-Backorders.
          MOVE "BACKORDERS RELEASED" TO ReportLine
          WRITE ReportLine
          MOVE "===================" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CODE  ORDER NO LINE CUSTOMER    ORDERED  RELEASED"
                    DELIMITED BY SIZE
                 " STILL OWED" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE "N" TO EndOfBack
          MOVE LOW-VALUES TO BoKey
          START BackFile
             KEY IS NOT LESS THAN BoKey
             INVALID KEY SET AtEndOfBack TO TRUE
          END-START
          IF NOT AtEndOfBack
             PERFORM Read-Next-Backorder
          END-IF
          PERFORM UNTIL AtEndOfBack
             PERFORM Release-One-Backorder
             PERFORM Read-Next-Backorder
          END-PERFORM
          IF BackReleased = ZEROES AND BackHeld = ZEROES
             MOVE "NONE." TO ReportLine
             WRITE ReportLine
          END-IF.

       Read-Next-Backorder.
          READ BackFile NEXT RECORD
             AT END SET AtEndOfBack TO TRUE
          END-READ.

      * The catalog is read again before anything is released: a code
      * discontinued, renumbered or purged since the backorder was
      * raised would have its issue rejected by StockPost, so the
      * backorder is left as it stands and listed as held instead.
       Release-One-Backorder.
          MOVE SPACES TO HeldReason
          MOVE BoCode TO IndxCode
          READ IndxFile
             KEY IS IndxCode
             INVALID KEY
                MOVE "HELD - UNKNOWN CODE" TO HeldReason
             NOT INVALID KEY
                IF ItemDiscontinued
                   MOVE "HELD - DISCONTINUED" TO HeldReason
                END-IF
          END-READ
          IF HeldReason NOT = SPACES
             ADD 1 TO BackHeld
             PERFORM Print-Held-Line
          ELSE
             PERFORM Fill-One-Backorder
          END-IF.

       Fill-One-Backorder.
          MOVE BoCode TO IndxCode
          PERFORM Work-Out-Available
          IF Available > ZEROES
             IF Available < BoOutstandingQty
                MOVE Available TO FillQty
             ELSE
                MOVE BoOutstandingQty TO FillQty
             END-IF
             PERFORM Write-Issue-Movement
             SUBTRACT FillQty FROM BoOutstandingQty
             ADD 1 TO BackReleased
             ADD FillQty TO BackQtyReleased
             PERFORM Print-Released-Line
             IF BoOutstandingQty = ZEROES
                DELETE BackFile
                   INVALID KEY
                      DISPLAY "BACKORDER DELETE FAILED  CODE " BoCode
                         "  STATUS " BackStatus
                   NOT INVALID KEY
                      ADD 1 TO BackCleared
                END-DELETE
             ELSE
                MOVE TodaysDate TO BoLastFillDate
                REWRITE BackRecord
                   INVALID KEY
                      DISPLAY "BACKORDER REWRITE FAILED  CODE " BoCode
                         "  STATUS " BackStatus
                END-REWRITE
             END-IF
          END-IF.

       Print-Released-Line.
          MOVE BoOrderedQty TO QtyDisplay
          MOVE FillQty TO FillDisplay
          MOVE BoOutstandingQty TO ShortDisplay
          MOVE SPACES TO ReportLine
          STRING BoCode        DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 BoOrderNo     DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 BoLineNo      DELIMITED BY SIZE
                 "  "          DELIMITED BY SIZE
                 BoCustomer    DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 QtyDisplay    DELIMITED BY SIZE
                 "   "         DELIMITED BY SIZE
                 FillDisplay   DELIMITED BY SIZE
                 "    "        DELIMITED BY SIZE
                 ShortDisplay  DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Held-Line.
          MOVE BoOrderedQty TO QtyDisplay
          MOVE ZEROES TO FillDisplay
          MOVE BoOutstandingQty TO ShortDisplay
          MOVE SPACES TO ReportLine
          STRING BoCode        DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 BoOrderNo     DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 BoLineNo      DELIMITED BY SIZE
                 "  "          DELIMITED BY SIZE
                 BoCustomer    DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 QtyDisplay    DELIMITED BY SIZE
                 "   "         DELIMITED BY SIZE
                 FillDisplay   DELIMITED BY SIZE
                 "    "        DELIMITED BY SIZE
                 ShortDisplay  DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 HeldReason    DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

      ******************************************************************
      * Section 2: today's order lines.
      ******************************************************************
       Fill-New-Orders.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "ORDER LINES - BATCH " DELIMITED BY SIZE
                 BatchNo                DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE "===========================" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "ORDER NO LINE CUSTOMER   CODE   ORDERED  FILLED"
                    DELIMITED BY SIZE
                 "  SHORT OUTCOME" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          OPEN INPUT OrderFile
                     IF NOT OK-OrderStatus
               DISPLAY "ISSUE WHILE OPENING OrderFile "
               DISPLAY "FILE-STATUS:" OrderStatus
               STOP RUN
           END-IF
          READ OrderFile
             AT END SET EndOfOrders TO TRUE
          END-READ
          PERFORM UNTIL EndOfOrders
             IF OrdDtlType = "D"
                ADD 1 TO LinesReceived
                PERFORM Fill-One-Line
             END-IF
             READ OrderFile
                AT END SET EndOfOrders TO TRUE
             END-READ
          END-PERFORM
          CLOSE OrderFile.

       Fill-One-Line.
          MOVE SPACES TO LineOutcome
          MOVE ZEROES TO FillQty
          MOVE ZEROES TO ShortQty
          IF OrdDtlQty NOT NUMERIC OR OrdDtlOrderNo NOT NUMERIC
             OR OrdDtlLineNo NOT NUMERIC OR OrdDtlOrderDate NOT NUMERIC
             MOVE "REJECT - BAD LINE" TO LineOutcome
          ELSE
             IF OrdDtlQty = ZEROES
                MOVE "REJECT - ZERO QUANTITY" TO LineOutcome
             ELSE
                MOVE OrdDtlCode TO IndxCode
                READ IndxFile
                   KEY IS IndxCode
                   INVALID KEY
                      MOVE "REJECT - UNKNOWN CODE" TO LineOutcome
                   NOT INVALID KEY
                      IF ItemDiscontinued
                         MOVE "REJECT - DISCONTINUED" TO LineOutcome
                      END-IF
                END-READ
             END-IF
          END-IF
          IF LineOutcome = SPACES
             PERFORM Allocate-One-Line
          ELSE
             ADD 1 TO LinesRejected
          END-IF
          PERFORM Print-Order-Line.

       Allocate-One-Line.
          ADD OrdDtlQty TO QtyOrdered
          PERFORM Work-Out-Available
          IF Available < OrdDtlQty
             MOVE Available TO FillQty
          ELSE
             MOVE OrdDtlQty TO FillQty
          END-IF
          COMPUTE ShortQty = OrdDtlQty - FillQty
          IF FillQty > ZEROES
             PERFORM Write-Issue-Movement
             ADD FillQty TO QtyFilled
          END-IF
          MOVE "N" TO BackWriteFailed
          IF ShortQty > ZEROES
             PERFORM Raise-Backorder
          END-IF
          EVALUATE TRUE
             WHEN BackNotRaised
                ADD 1 TO LinesBoFailed
                MOVE "BO FAILED" TO LineOutcome
             WHEN ShortQty = ZEROES
                ADD 1 TO LinesFilled
                MOVE "FILLED" TO LineOutcome
             WHEN FillQty = ZEROES
                ADD 1 TO LinesBackOrdered
                MOVE "BACKORDERED" TO LineOutcome
             WHEN OTHER
                ADD 1 TO LinesPartFilled
                MOVE "PART FILLED" TO LineOutcome
          END-EVALUATE.

       Raise-Backorder.
          MOVE OrdDtlCode TO BoCode
          MOVE OrdDtlOrderDate TO BoOrderDate
          MOVE OrdDtlOrderNo TO BoOrderNo
          MOVE OrdDtlLineNo TO BoLineNo
          MOVE OrdDtlCustomer TO BoCustomer
          MOVE OrdDtlQty TO BoOrderedQty
          MOVE ShortQty TO BoOutstandingQty
          MOVE TodaysDate TO BoCreatedDate
          MOVE ZEROES TO BoLastFillDate
          WRITE BackRecord
             INVALID KEY
                DISPLAY "BACKORDER WRITE FAILED  ORDER " OrdDtlOrderNo
                   " LINE " OrdDtlLineNo "  STATUS " BackStatus
                MOVE "Y" TO BackWriteFailed
             NOT INVALID KEY
                ADD ShortQty TO QtyBackOrdered
          END-WRITE.

       Print-Order-Line.
          MOVE ZEROES TO QtyDisplay
          IF OrdDtlQty NUMERIC
             MOVE OrdDtlQty TO QtyDisplay
          END-IF
          MOVE FillQty TO FillDisplay
          MOVE ShortQty TO ShortDisplay
          MOVE SPACES TO ReportLine
          STRING OrdDtlOrderNo   DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 OrdDtlLineNo    DELIMITED BY SIZE
                 "  "            DELIMITED BY SIZE
                 OrdDtlCustomer  DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 OrdDtlCode      DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 QtyDisplay      DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 FillDisplay     DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 ShortDisplay    DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 LineOutcome     DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

      ******************************************************************
      * Section 3: fill rate for the batch, by line and by quantity.
      ******************************************************************
       Print-Fill-Rate.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "FILL RATE" TO ReportLine
          WRITE ReportLine
          MOVE "=========" TO ReportLine
          WRITE ReportLine
          MOVE LinesReceived TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "ORDER LINES RECEIVED      : " DELIMITED BY SIZE
                 CountDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE LinesFilled TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "  FILLED IN FULL          : " DELIMITED BY SIZE
                 CountDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE LinesPartFilled TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "  PART FILLED             : " DELIMITED BY SIZE
                 CountDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE LinesBackOrdered TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "  WHOLLY BACKORDERED      : " DELIMITED BY SIZE
                 CountDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE LinesRejected TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "  REJECTED                : " DELIMITED BY SIZE
                 CountDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE LinesBoFailed TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "  BACKORDER NOT RAISED    : " DELIMITED BY SIZE
                 CountDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE ZEROES TO FillRate
          IF LinesReceived > LinesRejected
             COMPUTE FillRate ROUNDED = LinesFilled * 100
                / (LinesReceived - LinesRejected)
          END-IF
          MOVE FillRate TO RateDisplay
          MOVE SPACES TO ReportLine
          STRING "LINE FILL RATE            : " DELIMITED BY SIZE
                 RateDisplay DELIMITED BY SIZE
                 " PCT" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE QtyOrdered TO BigQtyDisplay
          MOVE SPACES TO ReportLine
          STRING "QUANTITY ORDERED          : " DELIMITED BY SIZE
                 BigQtyDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE QtyFilled TO BigQtyDisplay
          MOVE SPACES TO ReportLine
          STRING "QUANTITY FILLED           : " DELIMITED BY SIZE
                 BigQtyDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE ZEROES TO FillRate
          IF QtyOrdered > ZEROES
             COMPUTE FillRate ROUNDED = QtyFilled * 100 / QtyOrdered
          END-IF
          MOVE FillRate TO RateDisplay
          MOVE SPACES TO ReportLine
          STRING "QUANTITY FILL RATE        : " DELIMITED BY SIZE
                 RateDisplay DELIMITED BY SIZE
                 " PCT" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

      ******************************************************************
      * Section 4: every backorder still open after this run, with
      * its age, and the totals by age band.
      ******************************************************************
       Print-Backorder-Ageing.
          INITIALIZE AgeingTotals
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "OPEN BACKORDERS" TO ReportLine
          WRITE ReportLine
          MOVE "===============" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CODE  ORDER NO LINE CUSTOMER   ORDER DATE  OWED"
                    DELIMITED BY SIZE
                 "   AGE DAYS" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE "N" TO EndOfBack
          MOVE LOW-VALUES TO BoKey
          START BackFile
             KEY IS NOT LESS THAN BoKey
             INVALID KEY SET AtEndOfBack TO TRUE
          END-START
          IF NOT AtEndOfBack
             PERFORM Read-Next-Backorder
          END-IF
          PERFORM UNTIL AtEndOfBack
             PERFORM Age-One-Backorder
             PERFORM Read-Next-Backorder
          END-PERFORM
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "AGE BAND        LINES  QUANTITY OWED" TO ReportLine
          WRITE ReportLine
          MOVE 1 TO AgeBucket
          PERFORM Print-One-Age-Band UNTIL AgeBucket > 5.

       Age-One-Backorder.
          MOVE BoOrderDate TO DnDate
          PERFORM Compute-Day-Number
          COMPUTE AgeDays = TodayNumber - DayNumber
          IF AgeDays < ZEROES
             MOVE ZEROES TO AgeDays
          END-IF
          EVALUATE TRUE
             WHEN AgeDays NOT > 7
                MOVE 1 TO AgeBucket
             WHEN AgeDays NOT > 14
                MOVE 2 TO AgeBucket
             WHEN AgeDays NOT > 30
                MOVE 3 TO AgeBucket
             WHEN AgeDays NOT > 60
                MOVE 4 TO AgeBucket
             WHEN OTHER
                MOVE 5 TO AgeBucket
          END-EVALUATE
          ADD 1 TO AgeLines(AgeBucket)
          ADD BoOutstandingQty TO AgeQty(AgeBucket)
          MOVE BoOutstandingQty TO ShortDisplay
          MOVE AgeDays TO AgeDisplay
          MOVE SPACES TO ReportLine
          STRING BoCode        DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 BoOrderNo     DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 BoLineNo      DELIMITED BY SIZE
                 "  "          DELIMITED BY SIZE
                 BoCustomer    DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 BoOrderDate   DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 ShortDisplay  DELIMITED BY SIZE
                 "    "        DELIMITED BY SIZE
                 AgeDisplay    DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-One-Age-Band.
          MOVE AgeLines(AgeBucket) TO CountDisplay
          MOVE AgeQty(AgeBucket) TO BigQtyDisplay
          MOVE SPACES TO ReportLine
          STRING AgeLabel(AgeBucket) DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 CountDisplay        DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 BigQtyDisplay       DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          ADD 1 TO AgeBucket.

      * January and February count as months 13 and 14 of the year
      * before, which puts the leap day at the end of the year.
       Compute-Day-Number.
          DIVIDE DnDate BY 10000 GIVING DnYear
          COMPUTE DnWork = DnDate - (DnYear * 10000)
          DIVIDE DnWork BY 100 GIVING DnMonth
          COMPUTE DnDay = DnWork - (DnMonth * 100)
          IF DnMonth < 3
             SUBTRACT 1 FROM DnYear
             ADD 12 TO DnMonth
          END-IF
          DIVIDE DnYear BY 4 GIVING DnQ4
          DIVIDE DnYear BY 100 GIVING DnQ100
          DIVIDE DnYear BY 400 GIVING DnQ400
          COMPUTE DnWork = (153 * (DnMonth - 3)) + 2
          DIVIDE DnWork BY 5 GIVING DnQ5
          COMPUTE DayNumber = (365 * DnYear) + DnQ4 - DnQ100
                            + DnQ400 + DnQ5 + DnDay.

       Print-Run-Totals.
          DISPLAY "*****************************************".
          DISPLAY "  OrderImport - RUN CONTROL TOTALS        ".
          DISPLAY "*****************************************".
          DISPLAY "BATCH LOADED           : " BatchNo.
          DISPLAY "ORDER LINES RECEIVED   : " LinesReceived.
          DISPLAY "LINES FILLED IN FULL   : " LinesFilled.
          DISPLAY "LINES PART FILLED      : " LinesPartFilled.
          DISPLAY "LINES WHOLLY BACKORDERED: " LinesBackOrdered.
          DISPLAY "LINES REJECTED         : " LinesRejected.
          DISPLAY "BACKORDERS NOT RAISED  : " LinesBoFailed.
          DISPLAY "BACKORDERS RELEASED    : " BackReleased.
          DISPLAY "BACKORDERS CLEARED     : " BackCleared.
          DISPLAY "BACKORDERS HELD        : " BackHeld.
          DISPLAY "ISSUE MOVEMENTS WRITTEN: " IssuesWritten.
