       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockPeriodClose.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One control record in PERPARM.DAT names the month to close
      * (YYYYMM) and the operator closing it. Only a month that has
      * ended can be closed, months are closed in order, and a month
      * already closed is refused.
       SELECT ParmFile ASSIGN
        TO "MYPATH/PERPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParmStatus.
      * PERCTL.DAT records the last month closed. StockPost reads it
      * too and will not post into a closed month.
       SELECT CtlFile ASSIGN
        TO "MYPATH/PERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CtlStatus.
       SELECT JournalFile ASSIGN
        TO "MYPATH/STKJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
      * Journal lines up to the end of the closed month are moved to
      * STKARCH.yyyymm.DAT; the lines of later months are copied to
      * STKJNEW.DAT and then back over STKJRNL.DAT, so the live
      * journal only ever holds the open months.
       SELECT ArchiveFile ASSIGN
        TO DYNAMIC ArchiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveStatus.
       SELECT KeepFile ASSIGN
        TO "MYPATH/STKJNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KeepStatus.
      * PERWORK.DAT is a scratch file, rebuilt every run, that
      * gathers the month's figures per code while the journal is
      * read in date order.
       SELECT WorkFile ASSIGN
        TO "MYPATH/PERWORK.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WrkCode
                 FILE STATUS IS WorkStatus.
       SELECT StockFile ASSIGN
        TO "MYPATH/STOCK.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS StockCode
                 FILE STATUS IS StockStatus.
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
        TO "MYPATH/PERRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
       01 ParmRecord.
          02 PrmPeriod           PIC 9(6).
          02 PrmOperator         PIC X(8).

       FD CtlFile.
       01 CtlRecord.
          02 CtlLastClosedPeriod PIC 9(6).
          02 CtlClosedDate       PIC 9(8).
          02 CtlClosedBy         PIC X(8).
          02 CtlLinesArchived    PIC 9(7).

       FD JournalFile.
       01 JournalRecord.
          88   EndOfJournal VALUE HIGH-VALUES.
          02 JrnCode                PIC 9(5).
          02 JrnAction              PIC X(1).
          02 JrnSign                PIC X(1).
          02 JrnQty                 PIC 9(7).
          02 JrnBeforeBal           PIC S9(7).
          02 JrnAfterBal            PIC S9(7).
          02 JrnDate                PIC 9(8).
          02 JrnOperator            PIC X(8).
          02 JrnPoNumber            PIC X(6).
          02 JrnLocation            PIC X(4).
          02 JrnToLocation          PIC X(4).

       FD ArchiveFile.
       01 ArchiveRecord             PIC X(58).

       FD KeepFile.
       01 KeepRecord.
          88   EndOfKeep VALUE HIGH-VALUES.
          02 FILLER                 PIC X(58).

       FD WorkFile.
       01 WorkRecord.
          02 WrkCode                PIC 9(5).
          02 WrkOpening             PIC S9(7).
          02 WrkReceipts            PIC 9(9).
          02 WrkIssues              PIC 9(9).
          02 WrkAdjustNet           PIC S9(9).
          02 WrkPointChanges        PIC 9(5).
          02 WrkClosing             PIC S9(7).
          02 WrkLaterNet            PIC S9(9).
          02 WrkLastAfter           PIC S9(7).
          02 WrkStockOnHand         PIC S9(7).
          02 WrkOnStockFile         PIC X(1).
             88 WrkHasBalance         VALUE "Y".
          02 WrkChainBreak          PIC X(1).
             88 WrkJournalBroken      VALUE "Y".
          02 WrkPeriodLines         PIC 9(7).

       FD StockFile.
       01 StockRecord.
          02 StockCode              PIC 9(5).
          02 StockOnHand            PIC S9(7).
          02 StockReorderPoint      PIC 9(7).
          02 StockLastMoveDate      PIC 9(8).

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
       77 ParmStatus    PIC 99 VALUE ZEROES.
          88 OK-ParmStatus      VALUE 00.
       77 CtlStatus     PIC 99 VALUE ZEROES.
          88 OK-CtlStatus       VALUE 00.
          88 NOFILE-CtlStatus   VALUE 35.
       77 JournalStatus PIC 99 VALUE ZEROES.
          88 OK-JournalStatus   VALUE 00.
          88 NOFILE-JournalStatus VALUE 35.
       77 ArchiveStatus PIC 99 VALUE ZEROES.
          88 OK-ArchiveStatus   VALUE 00.
          88 NOFILE-ArchiveStatus VALUE 35.
       77 KeepStatus    PIC 99 VALUE ZEROES.
          88 OK-KeepStatus      VALUE 00.
       77 WorkStatus    PIC 99 VALUE ZEROES.
          88 OK-WorkStatus      VALUE 00.
          88 NOTFND-WorkStatus  VALUE 23.
       77 StockStatus   PIC 99 VALUE ZEROES.
          88 OK-StockStatus     VALUE 00.
          88 NOFILE-StockStatus VALUE 35.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 SupplierStatus PIC 99 VALUE ZEROES.
          88 OK-SupplierStatus     VALUE 00.
          88 NOTFND-SupplierStatus VALUE 23.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus    VALUE 00.
       77 ArchiveFileName PIC X(40) VALUE SPACES.
       77 EndOfWork     PIC X(1) VALUE "N".
          88 AtEndOfWork      VALUE "Y".
       77 EndOfStock    PIC X(1) VALUE "N".
          88 AtEndOfStock     VALUE "Y".
       77 WorkWasNew    PIC X(1) VALUE "N".
          88 NewWorkRecord    VALUE "Y".
       77 TodaysDate      PIC 9(8).
       77 CurrentPeriod   PIC 9(6).
       77 LastClosed      PIC 9(6) VALUE ZEROES.
       77 NextOpenPeriod  PIC 9(6) VALUE ZEROES.
       77 PeriodYear      PIC 9(4).
       77 PeriodMonth     PIC 99.
       77 LinePeriod      PIC 9(6).
       77 JournalRead     PIC 9(7) VALUE ZEROES.
       77 LinesArchived   PIC 9(7) VALUE ZEROES.
       77 LinesKept       PIC 9(7) VALUE ZEROES.
       77 CodesReported   PIC 9(7) VALUE ZEROES.
       77 Disagreements   PIC 9(7) VALUE ZEROES.
       77 ExpectedOnHand  PIC S9(9) VALUE ZEROES.
       77 ClosingValue    PIC S9(9)V99 VALUE ZEROES.
       77 GrandQty        PIC S9(9) VALUE ZEROES.
       77 GrandValue      PIC S9(11)V99 VALUE ZEROES.
       77 SupIdx          PIC 9(3) VALUE ZEROES.
       77 OpenDisplay     PIC -9(7).
       77 RecvDisplay     PIC Z(7)9.
       77 IssDisplay      PIC Z(7)9.
       77 AdjDisplay      PIC -9(7).
       77 PtsDisplay      PIC ZZ9.
       77 CloseDisplay    PIC -9(7).
       77 ValueDisplay    PIC -Z(7)9.99.
       77 BalDisplay      PIC -9(7).
       77 ExpDisplay      PIC -9(8).
       77 CountDisplay    PIC Z(6)9.
       77 QtyTotDisplay   PIC -Z(8)9.
       77 ValTotDisplay   PIC -Z(10)9.99.
       77 DisagreeReason  PIC X(24) VALUE SPACES.
       01 SupplierTotals.
      * Closing value by supplier, indexed by IndxSupplierCode + 1.
          02 SupTotalEntry OCCURS 100 TIMES.
             03 SupCodes            PIC 9(7).
             03 SupQty              PIC S9(9).
             03 SupValue            PIC S9(11)V99.
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
          COMPUTE CurrentPeriod = TodaysDate / 100.
          OPEN INPUT ParmFile.
                     IF NOT OK-ParmStatus
               DISPLAY "ISSUE WHILE OPENING ParmFile "
               DISPLAY "FILE-STATUS:" ParmStatus
               STOP RUN
           END-IF
          READ ParmFile
             AT END
                DISPLAY "PERPARM.DAT IS EMPTY - NOTHING TO DO"
                CLOSE ParmFile
                STOP RUN
          END-READ.
          CLOSE ParmFile.
          PERFORM Check-The-Period.
          INITIALIZE SupplierTotals.

          OPEN INPUT JournalFile.
          IF NOFILE-JournalStatus
             DISPLAY "NO STKJRNL.DAT - NOTHING TO CLOSE"
             STOP RUN
          END-IF.
                     IF NOT OK-JournalStatus
               DISPLAY "ISSUE WHILE OPENING JournalFile "
               DISPLAY "FILE-STATUS:" JournalStatus
               STOP RUN
           END-IF
          MOVE SPACES TO ArchiveFileName.
          STRING "MYPATH/STKARCH." DELIMITED BY SIZE
                 PrmPeriod          DELIMITED BY SIZE
                 ".DAT"             DELIMITED BY SIZE
             INTO ArchiveFileName
          END-STRING.
      * A month already archived is never written over.
          OPEN INPUT ArchiveFile.
          IF OK-ArchiveStatus
             CLOSE ArchiveFile
                   JournalFile
             DISPLAY "ARCHIVE ALREADY EXISTS : " ArchiveFileName
             STOP RUN
          END-IF.
                     IF NOT NOFILE-ArchiveStatus
               DISPLAY "ISSUE WHILE OPENING ArchiveFile "
               DISPLAY "FILE-STATUS:" ArchiveStatus
               STOP RUN
           END-IF
          OPEN OUTPUT ArchiveFile.
                     IF NOT OK-ArchiveStatus
               DISPLAY "ISSUE WHILE OPENING ArchiveFile "
               DISPLAY "FILE-STATUS:" ArchiveStatus
               STOP RUN
           END-IF
          OPEN OUTPUT KeepFile.
                     IF NOT OK-KeepStatus
               DISPLAY "ISSUE WHILE OPENING KeepFile "
               DISPLAY "FILE-STATUS:" KeepStatus
               STOP RUN
           END-IF
          OPEN OUTPUT WorkFile.
          CLOSE WorkFile.
          OPEN I-O WorkFile.
                     IF NOT OK-WorkStatus
               DISPLAY "ISSUE WHILE OPENING WorkFile "
               DISPLAY "FILE-STATUS:" WorkStatus
               STOP RUN
           END-IF

          READ JournalFile
             AT END SET EndOfJournal TO TRUE
          END-READ.
          PERFORM UNTIL EndOfJournal
             ADD 1 TO JournalRead
             PERFORM Take-One-Journal-Line
             READ JournalFile
                AT END SET EndOfJournal TO TRUE
             END-READ
          END-PERFORM.
          CLOSE JournalFile
                ArchiveFile
                KeepFile.

          OPEN INPUT StockFile.
          IF NOFILE-StockStatus
             SET AtEndOfStock TO TRUE
          ELSE
                     IF NOT OK-StockStatus
               DISPLAY "ISSUE WHILE OPENING StockFile "
               DISPLAY "FILE-STATUS:" StockStatus
               STOP RUN
           END-IF
             PERFORM Take-Stock-Balances
             CLOSE StockFile
          END-IF.

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
          PERFORM Print-Movement-Section.
          PERFORM Print-Disagreement-Section.
          PERFORM Print-Supplier-Section.
          CLOSE WorkFile
                IndxFile
                SupplierFile
                ReportFile.

          PERFORM Write-Control-File.
          PERFORM Replace-Live-Journal.
          PERFORM Print-Run-Totals.
          STOP RUN.

      ******************************************************************
      * The month must be a real month that has already ended, and it
      * must be the month after the last one closed.
      ******************************************************************
       Check-The-Period.
          COMPUTE PeriodYear = PrmPeriod / 100.
          COMPUTE PeriodMonth = PrmPeriod - (PeriodYear * 100).
          IF PeriodMonth < 1 OR PeriodMonth > 12
             DISPLAY "PERIOD IN PERPARM.DAT IS NOT A MONTH : " PrmPeriod
             STOP RUN
          END-IF.
          IF PrmPeriod NOT LESS THAN CurrentPeriod
             DISPLAY "PERIOD " PrmPeriod " HAS NOT ENDED YET"
             STOP RUN
          END-IF.
          OPEN INPUT CtlFile.
          IF NOFILE-CtlStatus
             MOVE ZEROES TO LastClosed
          ELSE
             IF NOT OK-CtlStatus
                DISPLAY "ISSUE WHILE OPENING CtlFile "
                DISPLAY "FILE-STATUS:" CtlStatus
                STOP RUN
             END-IF
             READ CtlFile
                AT END
                   MOVE ZEROES TO LastClosed
                NOT AT END
                   MOVE CtlLastClosedPeriod TO LastClosed
             END-READ
             CLOSE CtlFile
          END-IF.
          IF LastClosed NOT = ZEROES
             IF PrmPeriod NOT GREATER THAN LastClosed
                DISPLAY "PERIOD " PrmPeriod " IS ALREADY CLOSED"
                   " - LAST CLOSED WAS " LastClosed
                STOP RUN
             END-IF
             COMPUTE PeriodYear = LastClosed / 100
             COMPUTE PeriodMonth = LastClosed - (PeriodYear * 100)
             IF PeriodMonth = 12
                ADD 1 TO PeriodYear
                MOVE 1 TO PeriodMonth
             ELSE
                ADD 1 TO PeriodMonth
             END-IF
             COMPUTE NextOpenPeriod = (PeriodYear * 100) + PeriodMonth
             IF PrmPeriod NOT = NextOpenPeriod
                DISPLAY "CLOSE PERIOD " NextOpenPeriod " FIRST"
                STOP RUN
             END-IF
          END-IF.

      ******************************************************************
      * Every line dated up to the end of the closing month is part of
      * the close. On the very first close that includes any older
      * lines, so the opening balance is the balance before the
      * earliest movement on the journal.
      ******************************************************************
       Take-One-Journal-Line.
          COMPUTE LinePeriod = JrnDate / 100
          MOVE JrnCode TO WrkCode
          MOVE "N" TO WorkWasNew
          READ WorkFile
             KEY IS WrkCode
             INVALID KEY
                MOVE "Y" TO WorkWasNew
          END-READ
          IF NewWorkRecord
             INITIALIZE WorkRecord
             MOVE JrnCode TO WrkCode
             MOVE JrnBeforeBal TO WrkOpening
             MOVE JrnBeforeBal TO WrkClosing
             MOVE JrnBeforeBal TO WrkLastAfter
             MOVE "N" TO WrkOnStockFile
             MOVE "N" TO WrkChainBreak
          END-IF
      * Each line must start where the last one for its code ended;
      * a gap means the balance was changed outside StockPost.
          IF JrnBeforeBal NOT = WrkLastAfter
             MOVE "Y" TO WrkChainBreak
          END-IF
          IF LinePeriod NOT GREATER THAN PrmPeriod
             PERFORM Add-Line-To-Period
             WRITE ArchiveRecord FROM JournalRecord
             IF NOT OK-ArchiveStatus
                DISPLAY "ISSUE WRITING ArchiveFile FOR CODE " JrnCode
                   " FILE-STATUS:" ArchiveStatus
                STOP RUN
             END-IF
             ADD 1 TO LinesArchived
          ELSE
             COMPUTE WrkLaterNet = WrkLaterNet
                + JrnAfterBal - JrnBeforeBal
             WRITE KeepRecord FROM JournalRecord
             IF NOT OK-KeepStatus
                DISPLAY "ISSUE WRITING KeepFile FOR CODE " JrnCode
                   " FILE-STATUS:" KeepStatus
                STOP RUN
             END-IF
             ADD 1 TO LinesKept
          END-IF
          MOVE JrnAfterBal TO WrkLastAfter
          IF NewWorkRecord
             WRITE WorkRecord
                INVALID KEY
                   DISPLAY "ISSUE WRITING WorkFile FOR CODE " WrkCode
                      " FILE-STATUS:" WorkStatus
                   STOP RUN
             END-WRITE
          ELSE
             REWRITE WorkRecord
                INVALID KEY
                   DISPLAY "ISSUE UPDATING WorkFile FOR CODE " WrkCode
                      " FILE-STATUS:" WorkStatus
                   STOP RUN
             END-REWRITE
          END-IF.

       Add-Line-To-Period.
          ADD 1 TO WrkPeriodLines
          EVALUATE JrnAction
             WHEN "R"
                ADD JrnQty TO WrkReceipts
             WHEN "I"
                ADD JrnQty TO WrkIssues
             WHEN "A"
                COMPUTE WrkAdjustNet = WrkAdjustNet
                   + JrnAfterBal - JrnBeforeBal
             WHEN "P"
                ADD 1 TO WrkPointChanges
          END-EVALUATE
          MOVE JrnAfterBal TO WrkClosing.

      * Codes with a balance but no journal line at all still belong
      * in the valuation, at the balance they hold.
       Take-Stock-Balances.
          MOVE ZEROES TO StockCode
          START StockFile
             KEY IS NOT LESS THAN StockCode
             INVALID KEY SET AtEndOfStock TO TRUE
          END-START
          IF NOT AtEndOfStock
             PERFORM Read-Next-Stock
          END-IF
          PERFORM UNTIL AtEndOfStock
             MOVE StockCode TO WrkCode
             MOVE "N" TO WorkWasNew
             READ WorkFile
                KEY IS WrkCode
                INVALID KEY
                   MOVE "Y" TO WorkWasNew
             END-READ
             IF NewWorkRecord
                INITIALIZE WorkRecord
                MOVE StockCode TO WrkCode
                MOVE StockOnHand TO WrkOpening
                MOVE StockOnHand TO WrkClosing
                MOVE StockOnHand TO WrkLastAfter
                MOVE "N" TO WrkChainBreak
             END-IF
             MOVE "Y" TO WrkOnStockFile
             MOVE StockOnHand TO WrkStockOnHand
             IF NewWorkRecord
                WRITE WorkRecord
                   INVALID KEY
                      DISPLAY "ISSUE WRITING WorkFile FOR CODE " WrkCode
                         " FILE-STATUS:" WorkStatus
                      STOP RUN
                END-WRITE
             ELSE
                REWRITE WorkRecord
                   INVALID KEY
                      DISPLAY "ISSUE UPDATING WorkFile FOR CODE "
                         WrkCode " FILE-STATUS:" WorkStatus
                      STOP RUN
                END-REWRITE
             END-IF
             PERFORM Read-Next-Stock
          END-PERFORM.

       Read-Next-Stock.
          READ StockFile NEXT RECORD
             AT END SET AtEndOfStock TO TRUE
          END-READ.

       Start-Work-Pass.
          MOVE "N" TO EndOfWork
          MOVE ZEROES TO WrkCode
          START WorkFile
             KEY IS NOT LESS THAN WrkCode
             INVALID KEY SET AtEndOfWork TO TRUE
          END-START
          IF NOT AtEndOfWork
             PERFORM Read-Next-Work
          END-IF.

       Read-Next-Work.
          READ WorkFile NEXT RECORD
             AT END SET AtEndOfWork TO TRUE
          END-READ.

      ******************************************************************
      * Section 1: the month's movements and closing value per code.
      ******************************************************************
       Print-Movement-Section.
          MOVE SPACES TO ReportLine
          STRING "STOCK LEDGER CLOSE FOR PERIOD " DELIMITED BY SIZE
                 PrmPeriod                        DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE "====================================" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CLOSED " DELIMITED BY SIZE
                 TodaysDate DELIMITED BY SIZE
                 " BY " DELIMITED BY SIZE
                 PrmOperator DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CODE   OPENING RECEIPTS   ISSUES ADJUSTMT PTS"
                    DELIMITED BY SIZE
                 "  CLOSING   CLOSING VALUE" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          PERFORM Start-Work-Pass
          PERFORM UNTIL AtEndOfWork
             IF WrkPeriodLines > ZEROES OR WrkClosing NOT = ZEROES
                PERFORM Print-One-Code
             END-IF
             PERFORM Read-Next-Work
          END-PERFORM
          IF CodesReported = ZEROES
             MOVE "NO STOCK HELD OR MOVED IN THE PERIOD." TO ReportLine
             WRITE ReportLine
          END-IF.

       Print-One-Code.
          ADD 1 TO CodesReported
          MOVE WrkCode TO IndxCode
          READ IndxFile
             KEY IS IndxCode
             INVALID KEY
                MOVE ZEROES TO IndxUnitPrice
                MOVE ZEROES TO IndxSupplierCode
          END-READ
          COMPUTE ClosingValue = WrkClosing * IndxUnitPrice
          COMPUTE SupIdx = IndxSupplierCode + 1
          ADD 1 TO SupCodes(SupIdx)
          ADD WrkClosing TO SupQty(SupIdx)
          ADD ClosingValue TO SupValue(SupIdx)
          ADD WrkClosing TO GrandQty
          ADD ClosingValue TO GrandValue
          MOVE WrkOpening TO OpenDisplay
          MOVE WrkReceipts TO RecvDisplay
          MOVE WrkIssues TO IssDisplay
          MOVE WrkAdjustNet TO AdjDisplay
          MOVE WrkPointChanges TO PtsDisplay
          MOVE WrkClosing TO CloseDisplay
          MOVE ClosingValue TO ValueDisplay
          MOVE SPACES TO ReportLine
          STRING WrkCode         DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 OpenDisplay     DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 RecvDisplay     DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 IssDisplay      DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 AdjDisplay      DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 PtsDisplay      DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 CloseDisplay    DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 ValueDisplay    DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

      ******************************************************************
      * Section 2: the closing figure carried forward by the later
      * months' movements must land on the balance in STOCK.DAT. A
      * code with no balance record is taken as holding nothing.
      ******************************************************************
       Print-Disagreement-Section.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "JOURNAL AND BALANCE FILE DISAGREE" TO ReportLine
          WRITE ReportLine
          MOVE "---------------------------------" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CODE   CLOSING  EXPECTED  STOCK.DAT REASON"
                    DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          PERFORM Start-Work-Pass
          PERFORM UNTIL AtEndOfWork
             PERFORM Check-One-Code
             PERFORM Read-Next-Work
          END-PERFORM
          IF Disagreements = ZEROES
             MOVE "NONE - EVERY CODE RECONCILES TO STOCK.DAT."
                TO ReportLine
             WRITE ReportLine
          END-IF.

       Check-One-Code.
          MOVE SPACES TO DisagreeReason
          COMPUTE ExpectedOnHand = WrkClosing + WrkLaterNet
          IF NOT WrkHasBalance
             MOVE ZEROES TO WrkStockOnHand
          END-IF
          IF ExpectedOnHand NOT = WrkStockOnHand
             IF WrkHasBalance
                MOVE "BALANCE DIFFERS" TO DisagreeReason
             ELSE
                MOVE "NO BALANCE RECORD" TO DisagreeReason
             END-IF
          ELSE
             IF WrkJournalBroken
                MOVE "JOURNAL CHAIN BROKEN" TO DisagreeReason
             END-IF
          END-IF
          IF DisagreeReason NOT = SPACES
             ADD 1 TO Disagreements
             MOVE WrkClosing TO CloseDisplay
             MOVE ExpectedOnHand TO ExpDisplay
             MOVE WrkStockOnHand TO BalDisplay
             MOVE SPACES TO ReportLine
             STRING WrkCode         DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    CloseDisplay    DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    ExpDisplay      DELIMITED BY SIZE
                    "  "            DELIMITED BY SIZE
                    BalDisplay      DELIMITED BY SIZE
                    " "             DELIMITED BY SIZE
                    DisagreeReason  DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
             WRITE ReportLine
          END-IF.

      ******************************************************************
      * Section 3: closing value by supplier for finance.
      ******************************************************************
       Print-Supplier-Section.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "CLOSING STOCK VALUE BY SUPPLIER" TO ReportLine
          WRITE ReportLine
          MOVE "-------------------------------" TO ReportLine
          WRITE ReportLine
          MOVE 1 TO SupIdx
          PERFORM Print-One-Supplier UNTIL SupIdx > 100
          MOVE GrandQty TO QtyTotDisplay
          MOVE GrandValue TO ValTotDisplay
          MOVE SPACES TO ReportLine
          STRING "TOTAL                                  "
                    DELIMITED BY SIZE
                 QtyTotDisplay DELIMITED BY SIZE
                 " "           DELIMITED BY SIZE
                 ValTotDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-One-Supplier.
          IF SupCodes(SupIdx) > ZEROES
             COMPUTE SupplierCode = SupIdx - 1
             READ SupplierFile
                KEY IS SupplierCode
                INVALID KEY
                   MOVE "(NOT ON SUPPLIER FILE)" TO SupplierName
             END-READ
             MOVE SupQty(SupIdx) TO QtyTotDisplay
             MOVE SupValue(SupIdx) TO ValTotDisplay
             MOVE SPACES TO ReportLine
             STRING SupplierCode  DELIMITED BY SIZE
                    " "           DELIMITED BY SIZE
                    SupplierName  DELIMITED BY SIZE
                    "      "      DELIMITED BY SIZE
                    QtyTotDisplay DELIMITED BY SIZE
                    " "           DELIMITED BY SIZE
                    ValTotDisplay DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
             WRITE ReportLine
          END-IF
          ADD 1 TO SupIdx.

      * Only once the archive and the report are complete, and the
      * close is recorded in PERCTL.DAT so it cannot be run twice, is
      * the live journal cut back to the lines of the months still
      * open. STKJNEW.DAT is left in place as the copy to restore from.
       Replace-Live-Journal.
          OPEN INPUT KeepFile.
                     IF NOT OK-KeepStatus
               DISPLAY "ISSUE WHILE OPENING KeepFile "
               DISPLAY "FILE-STATUS:" KeepStatus
               STOP RUN
           END-IF
          OPEN OUTPUT JournalFile.
                     IF NOT OK-JournalStatus
               DISPLAY "ISSUE WHILE OPENING JournalFile "
               DISPLAY "FILE-STATUS:" JournalStatus
               STOP RUN
           END-IF
          READ KeepFile
             AT END SET EndOfKeep TO TRUE
          END-READ
          PERFORM UNTIL EndOfKeep
             WRITE JournalRecord FROM KeepRecord
             IF NOT OK-JournalStatus
                DISPLAY "ISSUE WRITING JournalFile FILE-STATUS:"
                   JournalStatus
                DISPLAY "PERIOD CLOSED - RESTORE STKJRNL.DAT FROM "
                   "STKJNEW.DAT BEFORE POSTING"
                STOP RUN
             END-IF
             READ KeepFile
                AT END SET EndOfKeep TO TRUE
             END-READ
          END-PERFORM
          CLOSE KeepFile
                JournalFile.

       Write-Control-File.
          OPEN OUTPUT CtlFile
                     IF NOT OK-CtlStatus
               DISPLAY "ISSUE WHILE OPENING CtlFile "
               DISPLAY "FILE-STATUS:" CtlStatus
               STOP RUN
           END-IF
          MOVE PrmPeriod TO CtlLastClosedPeriod
          MOVE TodaysDate TO CtlClosedDate
          MOVE PrmOperator TO CtlClosedBy
          MOVE LinesArchived TO CtlLinesArchived
          WRITE CtlRecord
          IF NOT OK-CtlStatus
             DISPLAY "ISSUE WRITING CtlFile FILE-STATUS:" CtlStatus
             DISPLAY "PERCTL.DAT NOT UPDATED - STKJRNL.DAT UNCHANGED"
             STOP RUN
          END-IF
          CLOSE CtlFile.

       Print-Run-Totals.
          DISPLAY "*****************************************".
          DISPLAY "  StockPeriodClose - RUN CONTROL TOTALS   ".
          DISPLAY "*****************************************".
          DISPLAY "PERIOD CLOSED          : " PrmPeriod.
          DISPLAY "JOURNAL LINES READ     : " JournalRead.
          DISPLAY "LINES ARCHIVED         : " LinesArchived.
          DISPLAY "LINES KEPT ON JOURNAL  : " LinesKept.
          DISPLAY "CODES REPORTED         : " CodesReported.
          DISPLAY "CODES NOT RECONCILED   : " Disagreements.
          DISPLAY "ARCHIVE FILE           : " ArchiveFileName.
