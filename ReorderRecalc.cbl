       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ReorderRecalc.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RCPARM.DAT holds one control record: mode "P" proposes new
      * reorder points from the issue history and prints them for
      * review; mode "W" writes the proposals approved in
      * ReorderApprove to STKMOVE.DAT as "P" movements, so StockPost
      * applies them and they show in the journal like any other.
       SELECT ParmFile ASSIGN
        TO "MYPATH/RCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParmStatus.
      * ROPCTL.DAT tracks the proposal run through its life: "P"
      * proposed, "A" approved, "W" written.
       SELECT CtlFile ASSIGN
        TO "MYPATH/ROPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CtlStatus.
      * ROPPROP.DAT holds one proposal per code whose reorder point
      * would change, rebuilt by every mode "P" run.
       SELECT PropFile ASSIGN
        TO "MYPATH/ROPPROP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RopCode
                 FILE STATUS IS PropStatus.
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
       SELECT SupplierFile ASSIGN
        TO "MYPATH/SUPPLIER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SupplierCode
                 FILE STATUS IS SupplierStatus.
      * The issue history is the live journal plus the archive of
      * each closed month that falls inside the window.
       SELECT JournalFile ASSIGN
        TO DYNAMIC JournalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
       SELECT PerCtlFile ASSIGN
        TO "MYPATH/PERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PerCtlStatus.
       SELECT MoveFile ASSIGN
        TO "MYPATH/STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveStatus.
       SELECT ReportFile ASSIGN
        TO "MYPATH/ROPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
       01 ParmRecord.
          02 PrmMode             PIC X(1).
             88 PrmPropose          VALUE "P".
             88 PrmWrite            VALUE "W".
          02 PrmWeeks            PIC 99.
          02 PrmOperator         PIC X(8).

       FD CtlFile.
       01 CtlRecord.
          02 RctlStatus          PIC X(1).
             88 RopProposed         VALUE "P".
             88 RopApproved         VALUE "A".
             88 RopWritten          VALUE "W".
          02 RctlProposedDate    PIC 9(8).
          02 RctlProposedBy      PIC X(8).
          02 RctlWeeks           PIC 99.
          02 RctlProposalCount   PIC 9(7).
          02 RctlApprovedBy      PIC X(8).
          02 RctlApprovedDate    PIC 9(8).
          02 RctlWrittenDate     PIC 9(8).
          02 RctlWrittenCount    PIC 9(7).

       FD PropFile.
       01 PropRecord.
          02 RopCode                PIC 9(5).
          02 RopSupplierCode        PIC 99.
          02 RopIssuedQty           PIC 9(9).
          02 RopCurrentQty          PIC 9(7).
          02 RopProposedQty         PIC 9(7).
          02 RopDeadFlag            PIC X(1).
             88 RopDeadStock          VALUE "Y".
          02 RopAcceptFlag          PIC X(1).
             88 RopAccepted           VALUE "Y".
          02 RopReviewedBy          PIC X(8).

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

       FD PerCtlFile.
       01 PerCtlRecord.
          02 CtlLastClosedPeriod PIC 9(6).
          02 CtlClosedDate       PIC 9(8).
          02 CtlClosedBy         PIC X(8).
          02 CtlLinesArchived    PIC 9(7).

       FD MoveFile.
       01 MoveRecord.
          02 MoveAction          PIC X(1).
          02 MoveCode            PIC 9(5).
          02 MoveQty             PIC 9(7).
          02 MoveSign            PIC X(1).
          02 MoveOperator        PIC X(8).
          02 MovePoNumber        PIC X(6).
          02 MoveLocation        PIC X(4).
          02 MoveToLocation      PIC X(4).

       FD ReportFile.
       01 ReportLine                PIC X(80).

       WORKING-STORAGE SECTION.
       77 ParmStatus    PIC 99 VALUE ZEROES.
          88 OK-ParmStatus      VALUE 00.
       77 CtlStatus     PIC 99 VALUE ZEROES.
          88 OK-CtlStatus       VALUE 00.
          88 NOFILE-CtlStatus   VALUE 35.
       77 PropStatus    PIC 99 VALUE ZEROES.
          88 OK-PropStatus      VALUE 00.
          88 NOFILE-PropStatus  VALUE 35.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
       77 StockStatus   PIC 99 VALUE ZEROES.
          88 OK-StockStatus     VALUE 00.
          88 NOFILE-StockStatus VALUE 35.
       77 SupplierStatus PIC 99 VALUE ZEROES.
          88 OK-SupplierStatus  VALUE 00.
       77 JournalStatus PIC 99 VALUE ZEROES.
          88 OK-JournalStatus     VALUE 00.
          88 NOFILE-JournalStatus VALUE 35.
       77 PerCtlStatus  PIC 99 VALUE ZEROES.
          88 OK-PerCtlStatus     VALUE 00.
          88 NOFILE-PerCtlStatus VALUE 35.
       77 MoveStatus    PIC 99 VALUE ZEROES.
          88 OK-MoveStatus      VALUE 00.
          88 NOFILE-MoveStatus  VALUE 35.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus    VALUE 00.
       77 StockOnFile   PIC X(1) VALUE "Y".
          88 StockFileOpen   VALUE "Y".
       77 ControlOnFile PIC X(1) VALUE "N".
          88 ControlExists   VALUE "Y".
       77 EndOfIndx     PIC X(1) VALUE "N".
          88 AtEndOfIndx     VALUE "Y".
       77 EndOfProps    PIC X(1) VALUE "N".
          88 AtEndOfProps    VALUE "Y".
       77 EndOfSupplier PIC X(1) VALUE "N".
          88 AtEndOfSupplier VALUE "Y".
       77 CodeFound     PIC X(1) VALUE "N".
          88 CodeWasFound    VALUE "Y".
       77 JournalFileName PIC X(40) VALUE SPACES.
       77 TodaysDate      PIC 9(8).
       77 CurrentPeriod   PIC 9(6).
       77 ArcPeriod       PIC 9(6).
       77 ArcYear         PIC 9(4).
       77 ArcMonth        PIC 99.
       77 MonthsBack      PIC 9(3).
       77 LastClosed      PIC 9(6) VALUE ZEROES.
       77 WindowWeeks     PIC 99 VALUE ZEROES.
       77 WindowDays      PIC 9(3) VALUE ZEROES.
       77 WindowStart     PIC 9(7) VALUE ZEROES.
       77 CoverDays       PIC 9(4) VALUE ZEROES.
       77 ProposedRop     PIC 9(7) VALUE ZEROES.
       77 CurrentRop      PIC 9(7) VALUE ZEROES.
       77 IssuedQty       PIC 9(9) VALUE ZEROES.
       77 MovedLines      PIC 9(7) VALUE ZEROES.
       77 RopNote         PIC X(18) VALUE SPACES.
       77 SupIdx          PIC 9(3) VALUE ZEROES.
       77 ScanIdx         PIC 9(5) VALUE ZEROES.
       77 UseIdx          PIC 9(4) VALUE ZEROES.
       77 LinesRead       PIC 9(7) VALUE ZEROES.
       77 FilesRead       PIC 9(3) VALUE ZEROES.
       77 CodesReviewed   PIC 9(7) VALUE ZEROES.
       77 ProposalCount   PIC 9(7) VALUE ZEROES.
       77 DeadCount       PIC 9(7) VALUE ZEROES.
       77 NoTermsCount    PIC 9(7) VALUE ZEROES.
       77 UnchangedCount  PIC 9(7) VALUE ZEROES.
       77 WrittenCount    PIC 9(7) VALUE ZEROES.
       77 SkippedCount    PIC 9(7) VALUE ZEROES.
       77 QtyDisplay      PIC Z(6)9.
       77 CurDisplay      PIC Z(6)9.
       77 PropDisplay     PIC Z(6)9.
       77 IssuedDisplay   PIC Z(8)9.
       77 CoverDisplay    PIC ZZZ9.
       77 TodayNumber     PIC 9(7) VALUE ZEROES.
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
       01 SupplierTable.
      * Ordering terms per supplier, subscripted by supplier code + 1.
          02 SupEntry OCCURS 100 TIMES.
             03 SupLeadDays         PIC 9(3).
             03 SupSafetyDays       PIC 9(3).
       77 USAGE-TABLE-SIZE PIC 9(4) VALUE 9999.
       77 UseStored       PIC 9(4) VALUE ZEROES.
       01 UsageTable.
      * Per code over the window: quantity issued and the number of
      * stock movement lines (R, I, A and T - a "P" reorder point line
      * moves no stock), so a code with none is dead stock.
          02 UseEntry OCCURS 9999 TIMES.
             03 UseCode             PIC 9(5).
             03 UseIssued           PIC 9(9).
             03 UseLines            PIC 9(7).
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
          MOVE TodaysDate TO DnDate.
          PERFORM Compute-Day-Number.
          MOVE DayNumber TO TodayNumber.
          OPEN INPUT ParmFile.
                     IF NOT OK-ParmStatus
               DISPLAY "ISSUE WHILE OPENING ParmFile "
               DISPLAY "FILE-STATUS:" ParmStatus
               STOP RUN
           END-IF
          READ ParmFile
             AT END
                DISPLAY "RCPARM.DAT IS EMPTY - NOTHING TO DO"
                CLOSE ParmFile
                STOP RUN
          END-READ.
          CLOSE ParmFile.
          PERFORM Read-Control-File.
          EVALUATE TRUE
             WHEN PrmPropose
                PERFORM Propose-Reorder-Points
             WHEN PrmWrite
                PERFORM Write-Approved-Points
             WHEN OTHER
                DISPLAY "UNKNOWN MODE IN RCPARM.DAT : " PrmMode
          END-EVALUATE.
          STOP RUN.

       Read-Control-File.
          MOVE "N" TO ControlOnFile
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
                   MOVE "Y" TO ControlOnFile
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
          WRITE CtlRecord
          IF NOT OK-CtlStatus
             DISPLAY "ISSUE WRITING CtlFile FILE-STATUS:" CtlStatus
             DISPLAY "ROPCTL.DAT NOT UPDATED - RERUN BEFORE APPROVING"
             STOP RUN
          END-IF
          CLOSE CtlFile.

      ******************************************************************
      * Mode P. Average daily issues over the window, times the
      * supplier's lead days plus safety days, is the proposed
      * reorder point. Codes with no stock movement at all over the
      * window are dead stock and proposed at zero, but left
      * unaccepted for the reviewer to decide.
      ******************************************************************
       Propose-Reorder-Points.
          IF ControlExists AND RopApproved
             DISPLAY "APPROVED PROPOSALS NOT YET WRITTEN - RUN "
                "MODE W FIRST"
             STOP RUN
          END-IF
          MOVE PrmWeeks TO WindowWeeks
          IF PrmWeeks NOT NUMERIC OR PrmWeeks = ZEROES
             MOVE 13 TO WindowWeeks
          END-IF
          COMPUTE WindowDays = WindowWeeks * 7
          COMPUTE WindowStart = TodayNumber - WindowDays
          PERFORM Load-Supplier-Terms
          PERFORM Load-Issue-History

          OPEN INPUT IndxFile.
                     IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               STOP RUN
           END-IF
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
          OPEN OUTPUT PropFile.
                     IF NOT OK-PropStatus
               DISPLAY "ISSUE WHILE OPENING PropFile "
               DISPLAY "FILE-STATUS:" PropStatus
               STOP RUN
           END-IF
          OPEN OUTPUT ReportFile.
                     IF NOT OK-ReportStatus
               DISPLAY "ISSUE WHILE OPENING ReportFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               STOP RUN
           END-IF
          PERFORM Print-Proposal-Heading

          MOVE ZEROES TO IndxCode
          START IndxFile
             KEY IS NOT LESS THAN IndxCode
             INVALID KEY SET AtEndOfIndx TO TRUE
          END-START
          IF NOT AtEndOfIndx
             PERFORM Read-Next-Item
          END-IF
          PERFORM UNTIL AtEndOfIndx
             IF ItemActive
                ADD 1 TO CodesReviewed
                PERFORM Propose-One-Code
             END-IF
             PERFORM Read-Next-Item
          END-PERFORM
          PERFORM Print-Proposal-Totals

          CLOSE IndxFile
                PropFile
                ReportFile.
          IF StockFileOpen
             CLOSE StockFile
          END-IF.

          MOVE "P" TO RctlStatus
          MOVE TodaysDate TO RctlProposedDate
          MOVE PrmOperator TO RctlProposedBy
          MOVE WindowWeeks TO RctlWeeks
          MOVE ProposalCount TO RctlProposalCount
          MOVE SPACES TO RctlApprovedBy
          MOVE ZEROES TO RctlApprovedDate
          MOVE ZEROES TO RctlWrittenDate
          MOVE ZEROES TO RctlWrittenCount
          PERFORM Write-Control-File

          DISPLAY "*****************************************".
          DISPLAY "  ReorderRecalc - RUN CONTROL TOTALS      ".
          DISPLAY "*****************************************".
          DISPLAY "WEEKS OF HISTORY       : " WindowWeeks.
          DISPLAY "JOURNAL FILES READ     : " FilesRead.
          DISPLAY "JOURNAL LINES IN WINDOW: " LinesRead.
          DISPLAY "ACTIVE CODES REVIEWED  : " CodesReviewed.
          DISPLAY "PROPOSALS WRITTEN      : " ProposalCount.
          DISPLAY "DEAD STOCK CODES       : " DeadCount.
          DISPLAY "NO SUPPLIER TERMS      : " NoTermsCount.
          DISPLAY "UNCHANGED              : " UnchangedCount.

       Read-Next-Item.
          READ IndxFile NEXT RECORD
             AT END SET AtEndOfIndx TO TRUE
          END-READ.

      * Terms not yet keyed read as zero, and a code whose supplier
      * has no terms is reported but not proposed.
       Load-Supplier-Terms.
          INITIALIZE SupplierTable
          OPEN INPUT SupplierFile.
                     IF NOT OK-SupplierStatus
               DISPLAY "ISSUE WHILE OPENING SupplierFile "
               DISPLAY "FILE-STATUS:" SupplierStatus
               STOP RUN
           END-IF
          MOVE "N" TO EndOfSupplier
          MOVE ZEROES TO SupplierCode
          START SupplierFile
             KEY IS NOT LESS THAN SupplierCode
             INVALID KEY SET AtEndOfSupplier TO TRUE
          END-START
          PERFORM UNTIL AtEndOfSupplier
             READ SupplierFile NEXT RECORD
                AT END SET AtEndOfSupplier TO TRUE
                NOT AT END
                   COMPUTE SupIdx = SupplierCode + 1
                   IF SupplierLeadDays NUMERIC
                      MOVE SupplierLeadDays TO SupLeadDays(SupIdx)
                   END-IF
                   IF SupplierSafetyDays NUMERIC
                      MOVE SupplierSafetyDays TO SupSafetyDays(SupIdx)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE SupplierFile.

      * Closed months no longer sit in STKJRNL.DAT, so the archive of
      * every closed month the window can reach is read as well. A
      * month back is allowed for each four weeks, plus one, and
      * lines before the window are dropped on their date.
       Load-Issue-History.
          MOVE ZEROES TO LastClosed
          OPEN INPUT PerCtlFile.
          IF NOT NOFILE-PerCtlStatus
             READ PerCtlFile
                AT END CONTINUE
                NOT AT END
                   MOVE CtlLastClosedPeriod TO LastClosed
             END-READ
             CLOSE PerCtlFile
          END-IF
          DIVIDE TodaysDate BY 100 GIVING CurrentPeriod
          DIVIDE CurrentPeriod BY 100 GIVING ArcYear
          COMPUTE ArcMonth = CurrentPeriod - (ArcYear * 100)
          COMPUTE MonthsBack = (WindowWeeks / 4) + 1
          PERFORM Step-Back-One-Month MonthsBack TIMES
          COMPUTE ArcPeriod = (ArcYear * 100) + ArcMonth
          PERFORM Read-One-Archive
             UNTIL ArcPeriod > LastClosed
          MOVE "MYPATH/STKJRNL.DAT" TO JournalFileName
          PERFORM Read-Journal-File.

       Step-Back-One-Month.
          IF ArcMonth = 1
             MOVE 12 TO ArcMonth
             SUBTRACT 1 FROM ArcYear
          ELSE
             SUBTRACT 1 FROM ArcMonth
          END-IF.

       Read-One-Archive.
          MOVE SPACES TO JournalFileName
          STRING "MYPATH/STKARCH." DELIMITED BY SIZE
                 ArcPeriod          DELIMITED BY SIZE
                 ".DAT"             DELIMITED BY SIZE
             INTO JournalFileName
          END-STRING
          PERFORM Read-Journal-File
          IF ArcMonth = 12
             MOVE 1 TO ArcMonth
             ADD 1 TO ArcYear
          ELSE
             ADD 1 TO ArcMonth
          END-IF
          COMPUTE ArcPeriod = (ArcYear * 100) + ArcMonth.

       Read-Journal-File.
          OPEN INPUT JournalFile.
          IF NOT NOFILE-JournalStatus
                     IF NOT OK-JournalStatus
               DISPLAY "ISSUE WHILE OPENING JournalFile "
               DISPLAY "FILE-STATUS:" JournalStatus
               STOP RUN
           END-IF
             ADD 1 TO FilesRead
             READ JournalFile
                AT END SET EndOfJournal TO TRUE
             END-READ
             PERFORM UNTIL EndOfJournal
                PERFORM Take-One-Journal-Line
                READ JournalFile
                   AT END SET EndOfJournal TO TRUE
                END-READ
             END-PERFORM
             CLOSE JournalFile
          END-IF.

       Take-One-Journal-Line.
          MOVE JrnDate TO DnDate
          PERFORM Compute-Day-Number
          IF DayNumber > WindowStart
             ADD 1 TO LinesRead
             MOVE JrnCode TO IndxCode
             PERFORM Find-Usage-Entry
             IF JrnAction = "R" OR JrnAction = "I" OR
                JrnAction = "A" OR JrnAction = "T"
                ADD 1 TO UseLines(UseIdx)
             END-IF
             IF JrnAction = "I"
                ADD JrnQty TO UseIssued(UseIdx)
             END-IF
          END-IF.

      * Leaves UseIdx on the entry for IndxCode, adding one if the
      * code has none yet.
       Find-Usage-Entry.
          MOVE "N" TO CodeFound
          MOVE 1 TO ScanIdx
          PERFORM Scan-One-Usage
             UNTIL ScanIdx > UseStored OR CodeWasFound
          IF NOT CodeWasFound
             IF UseStored < USAGE-TABLE-SIZE
                ADD 1 TO UseStored
                MOVE UseStored TO UseIdx
                MOVE IndxCode TO UseCode(UseIdx)
                MOVE ZEROES TO UseIssued(UseIdx)
                MOVE ZEROES TO UseLines(UseIdx)
             ELSE
                DISPLAY "USAGE TABLE FULL - RAISE USAGE-TABLE-SIZE"
                STOP RUN
             END-IF
          END-IF.

       Scan-One-Usage.
          IF UseCode(ScanIdx) = IndxCode
             MOVE "Y" TO CodeFound
             MOVE ScanIdx TO UseIdx
          END-IF
          ADD 1 TO ScanIdx.

       Propose-One-Code.
          MOVE ZEROES TO CurrentRop
          IF StockFileOpen
             MOVE IndxCode TO StockCode
             READ StockFile
                KEY IS StockCode
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE StockReorderPoint TO CurrentRop
             END-READ
          END-IF
          MOVE ZEROES TO IssuedQty
          MOVE ZEROES TO MovedLines
          MOVE "N" TO CodeFound
          MOVE 1 TO ScanIdx
          PERFORM Scan-One-Usage
             UNTIL ScanIdx > UseStored OR CodeWasFound
          IF CodeWasFound
             MOVE UseIssued(UseIdx) TO IssuedQty
             MOVE UseLines(UseIdx) TO MovedLines
          END-IF
          COMPUTE SupIdx = IndxSupplierCode + 1
          COMPUTE CoverDays = SupLeadDays(SupIdx)
                            + SupSafetyDays(SupIdx)
          MOVE ZEROES TO ProposedRop
          MOVE SPACES TO RopNote
          EVALUATE TRUE
             WHEN MovedLines = ZEROES
                ADD 1 TO DeadCount
                MOVE "DEAD STOCK" TO RopNote
             WHEN CoverDays = ZEROES
                ADD 1 TO NoTermsCount
                MOVE "NO SUPPLIER TERMS" TO RopNote
                MOVE CurrentRop TO ProposedRop
             WHEN OTHER
                COMPUTE ProposedRop ROUNDED =
                   IssuedQty * CoverDays / WindowDays
                IF ProposedRop = CurrentRop
                   ADD 1 TO UnchangedCount
                   MOVE "NO CHANGE" TO RopNote
                ELSE
                   MOVE "PROPOSED" TO RopNote
                END-IF
          END-EVALUATE
          IF RopNote = "PROPOSED" OR
             (RopNote = "DEAD STOCK" AND CurrentRop NOT = ZEROES)
             PERFORM Write-Proposal
          END-IF
          PERFORM Print-Proposal-Line.

       Write-Proposal.
          MOVE IndxCode TO RopCode
          MOVE IndxSupplierCode TO RopSupplierCode
          MOVE IssuedQty TO RopIssuedQty
          MOVE CurrentRop TO RopCurrentQty
          MOVE ProposedRop TO RopProposedQty
          MOVE SPACES TO RopReviewedBy
          IF RopNote = "DEAD STOCK"
             MOVE "Y" TO RopDeadFlag
             MOVE "N" TO RopAcceptFlag
          ELSE
             MOVE "N" TO RopDeadFlag
             MOVE "Y" TO RopAcceptFlag
          END-IF
          WRITE PropRecord
             INVALID KEY
                DISPLAY "PROPOSAL WRITE FAILED  CODE " RopCode
                   "  STATUS " PropStatus
             NOT INVALID KEY
                ADD 1 TO ProposalCount
          END-WRITE.

       Print-Proposal-Heading.
          MOVE SPACES TO ReportLine
          STRING "REORDER POINT PROPOSALS - " DELIMITED BY SIZE
                 WindowWeeks                  DELIMITED BY SIZE
                 " WEEKS OF ISSUES TO "       DELIMITED BY SIZE
                 TodaysDate                   DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE ALL "=" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CODE  SUPP    ISSUED  COVER  CURRENT  PROPOSED"
                    DELIMITED BY SIZE
                 "  NOTE" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Proposal-Line.
          MOVE IssuedQty TO IssuedDisplay
          MOVE CoverDays TO CoverDisplay
          MOVE CurrentRop TO CurDisplay
          MOVE ProposedRop TO PropDisplay
          MOVE SPACES TO ReportLine
          STRING IndxCode          DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 IndxSupplierCode  DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 IssuedDisplay     DELIMITED BY SIZE
                 "   "             DELIMITED BY SIZE
                 CoverDisplay      DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 CurDisplay        DELIMITED BY SIZE
                 "   "             DELIMITED BY SIZE
                 PropDisplay       DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 RopNote           DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Proposal-Totals.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE CodesReviewed TO QtyDisplay
          MOVE SPACES TO ReportLine
          STRING "ACTIVE CODES REVIEWED  : " DELIMITED BY SIZE
                 QtyDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE ProposalCount TO QtyDisplay
          MOVE SPACES TO ReportLine
          STRING "PROPOSALS FOR APPROVAL : " DELIMITED BY SIZE
                 QtyDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE DeadCount TO QtyDisplay
          MOVE SPACES TO ReportLine
          STRING "DEAD STOCK CODES       : " DELIMITED BY SIZE
                 QtyDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE NoTermsCount TO QtyDisplay
          MOVE SPACES TO ReportLine
          STRING "NO SUPPLIER TERMS      : " DELIMITED BY SIZE
                 QtyDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

      ******************************************************************
      * Mode W. Only an approved run is written, and only the
      * proposals marked accepted; the run is then marked written
      * so the same values cannot go to StockPost twice.
      ******************************************************************
       Write-Approved-Points.
          IF NOT ControlExists OR NOT RopApproved
             DISPLAY "NO APPROVED PROPOSALS - APPROVE THEM IN "
                "ReorderApprove FIRST"
             STOP RUN
          END-IF
          OPEN INPUT PropFile.
                     IF NOT OK-PropStatus
               DISPLAY "ISSUE WHILE OPENING PropFile "
               DISPLAY "FILE-STATUS:" PropStatus
               STOP RUN
           END-IF
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
          MOVE ZEROES TO RopCode
          START PropFile
             KEY IS NOT LESS THAN RopCode
             INVALID KEY SET AtEndOfProps TO TRUE
          END-START
          PERFORM UNTIL AtEndOfProps
             READ PropFile NEXT RECORD
                AT END SET AtEndOfProps TO TRUE
                NOT AT END
                   PERFORM Write-One-Point
             END-READ
          END-PERFORM
          CLOSE PropFile
                MoveFile.
          MOVE "W" TO RctlStatus
          MOVE TodaysDate TO RctlWrittenDate
          MOVE WrittenCount TO RctlWrittenCount
          PERFORM Write-Control-File

          DISPLAY "*****************************************".
          DISPLAY "  ReorderRecalc - RUN CONTROL TOTALS      ".
          DISPLAY "*****************************************".
          DISPLAY "APPROVED BY            : " RctlApprovedBy.
          DISPLAY "P MOVEMENTS WRITTEN    : " WrittenCount.
          DISPLAY "PROPOSALS NOT ACCEPTED : " SkippedCount.

       Write-One-Point.
          IF RopAccepted
             MOVE "P" TO MoveAction
             MOVE RopCode TO MoveCode
             MOVE RopProposedQty TO MoveQty
             MOVE SPACE TO MoveSign
             MOVE RctlApprovedBy TO MoveOperator
             MOVE SPACES TO MovePoNumber
      * No location: the proposal is for the code's overall reorder
      * point on STOCK.DAT.
             MOVE SPACES TO MoveLocation
             MOVE SPACES TO MoveToLocation
             WRITE MoveRecord
             IF NOT OK-MoveStatus
                DISPLAY "ISSUE WRITING MoveFile FOR CODE " MoveCode
                   " FILE-STATUS:" MoveStatus
                DISPLAY "RUN NOT COMPLETE - ROPCTL.DAT NOT UPDATED"
                STOP RUN
             END-IF
             ADD 1 TO WrittenCount
          ELSE
             ADD 1 TO SkippedCount
          END-IF.

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
