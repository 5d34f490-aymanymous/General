       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockCount.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One control record in CNTPARM.DAT drives the run:
      *   mode "F" freezes the book quantity of every code in the
      *            chosen supplier range (select "S") or code range
      *            (select "C"), at each location that holds it, and
      *            prints the count sheets,
      *   mode "L" loads counted quantities from CNTINPUT.DAT (they
      *            can also be keyed in StockCountEntry),
      *   mode "V" prints the variance report and flags recounts,
      *   mode "P" writes the approved variances to STKMOVE.DAT as
      *            "A" movements for the next StockPost run.
      * The recount thresholds are a variance value and a variance
      * percentage of the frozen quantity; either one flags the code.
      * Discontinued codes still holding stock are counted too: their
      * "A" variance is the one movement StockPost accepts on a
      * discontinued code, so a count can bring them down to the
      * zero balance CatalogPurge needs. Each variance is booked to
      * the location where it was counted.
       SELECT ParmFile ASSIGN
        TO "MYPATH/CNTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParmStatus.
      * CNTCTL.DAT carries the state of the count in progress:
      * frozen "F", variance reported "V", approved "A" (set by a
      * supervisor in StockCountEntry) and posted "P". Only one count
      * can be open at a time.
       SELECT CtlFile ASSIGN
        TO "MYPATH/CNTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CtlStatus.
      * STKCOUNT.DAT holds one record per code and location in the
      * count: the book quantity frozen at the start, the counted
      * quantity, and the variance worked out by the last variance
      * run.
       SELECT CountFile ASSIGN
        TO "MYPATH/STKCOUNT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CntKey
                 FILE STATUS IS CountStatus.
      * CNTINPUT.DAT lines carry code, location, counted quantity and
      * counter; a blank location means the MAIN store room.
       SELECT CountInFile ASSIGN
        TO "MYPATH/CNTINPUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CountInStatus.
       SELECT IndxFile ASSIGN
        TO "MYPATH/IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS IndxCode
                 ALTERNATE RECORD KEY IS IndxTitle WITH DUPLICATES
                 FILE STATUS IS IndxStatus.
      * The book quantities are the balances of each code at each
      * location in STKLOC.DAT.
       SELECT StkLocFile ASSIGN
        TO "MYPATH/STKLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SlKey
                 FILE STATUS IS StkLocStatus.
      * Variances go out through StockPost like any other movement,
      * so STKJRNL.DAT explains the corrected balances. They are
      * added to whatever is already waiting in STKMOVE.DAT.
       SELECT MoveFile ASSIGN
        TO "MYPATH/STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveStatus.
       SELECT SheetFile ASSIGN
        TO "MYPATH/CNTSHEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SheetStatus.
       SELECT ReportFile ASSIGN
        TO "MYPATH/CNTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
       01 ParmRecord.
          02 PrmMode             PIC X(1).
             88 FreezeMode          VALUE "F".
             88 LoadMode            VALUE "L".
             88 VarianceMode        VALUE "V".
             88 PostMode            VALUE "P".
          02 PrmSelectBy         PIC X(1).
             88 SelectBySupplier    VALUE "S".
             88 SelectByCode        VALUE "C".
          02 PrmFromSupplier     PIC 99.
          02 PrmToSupplier       PIC 99.
          02 PrmFromCode         PIC 9(5).
          02 PrmToCode           PIC 9(5).
          02 PrmRecountValue     PIC 9(5)V99.
          02 PrmRecountPct       PIC 9(3).

       FD CtlFile.
       01 CtlRecord.
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

       FD CountInFile.
       01 CountInRecord.
          88   EndOfCountIn VALUE HIGH-VALUES.
          02 CinCode                PIC 9(5).
          02 CinLocation            PIC X(4).
          02 CinQty                 PIC 9(7).
          02 CinOperator            PIC X(8).

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
          02 MoveAction          PIC X(1).
          02 MoveCode            PIC 9(5).
          02 MoveQty             PIC 9(7).
          02 MoveSign            PIC X(1).
          02 MoveOperator        PIC X(8).
          02 MovePoNumber        PIC X(6).
          02 MoveLocation        PIC X(4).
          02 MoveToLocation      PIC X(4).

       FD SheetFile.
       01 SheetLine                 PIC X(80).

       FD ReportFile.
       01 ReportLine                PIC X(80).

       WORKING-STORAGE SECTION.
       77 ParmStatus    PIC 99 VALUE ZEROES.
          88 OK-ParmStatus      VALUE 00.
       77 CtlStatus     PIC 99 VALUE ZEROES.
          88 OK-CtlStatus       VALUE 00.
          88 NOFILE-CtlStatus   VALUE 35.
       77 CountStatus   PIC 99 VALUE ZEROES.
          88 OK-CountStatus     VALUE 00.
          88 NOTFND-CountStatus VALUE 23.
          88 NOFILE-CountStatus VALUE 35.
       77 CountInStatus PIC 99 VALUE ZEROES.
          88 OK-CountInStatus   VALUE 00.
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
       77 SheetStatus   PIC 99 VALUE ZEROES.
          88 OK-SheetStatus     VALUE 00.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus    VALUE 00.
       77 CountOnFile   PIC X(1) VALUE "N".
          88 CountInProgress  VALUE "Y".
       77 EndOfIndx     PIC X(1) VALUE "N".
          88 AtEndOfIndx      VALUE "Y".
       77 EndOfCount    PIC X(1) VALUE "N".
          88 AtEndOfCount     VALUE "Y".
       77 EndOfStkLoc   PIC X(1) VALUE "N".
          88 AtEndOfStkLoc    VALUE "Y".
       77 CodeSelected  PIC X(1) VALUE "N".
          88 CodeInRange      VALUE "Y".
       77 DEFAULT-LOCATION PIC X(4) VALUE "MAIN".
       77 FreezeQty       PIC S9(7) VALUE ZEROES.
       77 CodeLines       PIC 9(5) VALUE ZEROES.
       77 TodaysDate      PIC 9(8).
       77 ItemCount       PIC 9(7) VALUE ZEROES.
       77 CountedCount    PIC 9(7) VALUE ZEROES.
       77 NotCountedCount PIC 9(7) VALUE ZEROES.
       77 RecountCount    PIC 9(7) VALUE ZEROES.
       77 LoadReadCount   PIC 9(7) VALUE ZEROES.
       77 LoadOkCount     PIC 9(7) VALUE ZEROES.
       77 LoadFailCount   PIC 9(7) VALUE ZEROES.
       77 MovesWritten    PIC 9(7) VALUE ZEROES.
       77 MovedQty        PIC S9(7) VALUE ZEROES.
       77 AbsVariance     PIC 9(7) VALUE ZEROES.
       77 AbsBook         PIC 9(7) VALUE ZEROES.
       77 VarianceValue   PIC S9(9)V99 VALUE ZEROES.
       77 AbsValue        PIC 9(9)V99 VALUE ZEROES.
       77 VariancePct     PIC 9(7)V99 VALUE ZEROES.
       77 NetVarValue     PIC S9(9)V99 VALUE ZEROES.
       77 GrossVarValue   PIC 9(9)V99 VALUE ZEROES.
       77 QtyDisplay      PIC -9(7).
       77 MovedDisplay    PIC -9(7).
       77 BookDisplay     PIC -9(7).
       77 CountDisplay    PIC Z(6)9.
       77 VarDisplay      PIC -9(7).
       77 ValueDisplay    PIC -Z(8)9.99.
       77 GrossDisplay    PIC Z(9)9.99.
       77 FlagWord        PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
          OPEN INPUT ParmFile.
                     IF NOT OK-ParmStatus
               DISPLAY "ISSUE WHILE OPENING ParmFile "
               DISPLAY "FILE-STATUS:" ParmStatus
               STOP RUN
           END-IF
          READ ParmFile
             AT END
                DISPLAY "CNTPARM.DAT IS EMPTY - NOTHING TO DO"
                CLOSE ParmFile
                STOP RUN
          END-READ.
          CLOSE ParmFile.
          IF NOT FreezeMode AND NOT LoadMode AND
             NOT VarianceMode AND NOT PostMode
             DISPLAY "UNKNOWN MODE IN CNTPARM.DAT : " PrmMode
             STOP RUN
          END-IF.
          PERFORM Read-Control-File.
          EVALUATE TRUE
             WHEN FreezeMode
                PERFORM Freeze-The-Count
             WHEN LoadMode
                PERFORM Load-Counted-Quantities
             WHEN VarianceMode
                PERFORM Report-Variances
             WHEN PostMode
                PERFORM Post-Approved-Variances
          END-EVALUATE.
          STOP RUN.

       Read-Control-File.
          MOVE "N" TO CountOnFile
          OPEN INPUT CtlFile.
          IF NOFILE-CtlStatus
             CONTINUE
          ELSE
             IF NOT OK-CtlStatus
                DISPLAY "ISSUE WHILE OPENING CtlFile "
                DISPLAY "FILE-STATUS:" CtlStatus
                STOP RUN
             END-IF
             READ CtlFile
                AT END CONTINUE
                NOT AT END
                   MOVE "Y" TO CountOnFile
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
             DISPLAY "CNTCTL.DAT NOT UPDATED - CHECK THE COUNT STATE"
             STOP RUN
          END-IF
          CLOSE CtlFile.

      ******************************************************************
      * Freeze: copy the book quantity of every selected code at each
      * location that holds it. A discontinued item is only counted
      * where it still shows stock; otherwise there is nothing on the
      * shelf to count. A code with no location balance at all is
      * put on the sheets for MAIN, so stock found there is counted.
      ******************************************************************
       Freeze-The-Count.
          IF CountInProgress AND NOT CountPosted
             DISPLAY "A COUNT FROZEN ON " CtlFreezeDate
                " IS STILL OPEN (STATUS " CtlCountStatus ")"
             DISPLAY "POST IT BEFORE FREEZING ANOTHER"
             STOP RUN
          END-IF.
          IF NOT SelectBySupplier AND NOT SelectByCode
             DISPLAY "UNKNOWN SELECTION IN CNTPARM.DAT : " PrmSelectBy
             STOP RUN
          END-IF.
          OPEN INPUT IndxFile.
                     IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               STOP RUN
           END-IF
          OPEN INPUT StkLocFile.
          IF NOFILE-StkLocStatus
             DISPLAY "STKLOC.DAT NOT LOADED - RUN StockLocConvert FIRST"
             STOP RUN
          END-IF.
                     IF NOT OK-StkLocStatus
               DISPLAY "ISSUE WHILE OPENING StkLocFile "
               DISPLAY "FILE-STATUS:" StkLocStatus
               STOP RUN
           END-IF
          OPEN OUTPUT CountFile.
                     IF NOT OK-CountStatus
               DISPLAY "ISSUE WHILE OPENING CountFile "
               DISPLAY "FILE-STATUS:" CountStatus
               STOP RUN
           END-IF
          OPEN OUTPUT SheetFile.
                     IF NOT OK-SheetStatus
               DISPLAY "ISSUE WHILE OPENING SheetFile "
               DISPLAY "FILE-STATUS:" SheetStatus
               STOP RUN
           END-IF

          PERFORM Print-Sheet-Heading.
          MOVE ZEROES TO IndxCode
          START IndxFile
             KEY IS NOT LESS THAN IndxCode
             INVALID KEY SET AtEndOfIndx TO TRUE
          END-START
          IF NOT AtEndOfIndx
             PERFORM Read-Next-Indx
          END-IF
          PERFORM UNTIL AtEndOfIndx
             PERFORM Freeze-One-Code
             PERFORM Read-Next-Indx
          END-PERFORM.
          IF ItemCount = ZEROES
             MOVE "NO CATALOG ITEMS IN THE SELECTED RANGE." TO SheetLine
             WRITE SheetLine
          END-IF.
          PERFORM Print-Sheet-Footing.

          CLOSE IndxFile
                StkLocFile
                CountFile
                SheetFile.
          MOVE "F" TO CtlCountStatus
          MOVE TodaysDate TO CtlFreezeDate
          MOVE PrmSelectBy TO CtlSelectBy
          MOVE PrmFromSupplier TO CtlFromSupplier
          MOVE PrmToSupplier TO CtlToSupplier
          MOVE PrmFromCode TO CtlFromCode
          MOVE PrmToCode TO CtlToCode
          MOVE ItemCount TO CtlItemCount
          MOVE ZEROES TO CtlCountedCount
          MOVE ZEROES TO CtlRecountCount
          MOVE ZEROES TO CtlNetVarValue
          MOVE SPACES TO CtlApprovedBy
          MOVE ZEROES TO CtlApprovedDate
          MOVE ZEROES TO CtlPostedDate
          PERFORM Write-Control-File.
          DISPLAY "*****************************************".
          DISPLAY "  StockCount - FREEZE CONTROL TOTALS      ".
          DISPLAY "*****************************************".
          DISPLAY "COUNT FROZEN ON        : " TodaysDate.
          DISPLAY "LINES ON COUNT SHEETS  : " ItemCount.

       Read-Next-Indx.
          READ IndxFile NEXT RECORD
             AT END SET AtEndOfIndx TO TRUE
          END-READ.

       Freeze-One-Code.
          MOVE "N" TO CodeSelected
          IF SelectBySupplier
             IF IndxSupplierCode NOT LESS THAN PrmFromSupplier AND
                IndxSupplierCode NOT GREATER THAN PrmToSupplier
                MOVE "Y" TO CodeSelected
             END-IF
          ELSE
             IF IndxCode NOT LESS THAN PrmFromCode AND
                IndxCode NOT GREATER THAN PrmToCode
                MOVE "Y" TO CodeSelected
             END-IF
          END-IF
          IF CodeInRange
             MOVE ZEROES TO CodeLines
             PERFORM Start-Code-Locations
             PERFORM UNTIL AtEndOfStkLoc
                IF ItemDiscontinued AND SlOnHand = ZEROES
                   CONTINUE
                ELSE
                   MOVE SlLocation TO CntLocation
                   MOVE SlOnHand TO FreezeQty
                   PERFORM Freeze-One-Location
                END-IF
                PERFORM Read-Next-Location
             END-PERFORM
             IF CodeLines = ZEROES AND NOT ItemDiscontinued
                MOVE DEFAULT-LOCATION TO CntLocation
                MOVE ZEROES TO FreezeQty
                PERFORM Freeze-One-Location
             END-IF
          END-IF.

       Freeze-One-Location.
          MOVE IndxCode TO CntCode
          MOVE IndxSupplierCode TO CntSupplierCode
          MOVE FreezeQty TO CntFrozenQty
          MOVE "N" TO CntCountedFlag
          MOVE ZEROES TO CntCountedQty
          MOVE SPACES TO CntCountedBy
          MOVE FreezeQty TO CntBookQty
          MOVE ZEROES TO CntVarianceQty
          MOVE "N" TO CntRecountFlag
          WRITE CountRecord
             INVALID KEY
                DISPLAY "ISSUE WRITING CountFile FOR CODE " CntCode
                   " " CntLocation " FILE-STATUS:" CountStatus
                STOP RUN
          END-WRITE
          ADD 1 TO ItemCount
          ADD 1 TO CodeLines
          PERFORM Print-Sheet-Line.

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

      * The sheets do not show the book quantity: the counters write
      * down what is on the shelf, not what the system expects.
       Print-Sheet-Line.
          MOVE SPACES TO SheetLine
          STRING IndxCode          DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 CntLocation       DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 IndxTitle         DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 IndxSupplierCode  DELIMITED BY SIZE
                 "   ___________"  DELIMITED BY SIZE
             INTO SheetLine
          END-STRING
          WRITE SheetLine.

       Print-Sheet-Heading.
          MOVE "STOCK COUNT SHEET" TO SheetLine
          WRITE SheetLine
          MOVE "=================" TO SheetLine
          WRITE SheetLine
          MOVE SPACES TO SheetLine
          IF SelectBySupplier
             STRING "FROZEN " DELIMITED BY SIZE
                    TodaysDate DELIMITED BY SIZE
                    "   SUPPLIERS " DELIMITED BY SIZE
                    PrmFromSupplier DELIMITED BY SIZE
                    " TO " DELIMITED BY SIZE
                    PrmToSupplier DELIMITED BY SIZE
                INTO SheetLine
             END-STRING
          ELSE
             STRING "FROZEN " DELIMITED BY SIZE
                    TodaysDate DELIMITED BY SIZE
                    "   CODES " DELIMITED BY SIZE
                    PrmFromCode DELIMITED BY SIZE
                    " TO " DELIMITED BY SIZE
                    PrmToCode DELIMITED BY SIZE
                INTO SheetLine
             END-STRING
          END-IF
          WRITE SheetLine
          MOVE SPACES TO SheetLine
          WRITE SheetLine
          MOVE SPACES TO SheetLine
          STRING "CODE   LOC   TITLE" DELIMITED BY SIZE
                 "                                    SUP   COUNTED"
                    DELIMITED BY SIZE
             INTO SheetLine
          END-STRING
          WRITE SheetLine.

       Print-Sheet-Footing.
          MOVE SPACES TO SheetLine
          WRITE SheetLine
          MOVE "COUNTED BY : ____________   DATE : ________"
             TO SheetLine
          WRITE SheetLine
          MOVE "CHECKED BY : ____________   DATE : ________"
             TO SheetLine
          WRITE SheetLine.

      ******************************************************************
      * Load: counted quantities from CNTINPUT.DAT. A second count for
      * the same code and location (a recount) replaces the first.
      ******************************************************************
       Load-Counted-Quantities.
          IF NOT CountInProgress OR
             (NOT CountFrozen AND NOT CountVarianced)
             DISPLAY "NO COUNT IS OPEN FOR COUNTED QUANTITIES"
             STOP RUN
          END-IF.
          OPEN INPUT CountInFile.
                     IF NOT OK-CountInStatus
               DISPLAY "ISSUE WHILE OPENING CountInFile "
               DISPLAY "FILE-STATUS:" CountInStatus
               STOP RUN
           END-IF
          OPEN I-O CountFile.
                     IF NOT OK-CountStatus
               DISPLAY "ISSUE WHILE OPENING CountFile "
               DISPLAY "FILE-STATUS:" CountStatus
               STOP RUN
           END-IF
          OPEN OUTPUT ReportFile.
                     IF NOT OK-ReportStatus
               DISPLAY "ISSUE WHILE OPENING ReportFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               STOP RUN
           END-IF

          MOVE "STOCK COUNT - COUNTED QUANTITIES NOT LOADED"
             TO ReportLine
          WRITE ReportLine
          MOVE "==========================================="
             TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          READ CountInFile
             AT END SET EndOfCountIn TO TRUE
          END-READ.
          PERFORM UNTIL EndOfCountIn
             ADD 1 TO LoadReadCount
             PERFORM Load-One-Count
             READ CountInFile
                AT END SET EndOfCountIn TO TRUE
             END-READ
          END-PERFORM.
          IF LoadFailCount = ZEROES
             MOVE "NONE - EVERY LINE WAS LOADED." TO ReportLine
             WRITE ReportLine
          END-IF.

          CLOSE CountInFile
                CountFile
                ReportFile.
      * New counts make the last variance report out of date.
          MOVE "F" TO CtlCountStatus
          PERFORM Write-Control-File.
          DISPLAY "*****************************************".
          DISPLAY "  StockCount - LOAD CONTROL TOTALS        ".
          DISPLAY "*****************************************".
          DISPLAY "COUNT LINES READ       : " LoadReadCount.
          DISPLAY "COUNT LINES LOADED     : " LoadOkCount.
          DISPLAY "COUNT LINES REJECTED   : " LoadFailCount.

       Load-One-Count.
          IF CinCode IS NOT NUMERIC OR CinQty IS NOT NUMERIC
             ADD 1 TO LoadFailCount
             MOVE SPACES TO ReportLine
             STRING "BAD COUNT LINE : " DELIMITED BY SIZE
                    CountInRecord       DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
             WRITE ReportLine
          ELSE
             PERFORM Load-Good-Count
          END-IF.

       Load-Good-Count.
          IF CinLocation = SPACES
             MOVE DEFAULT-LOCATION TO CinLocation
          END-IF
          MOVE CinCode TO CntCode
          MOVE CinLocation TO CntLocation
          READ CountFile
             KEY IS CntKey
             INVALID KEY CONTINUE
          END-READ
          IF NOTFND-CountStatus
             ADD 1 TO LoadFailCount
             MOVE SPACES TO ReportLine
             STRING CinCode          DELIMITED BY SIZE
                    " "              DELIMITED BY SIZE
                    CinLocation      DELIMITED BY SIZE
                    " NOT ON THIS COUNT" DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
             WRITE ReportLine
          ELSE
             MOVE "Y" TO CntCountedFlag
             MOVE CinQty TO CntCountedQty
             MOVE CinOperator TO CntCountedBy
             REWRITE CountRecord
                INVALID KEY
                   PERFORM Print-Load-Failure
                NOT INVALID KEY
                   ADD 1 TO LoadOkCount
             END-REWRITE
          END-IF.

       Print-Load-Failure.
          ADD 1 TO LoadFailCount
          MOVE SPACES TO ReportLine
          STRING CinCode                          DELIMITED BY SIZE
                 " "                              DELIMITED BY SIZE
                 CinLocation                      DELIMITED BY SIZE
                 " REWRITE FAILED - FILE STATUS " DELIMITED BY SIZE
                 CountStatus                      DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

      ******************************************************************
      * Variance: the counted quantity is compared with the book
      * quantity frozen when the sheets were printed, since that is
      * what was on the shelf when it was counted. Anything StockPost
      * has posted since the freeze is shown as MOVED for information
      * only: it is already in the live book and needs no adjustment,
      * so the "A" movement corrects just the counting difference.
      ******************************************************************
       Report-Variances.
          IF NOT CountInProgress OR
             (NOT CountFrozen AND NOT CountVarianced)
             DISPLAY "NO COUNT IS OPEN FOR A VARIANCE REPORT"
             STOP RUN
          END-IF.
          OPEN I-O CountFile.
                     IF NOT OK-CountStatus
               DISPLAY "ISSUE WHILE OPENING CountFile "
               DISPLAY "FILE-STATUS:" CountStatus
               STOP RUN
           END-IF
          OPEN INPUT IndxFile.
                     IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               STOP RUN
           END-IF
          OPEN INPUT StkLocFile.
                     IF NOT OK-StkLocStatus
               DISPLAY "ISSUE WHILE OPENING StkLocFile "
               DISPLAY "FILE-STATUS:" StkLocStatus
               STOP RUN
           END-IF
          OPEN OUTPUT ReportFile.
                     IF NOT OK-ReportStatus
               DISPLAY "ISSUE WHILE OPENING ReportFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               STOP RUN
           END-IF

          PERFORM Print-Variance-Heading.
          MOVE ZEROES TO CntCode
          MOVE LOW-VALUES TO CntLocation
          START CountFile
             KEY IS NOT LESS THAN CntKey
             INVALID KEY SET AtEndOfCount TO TRUE
          END-START
          IF NOT AtEndOfCount
             PERFORM Read-Next-Count
          END-IF
          PERFORM UNTIL AtEndOfCount
             ADD 1 TO ItemCount
             PERFORM Work-Out-One-Variance
             PERFORM Read-Next-Count
          END-PERFORM.
          PERFORM Print-Variance-Totals.

          CLOSE CountFile
                IndxFile
                StkLocFile
                ReportFile.
          MOVE "V" TO CtlCountStatus
          MOVE ItemCount TO CtlItemCount
          MOVE CountedCount TO CtlCountedCount
          MOVE RecountCount TO CtlRecountCount
          MOVE NetVarValue TO CtlNetVarValue
          PERFORM Write-Control-File.
          DISPLAY "*****************************************".
          DISPLAY "  StockCount - VARIANCE CONTROL TOTALS    ".
          DISPLAY "*****************************************".
          DISPLAY "LINES ON THE COUNT     : " ItemCount.
          DISPLAY "LINES COUNTED          : " CountedCount.
          DISPLAY "LINES NOT COUNTED      : " NotCountedCount.
          DISPLAY "LINES FOR RECOUNT      : " RecountCount.

       Read-Next-Count.
          READ CountFile NEXT RECORD
             AT END SET AtEndOfCount TO TRUE
          END-READ.

       Work-Out-One-Variance.
          MOVE CntCode TO SlCode
          MOVE CntLocation TO SlLocation
          READ StkLocFile
             KEY IS SlKey
             INVALID KEY
                MOVE ZEROES TO SlOnHand
          END-READ
          MOVE SlOnHand TO CntBookQty
          COMPUTE MovedQty = CntBookQty - CntFrozenQty
          MOVE CntCode TO IndxCode
          READ IndxFile
             KEY IS IndxCode
             INVALID KEY
                MOVE ZEROES TO IndxUnitPrice
          END-READ
          MOVE SPACES TO FlagWord
          MOVE "N" TO CntRecountFlag
          IF CntCounted
             ADD 1 TO CountedCount
             COMPUTE CntVarianceQty = CntCountedQty - CntFrozenQty
             COMPUTE VarianceValue = CntVarianceQty * IndxUnitPrice
             ADD VarianceValue TO NetVarValue
             PERFORM Check-For-Recount
          ELSE
             ADD 1 TO NotCountedCount
             MOVE ZEROES TO CntVarianceQty
             MOVE ZEROES TO VarianceValue
             MOVE "NOT CNTD" TO FlagWord
          END-IF
          REWRITE CountRecord
             INVALID KEY
                DISPLAY "ISSUE UPDATING CountFile FOR CODE " CntCode
                   " " CntLocation " FILE-STATUS:" CountStatus
          END-REWRITE
          PERFORM Print-Variance-Line.

      * A variance on a code that was frozen empty has no percentage
      * to test, so it is always flagged.
       Check-For-Recount.
          MOVE CntVarianceQty TO AbsVariance
          IF VarianceValue < ZEROES
             COMPUTE AbsValue = ZEROES - VarianceValue
          ELSE
             MOVE VarianceValue TO AbsValue
          END-IF
          ADD AbsValue TO GrossVarValue
          IF CntVarianceQty NOT = ZEROES
             IF AbsValue > PrmRecountValue
                MOVE "Y" TO CntRecountFlag
             END-IF
             MOVE CntFrozenQty TO AbsBook
             IF AbsBook = ZEROES
                MOVE "Y" TO CntRecountFlag
             ELSE
                COMPUTE VariancePct ROUNDED =
                   AbsVariance * 100 / AbsBook
                IF VariancePct > PrmRecountPct
                   MOVE "Y" TO CntRecountFlag
                END-IF
             END-IF
          END-IF
          IF CntRecount
             ADD 1 TO RecountCount
             MOVE "RECOUNT" TO FlagWord
          END-IF.

       Print-Variance-Line.
          MOVE CntFrozenQty TO QtyDisplay
          MOVE MovedQty TO MovedDisplay
          MOVE CntBookQty TO BookDisplay
          MOVE CntCountedQty TO CountDisplay
          MOVE CntVarianceQty TO VarDisplay
          MOVE VarianceValue TO ValueDisplay
          MOVE SPACES TO ReportLine
          STRING CntCode         DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 CntLocation     DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 QtyDisplay      DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 MovedDisplay    DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 BookDisplay     DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 CountDisplay    DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 VarDisplay      DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 ValueDisplay    DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 FlagWord        DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Variance-Heading.
          MOVE "STOCK COUNT VARIANCES" TO ReportLine
          WRITE ReportLine
          MOVE "=====================" TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "FROZEN " DELIMITED BY SIZE
                 CtlFreezeDate DELIMITED BY SIZE
                 "   REPORTED " DELIMITED BY SIZE
                 TodaysDate DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CODE  LOC    FROZEN    MOVED     BOOK  COUNTED"
                    DELIMITED BY SIZE
                 " VARIANCE        VALUE"
                    DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Variance-Totals.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE CountedCount TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "LINES COUNTED        " DELIMITED BY SIZE
                 CountDisplay            DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE NotCountedCount TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "LINES NOT COUNTED    " DELIMITED BY SIZE
                 CountDisplay            DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE RecountCount TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "FLAGGED FOR RECOUNT  " DELIMITED BY SIZE
                 CountDisplay            DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE NetVarValue TO ValueDisplay
          MOVE SPACES TO ReportLine
          STRING "NET VARIANCE VALUE   " DELIMITED BY SIZE
                 ValueDisplay            DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE GrossVarValue TO GrossDisplay
          MOVE SPACES TO ReportLine
          STRING "GROSS VARIANCE VALUE " DELIMITED BY SIZE
                 GrossDisplay            DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

      ******************************************************************
      * Post: the variance approved by the supervisor goes out as one
      * "A" movement per code and location, signed "-" for a shortage
      * and "+" for a surplus. Lines not counted are left alone.
      ******************************************************************
       Post-Approved-Variances.
          IF NOT CountInProgress OR NOT CountApproved
             DISPLAY "THE COUNT HAS NOT BEEN APPROVED BY A SUPERVISOR"
             STOP RUN
          END-IF.
          OPEN INPUT CountFile.
                     IF NOT OK-CountStatus
               DISPLAY "ISSUE WHILE OPENING CountFile "
               DISPLAY "FILE-STATUS:" CountStatus
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

          MOVE ZEROES TO CntCode
          MOVE LOW-VALUES TO CntLocation
          START CountFile
             KEY IS NOT LESS THAN CntKey
             INVALID KEY SET AtEndOfCount TO TRUE
          END-START
          IF NOT AtEndOfCount
             PERFORM Read-Next-Count
          END-IF
          PERFORM UNTIL AtEndOfCount
             IF CntCounted AND CntVarianceQty NOT = ZEROES
                PERFORM Write-Variance-Movement
             END-IF
             PERFORM Read-Next-Count
          END-PERFORM.

          CLOSE CountFile
                MoveFile.
          MOVE "P" TO CtlCountStatus
          MOVE TodaysDate TO CtlPostedDate
          PERFORM Write-Control-File.
          DISPLAY "*****************************************".
          DISPLAY "  StockCount - POSTING CONTROL TOTALS     ".
          DISPLAY "*****************************************".
          DISPLAY "COUNT APPROVED BY      : " CtlApprovedBy.
          DISPLAY "ADJUSTMENTS WRITTEN    : " MovesWritten.
          DISPLAY "RUN StockPost TO APPLY THEM TO STOCK.DAT".

       Write-Variance-Movement.
          MOVE "A" TO MoveAction
          MOVE CntCode TO MoveCode
          MOVE CntVarianceQty TO MoveQty
          IF CntVarianceQty < ZEROES
             MOVE "-" TO MoveSign
          ELSE
             MOVE "+" TO MoveSign
          END-IF
          MOVE CtlApprovedBy TO MoveOperator
          MOVE SPACES TO MovePoNumber
      * The variance belongs to the location where it was counted.
          MOVE CntLocation TO MoveLocation
          MOVE SPACES TO MoveToLocation
          WRITE MoveRecord
          IF NOT OK-MoveStatus
             DISPLAY "ISSUE WRITING MoveFile FOR CODE " MoveCode
                " " MoveLocation " FILE-STATUS:" MoveStatus
             DISPLAY "POSTING NOT COMPLETE - CNTCTL.DAT NOT UPDATED"
             STOP RUN
          END-IF
          ADD 1 TO MovesWritten.
