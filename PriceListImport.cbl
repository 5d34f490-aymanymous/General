       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PriceListImport.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PLPARM.DAT names the supplier whose price list is being loaded
      * and the operator to stamp on the pending changes. The list
      * itself, PRICELST.DAT, carries one code / new price / effective
      * date per line. Each good line becomes a PENDPRC.DAT entry
      * exactly as if it had been keyed in PriceChangeEntry, held or
      * released by the same PRCPARM.DAT tolerance, and is applied by
      * the nightly PriceChangeApply run like any other change.
       SELECT ParmFile ASSIGN
        TO "MYPATH/PLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParmStatus.
       SELECT ListFile ASSIGN
        TO "MYPATH/PRICELST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ListStatus.
      * PRCPARM.DAT carries the shop-wide tolerance percentage; when
      * the file is absent the import falls back to 10 percent, the
      * same as the entry screen.
       SELECT TolParmFile ASSIGN
        TO "MYPATH/PRCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TolParmStatus.
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
       SELECT PendFile ASSIGN
        TO "MYPATH/PENDPRC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PendKey
                 FILE STATUS IS PendStatus.
       SELECT ReportFile ASSIGN
        TO "MYPATH/PLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
       01 ParmRecord.
          02 PrmSupplierCode     PIC 99.
          02 PrmOperator         PIC X(8).

       FD ListFile.
       01 ListRecord.
          88   EndOfList VALUE HIGH-VALUES.
          02 PlCode              PIC 9(5).
          02 PlNewPrice          PIC 9(5)V99.
          02 PlEffDate           PIC 9(8).

       FD TolParmFile.
       01 TolParmRecord.
          02 PrmTolerancePct     PIC 9(3).

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

       FD ReportFile.
       01 ReportLine                PIC X(80).

       WORKING-STORAGE SECTION.
       77 ParmStatus    PIC 99 VALUE ZEROES.
          88 OK-ParmStatus      VALUE 00.
       77 ListStatus    PIC 99 VALUE ZEROES.
          88 OK-ListStatus      VALUE 00.
       77 TolParmStatus PIC 99 VALUE ZEROES.
          88 OK-TolParmStatus     VALUE 00.
          88 NOFILE-TolParmStatus VALUE 35.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 SupplierStatus PIC 99 VALUE ZEROES.
          88 OK-SupplierStatus     VALUE 00.
          88 NOTFND-SupplierStatus VALUE 23.
       77 PendStatus    PIC 99 VALUE ZEROES.
          88 OK-PendStatus      VALUE 00.
          88 DUP-PendStatus     VALUE 22.
          88 NOFILE-PendStatus  VALUE 35.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus    VALUE 00.
       77 EndOfIndx     PIC X(1) VALUE "N".
          88 AtEndOfIndx     VALUE "Y".
       77 CodeFound     PIC X(1) VALUE "N".
          88 CodeWasFound    VALUE "Y".
       77 HeldThisLine  PIC X(1) VALUE "N".
          88 LineWasHeld     VALUE "Y".
       77 TodaysDate      PIC 9(8).
       77 TolerancePct    PIC 9(3) VALUE 10.
       77 PriceMove       PIC S9(6)V99 VALUE ZEROES.
       77 MovePct         PIC 9(5)V99 VALUE ZEROES.
       77 SignedPct       PIC S9(5)V99 VALUE ZEROES.
       77 LineOutcome     PIC X(28) VALUE SPACES.
       77 ScanIdx         PIC 9(5) VALUE ZEROES.
       77 LinesRead       PIC 9(7) VALUE ZEROES.
       77 LinesReleased   PIC 9(7) VALUE ZEROES.
       77 LinesHeld       PIC 9(7) VALUE ZEROES.
       77 LinesRejected   PIC 9(7) VALUE ZEROES.
       77 ItemsLeftOut    PIC 9(7) VALUE ZEROES.
       77 SumOldPrice     PIC 9(9)V99 VALUE ZEROES.
       77 SumNewPrice     PIC 9(9)V99 VALUE ZEROES.
       77 OldDisplay      PIC ZZZZ9.99.
       77 NewDisplay      PIC ZZZZ9.99.
       77 PctDisplay      PIC -ZZZ9.99.
       77 PctText         PIC X(8).
       77 SumDisplay      PIC Z(8)9.99.
       77 LISTED-TABLE-SIZE PIC 9(4) VALUE 9999.
       77 ListedStored    PIC 9(4) VALUE ZEROES.
       01 ListedTable.
      * Every code the price list mentions, good line or bad, so the
      * supplier's items the list never mentioned can be reported.
          02 ListedEntry OCCURS 9999 TIMES.
             03 ListedCode          PIC 9(5).
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
                DISPLAY "PLPARM.DAT IS EMPTY - NOTHING TO DO"
                CLOSE ParmFile
                STOP RUN
          END-READ.
          CLOSE ParmFile.
          PERFORM Load-Tolerance.

          OPEN INPUT SupplierFile.
                     IF NOT OK-SupplierStatus
               DISPLAY "ISSUE WHILE OPENING SupplierFile "
               DISPLAY "FILE-STATUS:" SupplierStatus
               STOP RUN
           END-IF
          MOVE PrmSupplierCode TO SupplierCode
          READ SupplierFile
             KEY IS SupplierCode
             INVALID KEY
                DISPLAY "SUPPLIER " PrmSupplierCode
                   " IN PLPARM.DAT IS NOT ON SUPPLIER.DAT"
                CLOSE SupplierFile
                STOP RUN
          END-READ.
          CLOSE SupplierFile.

          OPEN INPUT ListFile.
                     IF NOT OK-ListStatus
               DISPLAY "ISSUE WHILE OPENING ListFile "
               DISPLAY "FILE-STATUS:" ListStatus
               STOP RUN
           END-IF
          OPEN INPUT IndxFile.
                     IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               STOP RUN
           END-IF
          OPEN I-O PendFile.
          IF NOFILE-PendStatus
             OPEN OUTPUT PendFile
             CLOSE PendFile
             OPEN I-O PendFile
          END-IF.
                     IF NOT OK-PendStatus
               DISPLAY "ISSUE WHILE OPENING PendFile "
               DISPLAY "FILE-STATUS:" PendStatus
               STOP RUN
           END-IF
          OPEN OUTPUT ReportFile.
                     IF NOT OK-ReportStatus
               DISPLAY "ISSUE WHILE OPENING ReportFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               STOP RUN
           END-IF
          PERFORM Print-Report-Heading.

          READ ListFile
             AT END SET EndOfList TO TRUE
          END-READ.
          PERFORM UNTIL EndOfList
             ADD 1 TO LinesRead
             PERFORM Import-One-Line
             READ ListFile
                AT END SET EndOfList TO TRUE
             END-READ
          END-PERFORM.

          PERFORM Print-Supplier-Movement.
          PERFORM Print-Items-Left-Out.
          CLOSE ListFile
                IndxFile
                PendFile
                ReportFile.
          PERFORM Print-Run-Totals.
          STOP RUN.

       Load-Tolerance.
          OPEN INPUT TolParmFile.
          IF NOFILE-TolParmStatus
             MOVE 10 TO TolerancePct
          ELSE
             IF NOT OK-TolParmStatus
                DISPLAY "ISSUE WHILE OPENING TolParmFile "
                DISPLAY "FILE-STATUS:" TolParmStatus
                STOP RUN
             END-IF
             READ TolParmFile
                AT END
                   MOVE 10 TO TolerancePct
                NOT AT END
                   MOVE PrmTolerancePct TO TolerancePct
             END-READ
             CLOSE TolParmFile
          END-IF.

       Import-One-Line.
          MOVE SPACES TO LineOutcome
          MOVE SPACES TO IndxTitle
          MOVE ZEROES TO IndxUnitPrice
          IF PlCode NOT NUMERIC OR PlNewPrice NOT NUMERIC
                                OR PlEffDate NOT NUMERIC
             MOVE "REJECT - LINE NOT NUMERIC" TO LineOutcome
          ELSE
             PERFORM Remember-Listed-Code
             MOVE PlCode TO IndxCode
             READ IndxFile
                KEY IS IndxCode
                INVALID KEY
                   MOVE "REJECT - UNKNOWN CODE" TO LineOutcome
                NOT INVALID KEY
                   PERFORM Check-Catalog-Item
             END-READ
          END-IF
          IF LineOutcome = SPACES
             PERFORM Write-Pending-Change
          END-IF
          IF LineOutcome(1:6) = "REJECT"
             ADD 1 TO LinesRejected
          END-IF
          PERFORM Print-List-Line.

       Check-Catalog-Item.
          EVALUATE TRUE
             WHEN ItemDiscontinued
                MOVE "REJECT - DISCONTINUED" TO LineOutcome
             WHEN IndxSupplierCode NOT = PrmSupplierCode
                MOVE "REJECT - OTHER SUPPLIER" TO LineOutcome
             WHEN PlEffDate < TodaysDate
                MOVE "REJECT - DATE IN THE PAST" TO LineOutcome
          END-EVALUATE.

      * The tolerance gate is the one PriceChangeEntry applies: a zero
      * current price is always held, otherwise a move of more than
      * the tolerance percentage either way is held.
       Write-Pending-Change.
          MOVE "N" TO HeldThisLine
          IF IndxUnitPrice = ZEROES
             MOVE "Y" TO HeldThisLine
          ELSE
             COMPUTE PriceMove = PlNewPrice - IndxUnitPrice
             IF PriceMove < ZEROES
                COMPUTE PriceMove = ZEROES - PriceMove
             END-IF
             COMPUTE MovePct ROUNDED =
                PriceMove * 100 / IndxUnitPrice
             IF MovePct > TolerancePct
                MOVE "Y" TO HeldThisLine
             END-IF
          END-IF
          MOVE PlCode TO PendCode
          MOVE PlEffDate TO PendEffDate
          MOVE PlNewPrice TO PendNewPrice
          MOVE IndxUnitPrice TO PendOldPrice
          IF LineWasHeld
             MOVE "H" TO PendHoldFlag
          ELSE
             MOVE "R" TO PendHoldFlag
          END-IF
          MOVE TodaysDate TO PendEnteredDate
          MOVE PrmOperator TO PendOperator
          WRITE PendRecord
             INVALID KEY
                IF DUP-PendStatus
                   MOVE "REJECT - ALREADY PENDING" TO LineOutcome
                ELSE
                   MOVE "REJECT - PENDPRC WRITE FAILED" TO LineOutcome
                END-IF
             NOT INVALID KEY
                ADD IndxUnitPrice TO SumOldPrice
                ADD PlNewPrice TO SumNewPrice
                IF LineWasHeld
                   ADD 1 TO LinesHeld
                   MOVE "HELD FOR RELEASE" TO LineOutcome
                ELSE
                   ADD 1 TO LinesReleased
                   MOVE "RELEASED" TO LineOutcome
                END-IF
          END-WRITE.

       Remember-Listed-Code.
          MOVE PlCode TO IndxCode
          PERFORM Find-Listed-Code
          IF NOT CodeWasFound
             IF ListedStored < LISTED-TABLE-SIZE
                ADD 1 TO ListedStored
                MOVE PlCode TO ListedCode(ListedStored)
             ELSE
                DISPLAY "LISTED TABLE FULL - RAISE "
                   "LISTED-TABLE-SIZE"
                STOP RUN
             END-IF
          END-IF.

       Find-Listed-Code.
          MOVE "N" TO CodeFound
          MOVE 1 TO ScanIdx
          PERFORM Scan-One-Listed
             UNTIL ScanIdx > ListedStored OR CodeWasFound.

       Scan-One-Listed.
          IF ListedCode(ScanIdx) = IndxCode
             MOVE "Y" TO CodeFound
          END-IF
          ADD 1 TO ScanIdx.

       Print-Report-Heading.
          MOVE SPACES TO ReportLine
          STRING "PRICE LIST IMPORT FOR SUPPLIER " DELIMITED BY SIZE
                 PrmSupplierCode                   DELIMITED BY SIZE
                 " "                               DELIMITED BY SIZE
                 SupplierName                      DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE "=============================================="
             TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "RUN " DELIMITED BY SIZE
                 TodaysDate DELIMITED BY SIZE
                 " BY " DELIMITED BY SIZE
                 PrmOperator DELIMITED BY SIZE
                 "   TOLERANCE " DELIMITED BY SIZE
                 TolerancePct DELIMITED BY SIZE
                 " PCT" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          STRING "CODE  TITLE                    OLD      NEW    PCT"
                    DELIMITED BY SIZE
                 " EFFECTIVE OUTCOME" DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-List-Line.
          MOVE IndxUnitPrice TO OldDisplay
          MOVE ZEROES TO NewDisplay
          IF PlNewPrice NUMERIC
             MOVE PlNewPrice TO NewDisplay
          END-IF
          MOVE SPACES TO PctText
          IF IndxUnitPrice = ZEROES OR PlNewPrice NOT NUMERIC
             MOVE "     N/A" TO PctText
          ELSE
             COMPUTE SignedPct ROUNDED =
                (PlNewPrice - IndxUnitPrice) * 100 / IndxUnitPrice
             MOVE SignedPct TO PctDisplay
             MOVE PctDisplay TO PctText
          END-IF
          MOVE SPACES TO ReportLine
          STRING PlCode           DELIMITED BY SIZE
                 " "              DELIMITED BY SIZE
                 IndxTitle(1:20)  DELIMITED BY SIZE
                 " "              DELIMITED BY SIZE
                 OldDisplay       DELIMITED BY SIZE
                 " "              DELIMITED BY SIZE
                 NewDisplay       DELIMITED BY SIZE
                 PctText          DELIMITED BY SIZE
                 " "              DELIMITED BY SIZE
                 PlEffDate        DELIMITED BY SIZE
                 " "              DELIMITED BY SIZE
                 LineOutcome      DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

      * The supplier's overall movement weighs every accepted line at
      * one unit each: total new price against total old price.
       Print-Supplier-Movement.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "OVERALL MOVEMENT ON ACCEPTED LINES" TO ReportLine
          WRITE ReportLine
          MOVE "----------------------------------" TO ReportLine
          WRITE ReportLine
          MOVE SumOldPrice TO SumDisplay
          MOVE SPACES TO ReportLine
          STRING "TOTAL OLD PRICE : " DELIMITED BY SIZE
                 SumDisplay           DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SumNewPrice TO SumDisplay
          MOVE SPACES TO ReportLine
          STRING "TOTAL NEW PRICE : " DELIMITED BY SIZE
                 SumDisplay           DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE SPACES TO ReportLine
          IF SumOldPrice = ZEROES
             MOVE "MOVEMENT        :      N/A" TO ReportLine
          ELSE
             COMPUTE SignedPct ROUNDED =
                (SumNewPrice - SumOldPrice) * 100 / SumOldPrice
             MOVE SignedPct TO PctDisplay
             STRING "MOVEMENT        :   " DELIMITED BY SIZE
                    PctDisplay             DELIMITED BY SIZE
                    " PCT"                 DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
          END-IF
          WRITE ReportLine.

      * Active and pending items of the supplier that the list never
      * mentioned keep their current price; the buyer should ask
      * whether they are still supplied.
       Print-Items-Left-Out.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "SUPPLIER ITEMS NOT ON THE PRICE LIST" TO ReportLine
          WRITE ReportLine
          MOVE "------------------------------------" TO ReportLine
          WRITE ReportLine
          MOVE ZEROES TO IndxCode
          START IndxFile
             KEY IS NOT LESS THAN IndxCode
             INVALID KEY SET AtEndOfIndx TO TRUE
          END-START
          IF NOT AtEndOfIndx
             PERFORM Read-Next-Item
          END-IF
          PERFORM UNTIL AtEndOfIndx
             IF IndxSupplierCode = PrmSupplierCode
                AND NOT ItemDiscontinued
                PERFORM Find-Listed-Code
                IF NOT CodeWasFound
                   PERFORM Print-Left-Out-Line
                END-IF
             END-IF
             PERFORM Read-Next-Item
          END-PERFORM
          IF ItemsLeftOut = ZEROES
             MOVE "NONE - EVERY ITEM OF THE SUPPLIER IS LISTED."
                TO ReportLine
             WRITE ReportLine
          END-IF.

       Read-Next-Item.
          READ IndxFile NEXT RECORD
             AT END SET AtEndOfIndx TO TRUE
          END-READ.

       Print-Left-Out-Line.
          ADD 1 TO ItemsLeftOut
          MOVE IndxUnitPrice TO OldDisplay
          MOVE SPACES TO ReportLine
          STRING IndxCode        DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 IndxTitle       DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 OldDisplay      DELIMITED BY SIZE
                 "  STATUS "     DELIMITED BY SIZE
                 IndxItemStatus  DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Run-Totals.
          DISPLAY "*****************************************".
          DISPLAY "  PriceListImport - RUN CONTROL TOTALS    ".
          DISPLAY "*****************************************".
          DISPLAY "SUPPLIER               : " PrmSupplierCode.
          DISPLAY "PRICE LIST LINES READ  : " LinesRead.
          DISPLAY "CHANGES RELEASED       : " LinesReleased.
          DISPLAY "CHANGES HELD           : " LinesHeld.
          DISPLAY "LINES REJECTED         : " LinesRejected.
          DISPLAY "ITEMS NOT ON THE LIST  : " ItemsLeftOut.
