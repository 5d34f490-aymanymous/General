                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS StockCode
                 FILE STATUS IS StockStatus.
      * The report lists the codes short in total first, then each
      * location that is at or below its own reorder point from
      * STKLOC.DAT. REORDEX.DAT stays on the totals: orders are
      * raised for the business as a whole.
       SELECT StkLocFile ASSIGN
        TO "MYPATH/STKLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SlKey
                 FILE STATUS IS StkLocStatus.
       SELECT IndxFile ASSIGN
        TO "MYPATH/IDX.DAT"
                 ORGANIZATION IS INDEXED
        TO "MYPATH/STKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
      * REORDEX.DAT carries the same exceptions as the printed report,
      * one line per code, for PurchaseOrderPropose to raise orders
      * from. It is rewritten every run.
       SELECT ExceptionFile ASSIGN
        TO "MYPATH/REORDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExceptionStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
          02 StockReorderPoint      PIC 9(7).
          02 StockLastMoveDate      PIC 9(8).

       FD StkLocFile.
       01 StkLocRecord.
          88   EndOfStkLoc VALUE HIGH-VALUES.
          02 SlKey.
             03 SlCode              PIC 9(5).
             03 SlLocation          PIC X(4).
          02 SlOnHand               PIC S9(7).
          02 SlReorderPoint         PIC 9(7).
          02 SlLastMoveDate         PIC 9(8).

       FD IndxFile.
       01 IndxRecord.
          02 IndxCode               PIC 9(5).
       FD ReportFile.
       01 ReportLine                PIC X(80).

       FD ExceptionFile.
       01 ExceptionRecord.
          02 RexCode                PIC 9(5).
          02 RexOnHand              PIC S9(7).
          02 RexReorderPoint        PIC 9(7).

       WORKING-STORAGE SECTION.
       77 StockStatus   PIC 99 VALUE ZEROES.
          88 OK-StockStatus     VALUE 00.
       77 StkLocStatus  PIC 99 VALUE ZEROES.
          88 OK-StkLocStatus     VALUE 00.
          88 NOFILE-StkLocStatus VALUE 35.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus    VALUE 00.
       77 ExceptionStatus PIC 99 VALUE ZEROES.
          88 OK-ExceptionStatus VALUE 00.
       77 EndOfStock    PIC X(1) VALUE "N".
          88 AtEndOfStock     VALUE "Y".
       77 BalanceCount  PIC 9(7) VALUE ZEROES.
       77 ExceptionCount PIC 9(7) VALUE ZEROES.
       77 LocBalanceCount PIC 9(7) VALUE ZEROES.
       77 LocExceptionCount PIC 9(7) VALUE ZEROES.
       77 StkLocOnFile  PIC X(1) VALUE "Y".
          88 StkLocFileOpen  VALUE "Y".
       77 ShortTitle    PIC X(24).
       77 OnHandDisplay PIC -9(7).
       77 ReorderDisplay PIC 9(7).
       PROCEDURE DIVISION.
               DISPLAY "FILE-STATUS:" StockStatus
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
          OPEN INPUT IndxFile.
                     IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               STOP RUN
           END-IF
          OPEN OUTPUT ExceptionFile.
                     IF NOT OK-ExceptionStatus
               DISPLAY "ISSUE WHILE OPENING ExceptionFile "
               DISPLAY "FILE-STATUS:" ExceptionStatus
               STOP RUN
           END-IF

          PERFORM Print-Report-Heading.
          MOVE "TOTAL OVER ALL LOCATIONS" TO ReportLine
          WRITE ReportLine
          PERFORM Pass-The-Stock-File.
          IF ExceptionCount = ZEROES
             MOVE "NO ITEMS AT OR BELOW REORDER POINT." TO ReportLine
             WRITE ReportLine
          END-IF.
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE "BY LOCATION" TO ReportLine
          WRITE ReportLine
          IF StkLocFileOpen
             PERFORM Pass-The-Location-File
          END-IF.
          IF LocExceptionCount = ZEROES
             MOVE "NO LOCATION AT OR BELOW ITS REORDER POINT."
                TO ReportLine
             WRITE ReportLine
          END-IF.

          CLOSE StockFile
                IndxFile
                ReportFile
                ExceptionFile.
          IF StkLocFileOpen
             CLOSE StkLocFile
          END-IF.
          DISPLAY "StockReorder - BALANCES READ   : " BalanceCount.
          DISPLAY "StockReorder - EXCEPTION ITEMS : " ExceptionCount.
          DISPLAY "StockReorder - LOCATION BALS   : " LocBalanceCount.
          DISPLAY "StockReorder - LOCATION EXCEPT : "
             LocExceptionCount.
          STOP RUN.

       Pass-The-Stock-File.
             StockOnHand NOT GREATER THAN StockReorderPoint
             ADD 1 TO ExceptionCount
             PERFORM Print-One-Exception
             PERFORM Write-One-Exception
          END-IF.

       Print-One-Exception.
          END-STRING
          WRITE ReportLine.

       Write-One-Exception.
          MOVE StockCode TO RexCode
          MOVE StockOnHand TO RexOnHand
          MOVE StockReorderPoint TO RexReorderPoint
          WRITE ExceptionRecord.

       Pass-The-Location-File.
          READ StkLocFile
             AT END SET EndOfStkLoc TO TRUE
          END-READ
          PERFORM UNTIL EndOfStkLoc
             ADD 1 TO LocBalanceCount
             IF SlReorderPoint > ZEROES AND
                SlOnHand NOT GREATER THAN SlReorderPoint
                ADD 1 TO LocExceptionCount
                PERFORM Print-One-Location
             END-IF
             READ StkLocFile
                AT END SET EndOfStkLoc TO TRUE
             END-READ
          END-PERFORM.

       Print-One-Location.
          MOVE SlCode TO IndxCode
          READ IndxFile
             KEY IS IndxCode
             INVALID KEY
                MOVE "(NOT ON CATALOG)" TO IndxTitle
          END-READ
          MOVE IndxTitle TO ShortTitle
          MOVE SlOnHand TO OnHandDisplay
          MOVE SlReorderPoint TO ReorderDisplay
          MOVE SPACES TO ReportLine
          STRING SlCode          DELIMITED BY SIZE
                 "  "            DELIMITED BY SIZE
                 SlLocation      DELIMITED BY SIZE
                 "  "            DELIMITED BY SIZE
                 ShortTitle      DELIMITED BY SIZE
                 " ON HAND "     DELIMITED BY SIZE
                 OnHandDisplay   DELIMITED BY SIZE
                 " REORDER "     DELIMITED BY SIZE
                 ReorderDisplay  DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

       Print-Report-Heading.
          MOVE "STOCK REORDER EXCEPTIONS" TO ReportLine
          WRITE ReportLine
