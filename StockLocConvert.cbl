       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockLocConvert.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One-off load of the per-location balances. Until now all stock
      * was held at one store room, so every STOCK.DAT balance and
      * reorder point is copied to a new STKLOC.DAT at location MAIN,
      * and MAIN is added to LOCATION.DAT if it is not there yet.
      * Run once, before the first StockPost that carries locations.
       SELECT StockFile ASSIGN
        TO "MYPATH/STOCK.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS StockCode
                 FILE STATUS IS StockStatus.
       SELECT StkLocFile ASSIGN
        TO "MYPATH/STKLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SlKey
                 FILE STATUS IS StkLocStatus.
       SELECT LocationFile ASSIGN
        TO "MYPATH/LOCATION.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS LocCode
                 FILE STATUS IS LocationStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       01 StockRecord.
          88   EndOfStock VALUE HIGH-VALUES.
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

       FD LocationFile.
       01 LocationRecord.
          02 LocCode                PIC X(4).
          02 LocName                PIC X(30).
          02 LocActiveFlag          PIC X(1).
             88 LocActive             VALUE "A".
             88 LocInactive           VALUE "I".
          02 LocDateAdded           PIC 9(8).

       WORKING-STORAGE SECTION.
       77 StockStatus    PIC 99 VALUE ZEROES.
          88 OK-StockStatus     VALUE 00.
       77 StkLocStatus   PIC 99 VALUE ZEROES.
          88 OK-StkLocStatus    VALUE 00.
          88 NOFILE-StkLocStatus VALUE 35.
       77 LocationStatus PIC 99 VALUE ZEROES.
          88 OK-LocationStatus     VALUE 00.
          88 NOFILE-LocationStatus VALUE 35.
       77 DEFAULT-LOCATION PIC X(4) VALUE "MAIN".
       77 TodaysDate     PIC 9(8) VALUE ZEROES.
       77 ReadCount      PIC 9(5) VALUE ZEROES.
       77 WrittenCount   PIC 9(5) VALUE ZEROES.
       77 FailedCount    PIC 9(5) VALUE ZEROES.
       77 MainAdded      PIC X(1) VALUE "N".
          88 MainWasAdded     VALUE "Y".
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
      * The conversion is run once only; a loaded STKLOC.DAT holds
      * live balances and is never written over.
          OPEN INPUT StkLocFile.
          IF OK-StkLocStatus
             CLOSE StkLocFile
             DISPLAY "STKLOC.DAT ALREADY LOADED"
             STOP RUN
          END-IF.
                     IF NOT NOFILE-StkLocStatus
               DISPLAY "ISSUE WHILE OPENING StkLocFile "
               DISPLAY "FILE-STATUS:" StkLocStatus
               STOP RUN
           END-IF
          OPEN INPUT StockFile.
                     IF NOT OK-StockStatus
               DISPLAY "ISSUE WHILE OPENING StockFile "
               DISPLAY "FILE-STATUS:" StockStatus
               STOP RUN
           END-IF
          OPEN OUTPUT StkLocFile.
                     IF NOT OK-StkLocStatus
               DISPLAY "ISSUE WHILE OPENING StkLocFile "
               DISPLAY "FILE-STATUS:" StkLocStatus
               STOP RUN
           END-IF
          OPEN I-O LocationFile.
          IF NOFILE-LocationStatus
             OPEN OUTPUT LocationFile
             CLOSE LocationFile
             OPEN I-O LocationFile
          END-IF.
                     IF NOT OK-LocationStatus
               DISPLAY "ISSUE WHILE OPENING LocationFile "
               DISPLAY "FILE-STATUS:" LocationStatus
               STOP RUN
           END-IF

          PERFORM Add-Main-Location.

          READ StockFile
             AT END SET EndOfStock TO TRUE
          END-READ.
          PERFORM UNTIL EndOfStock
             ADD 1 TO ReadCount
             PERFORM Copy-One-Balance
             READ StockFile
                AT END SET EndOfStock TO TRUE
             END-READ
          END-PERFORM.

          CLOSE StockFile
                StkLocFile
                LocationFile.
          DISPLAY "*****************************************".
          DISPLAY "  StockLocConvert - RUN CONTROL TOTALS    ".
          DISPLAY "*****************************************".
          DISPLAY "BALANCES READ          : " ReadCount.
          DISPLAY "MAIN BALANCES WRITTEN  : " WrittenCount.
          DISPLAY "WRITES FAILED          : " FailedCount.
          IF MainWasAdded
             DISPLAY "LOCATION MAIN ADDED TO LOCATION.DAT"
          END-IF.
          STOP RUN.

       Add-Main-Location.
          MOVE DEFAULT-LOCATION TO LocCode
          READ LocationFile
             KEY IS LocCode
             INVALID KEY
                MOVE DEFAULT-LOCATION TO LocCode
                MOVE "MAIN STORE ROOM" TO LocName
                MOVE "A" TO LocActiveFlag
                MOVE TodaysDate TO LocDateAdded
                MOVE "Y" TO MainAdded
          END-READ
          IF MainWasAdded
             WRITE LocationRecord
                INVALID KEY
                   DISPLAY "WRITE FAILED  LOCATION MAIN  STATUS "
                      LocationStatus
             END-WRITE
          END-IF.

       Copy-One-Balance.
          MOVE StockCode TO SlCode
          MOVE DEFAULT-LOCATION TO SlLocation
          MOVE StockOnHand TO SlOnHand
          MOVE StockReorderPoint TO SlReorderPoint
          MOVE StockLastMoveDate TO SlLastMoveDate
          WRITE StkLocRecord
             INVALID KEY
                ADD 1 TO FailedCount
                DISPLAY "WRITE FAILED  CODE " StockCode
                   "  STATUS " StkLocStatus
             NOT INVALID KEY
                ADD 1 TO WrittenCount
          END-WRITE.
