      * balance follows its item and a pending price change still
      * applies on its effective date. Without this the balance
      * strands under the old code and the nightly price run nags
      * about an unknown code forever. STKLOC.DAT, the balance of
      * the code at each store location, moves with it the same way.
       SELECT StockFile ASSIGN
        TO "MYPATH/STOCK.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS StockCode
                 FILE STATUS IS StockStatus.
       SELECT StkLocFile ASSIGN
        TO "MYPATH/STKLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SlKey
                 FILE STATUS IS StkLocStatus.
       SELECT PendFile ASSIGN
        TO "MYPATH/PENDPRC.DAT"
                 ORGANIZATION IS INDEXED
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

       FD PendFile.
       01 PendRecord.
          02 PendKey.
          88 OK-StockStatus      VALUE 00.
          88 NOTFND-StockStatus  VALUE 23.
          88 NOFILE-StockStatus  VALUE 35.
       77 StkLocStatus   PIC 99 VALUE ZEROES.
          88 OK-StkLocStatus     VALUE 00.
          88 NOFILE-StkLocStatus VALUE 35.
       77 PendStatus     PIC 99 VALUE ZEROES.
          88 OK-PendStatus      VALUE 00.
          88 NOTFND-PendStatus  VALUE 23.
       77 FailedCount    PIC 9(7) VALUE ZEROES.
       77 StockMovedCount PIC 9(7) VALUE ZEROES.
       77 PendMovedCount PIC 9(7) VALUE ZEROES.
       77 LocMovedCount  PIC 9(7) VALUE ZEROES.
       77 SavedDateAdded PIC 9(8) VALUE ZEROES.
       77 SavedOnHand    PIC S9(7) VALUE ZEROES.
       77 SavedReorder   PIC 9(7) VALUE ZEROES.
             03 MovHoldFlag         PIC X(1).
             03 MovEnteredDate      PIC 9(8).
             03 MovOperator         PIC X(8).
       77 StkLocOnFile   PIC X(1) VALUE "Y".
          88 StkLocFileOpen   VALUE "Y".
       77 LocScanDone    PIC X(1) VALUE "N".
          88 AtEndOfLocScan   VALUE "Y".
       77 LocStored      PIC 99 VALUE ZEROES.
       77 LocIdx         PIC 99 VALUE ZEROES.
       77 LOC-TABLE-SIZE PIC 99 VALUE 50.
       01 LocMoveTable.
      * The code's location balances, buffered the same way as the
      * pending price changes above.
          02 LocMoveEntry OCCURS 50 TIMES.
             03 MovLocation         PIC X(4).
             03 MovOnHand           PIC S9(7).
             03 MovReorderPoint     PIC 9(7).
             03 MovLastMoveDate     PIC 9(8).
       77 PAIR-TABLE-SIZE PIC 9(3) VALUE 100.
       01 PairTable.
          02 PairEntry OCCURS 100 TIMES.
               PERFORM Release-The-Catalog
               STOP RUN
           END-IF
          OPEN I-O StkLocFile.
          IF NOFILE-StkLocStatus
             MOVE "N" TO StkLocOnFile
          ELSE
                     IF NOT OK-StkLocStatus
               DISPLAY "ISSUE WHILE OPENING StkLocFile "
               DISPLAY "FILE-STATUS:" StkLocStatus
               PERFORM Release-The-Catalog
               STOP RUN
           END-IF
          END-IF.
          OPEN I-O PendFile.
          IF NOFILE-PendStatus
             OPEN OUTPUT PendFile
                XrefFile
                StockFile
                PendFile.
          IF StkLocFileOpen
             CLOSE StkLocFile
          END-IF.
          PERFORM Release-The-Catalog.
          PERFORM Print-Control-Totals.
          STOP RUN.
                PERFORM Write-Move-Audits
                PERFORM Write-Xref-Record
                PERFORM Move-Stock-Balance
                IF StkLocFileOpen
                   PERFORM Move-Location-Balances
                END-IF
                PERFORM Move-Pending-Changes
          END-WRITE.

             END-IF
          END-IF.

       Move-Location-Balances.
          MOVE ZEROES TO LocStored
          MOVE "N" TO LocScanDone
          MOVE TblOldCode(PairIdx) TO SlCode
          MOVE LOW-VALUES TO SlLocation
          START StkLocFile
             KEY IS NOT LESS THAN SlKey
             INVALID KEY MOVE "Y" TO LocScanDone
          END-START
          IF NOT AtEndOfLocScan
             PERFORM Read-Next-Location
          END-IF
          PERFORM Collect-One-Location UNTIL AtEndOfLocScan
          MOVE 1 TO LocIdx
          PERFORM Rekey-One-Location UNTIL LocIdx > LocStored.

       Read-Next-Location.
          READ StkLocFile NEXT RECORD
             AT END MOVE "Y" TO LocScanDone
          END-READ
          IF NOT AtEndOfLocScan
             IF SlCode NOT = TblOldCode(PairIdx)
                MOVE "Y" TO LocScanDone
             END-IF
          END-IF.

       Collect-One-Location.
          IF LocStored = LOC-TABLE-SIZE
             DISPLAY "MORE THAN " LOC-TABLE-SIZE " LOCATION "
                "BALANCES FOR CODE " TblOldCode(PairIdx)
                " - EXTRAS LEFT UNDER THE OLD CODE"
             MOVE "Y" TO LocScanDone
          ELSE
             ADD 1 TO LocStored
             MOVE SlLocation TO MovLocation(LocStored)
             MOVE SlOnHand TO MovOnHand(LocStored)
             MOVE SlReorderPoint TO MovReorderPoint(LocStored)
             MOVE SlLastMoveDate TO MovLastMoveDate(LocStored)
             PERFORM Read-Next-Location
          END-IF.

       Rekey-One-Location.
          MOVE TblOldCode(PairIdx) TO SlCode
          MOVE MovLocation(LocIdx) TO SlLocation
          DELETE StkLocFile
             INVALID KEY
                DISPLAY "LOCATION DELETE FAILED  CODE " SlCode
                   " " SlLocation "  STATUS " StkLocStatus
          END-DELETE
          IF OK-StkLocStatus
             MOVE TblNewCode(PairIdx) TO SlCode
             MOVE MovLocation(LocIdx) TO SlLocation
             MOVE MovOnHand(LocIdx) TO SlOnHand
             MOVE MovReorderPoint(LocIdx) TO SlReorderPoint
             MOVE MovLastMoveDate(LocIdx) TO SlLastMoveDate
             WRITE StkLocRecord
                INVALID KEY
                   DISPLAY "LOCATION WRITE FAILED  CODE " SlCode
                      " " SlLocation "  STATUS " StkLocStatus
                NOT INVALID KEY
                   ADD 1 TO LocMovedCount
             END-WRITE
          END-IF
          ADD 1 TO LocIdx.

       Move-Pending-Changes.
          MOVE ZEROES TO PendStored
          MOVE "N" TO PendScanDone
          DISPLAY "CODES MOVED            : " MovedCount.
          DISPLAY "MOVES FAILED           : " FailedCount.
          DISPLAY "STOCK BALANCES MOVED   : " StockMovedCount.
          DISPLAY "LOCATION BALS MOVED    : " LocMovedCount.
          DISPLAY "PENDING CHANGES MOVED  : " PendMovedCount.
