       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OpsExceptions.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Morning check of the nightly run. Every batch log and control
      * file that can leave work behind is read here, and whatever
      * needs someone's attention is listed in OPSEXC.DAT, one
      * section per file with a count and the detail. A file that
      * is not there has nothing to report. Nothing is changed.
       SELECT TranLogFile ASSIGN
        TO "MYPATH/TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TranLogStatus.
       SELECT MoveLogFile ASSIGN
        TO "MYPATH/STKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveLogStatus.
       SELECT SupLogFile ASSIGN
        TO "MYPATH/SUPTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupLogStatus.
      * REJECT.DAT is the load's rejects; REJECT2.DAT is what
      * RejectResubmit carried forward to the next cycle.
       SELECT RejectFile ASSIGN
        TO DYNAMIC RejectFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RejectStatus.
       SELECT ExtCtlFile ASSIGN
        TO "MYPATH/EXTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtCtlStatus.
       SELECT SnapCtlFile ASSIGN
        TO "MYPATH/SNAPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapCtlStatus.
       SELECT RestartFile ASSIGN
        TO "MYPATH/RESTART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RestartStatus.
       SELECT LockFile ASSIGN
        TO "MYPATH/CATLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LockStatus.
       SELECT PendFile ASSIGN
        TO "MYPATH/PENDPRC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PendKey
                 FILE STATUS IS PendStatus.
       SELECT SecLogFile ASSIGN
        TO "MYPATH/SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecLogStatus.
       SELECT OperatorFile ASSIGN
        TO "MYPATH/OPERATOR.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS OperId
                 FILE STATUS IS OperatorStatus.
      * OPSCTL.DAT keeps the date of the last run, so lockouts are
      * reported from then on and none is missed over a weekend.
       SELECT CtlFile ASSIGN
        TO "MYPATH/OPSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CtlStatus.
       SELECT ReportFile ASSIGN
        TO "MYPATH/OPSEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TranLogFile.
       01 TranLogRecord.
          88   EndOfTranLog VALUE HIGH-VALUES.
          02 TlgCode                PIC 9(5).
          02 TlgAction              PIC X(1).
          02 TlgResult              PIC X(9).
          02 TlgFileStatus          PIC 99.

       FD MoveLogFile.
       01 MoveLogRecord.
          88   EndOfMoveLog VALUE HIGH-VALUES.
          02 MlgCode                PIC 9(5).
          02 MlgAction              PIC X(1).
          02 MlgResult              PIC X(9).
          02 MlgFileStatus          PIC 99.

       FD SupLogFile.
       01 SupLogRecord.
          88   EndOfSupLog VALUE HIGH-VALUES.
          02 SupLogCode             PIC 99.
          02 SupLogAction           PIC X(1).
          02 SupLogResult           PIC X(9).
          02 SupLogFileStatus       PIC 99.

       FD RejectFile.
       01 RejectRecord.
          88   EndOfRejects VALUE HIGH-VALUES.
          02 RejCode                PIC 9(5).
          02 RejTitle               PIC X(40).
          02 RejSupplierCode        PIC 99.
          02 RejUnitPrice           PIC 9(5)V99.
          02 RejItemStatus          PIC X(1).
          02 RejReason              PIC X(8).
          02 RejFileStatus          PIC 99.

       FD ExtCtlFile.
       01 ExtCtlRecord.
          02 ExtGeneration       PIC 9(5).
          02 ExtLastRunDate      PIC 9(8).
          02 ExtDetailCount      PIC 9(7).
          02 ExtHashTotal        PIC 9(12).
          02 ExtAckFlag          PIC X(1).
             88 ExtAcknowledged     VALUE "Y".
             88 ExtAwaitingAck      VALUE "N".

       FD SnapCtlFile.
       01 SnapCtlRecord.
          02 SnapSnapshotDate    PIC 9(8).
          02 SnapRecordCount     PIC 9(7).

       FD RestartFile.
       01 RestartRecord.
          02 RestartFlag            PIC X(1).
             88 RestartPending        VALUE "R".
             88 RestartClean          VALUE "N".
          02 RestartSeq             PIC 9(7).
          02 RestartRunDate         PIC 9(8).
          02 RestartFirstCode       PIC 9(5).

       FD LockFile.
       01 LockRecord.
          02 LockFlag               PIC X(1).
             88 CatalogHeld           VALUE "L".
             88 CatalogFree           VALUE "F".
          02 LockProgram            PIC X(16).
          02 LockOperator           PIC X(8).
          02 LockDate               PIC 9(8).

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

       FD SecLogFile.
       01 SecLogRecord.
          88   EndOfSecLog VALUE HIGH-VALUES.
          02 SecLogDate             PIC 9(8).
          02 SecLogOperator         PIC X(8).
          02 SecLogReason           PIC X(12).

       FD OperatorFile.
       01 OperatorRecord.
          02 OperId                 PIC X(8).
          02 OperPassword           PIC X(8).
          02 OperLevel              PIC 9.
             88 OperInquiryOnly       VALUE 1.
             88 OperMaintenance       VALUE 2.
             88 OperSupervisor        VALUE 3.
          02 OperName               PIC X(30).
          02 OperActiveFlag         PIC X(1).
             88 OperActive            VALUE "A".
             88 OperDeactivated       VALUE "I".
          02 OperForceChange        PIC X(1).
             88 OperMustChangePwd     VALUE "Y".
          02 OperPwdChangedDate     PIC 9(8).
          02 OperFailCount          PIC 9.
          02 OperLockFlag           PIC X(1).
             88 OperLockedOut         VALUE "L".

       FD CtlFile.
       01 CtlRecord.
          02 CtlLastRunDate      PIC 9(8).

       FD ReportFile.
       01 ReportLine                PIC X(80).

       WORKING-STORAGE SECTION.
       77 TranLogStatus PIC 99 VALUE ZEROES.
          88 OK-TranLogStatus     VALUE 00.
          88 NOFILE-TranLogStatus VALUE 35.
       77 MoveLogStatus PIC 99 VALUE ZEROES.
          88 OK-MoveLogStatus     VALUE 00.
          88 NOFILE-MoveLogStatus VALUE 35.
       77 SupLogStatus  PIC 99 VALUE ZEROES.
          88 OK-SupLogStatus      VALUE 00.
          88 NOFILE-SupLogStatus  VALUE 35.
       77 RejectStatus  PIC 99 VALUE ZEROES.
          88 OK-RejectStatus      VALUE 00.
          88 NOFILE-RejectStatus  VALUE 35.
       77 ExtCtlStatus  PIC 99 VALUE ZEROES.
          88 OK-ExtCtlStatus      VALUE 00.
          88 NOFILE-ExtCtlStatus  VALUE 35.
       77 SnapCtlStatus PIC 99 VALUE ZEROES.
          88 OK-SnapCtlStatus     VALUE 00.
          88 NOFILE-SnapCtlStatus VALUE 35.
       77 RestartStatus PIC 99 VALUE ZEROES.
          88 OK-RestartStatus     VALUE 00.
          88 NOFILE-RestartStatus VALUE 35.
       77 LockStatus    PIC 99 VALUE ZEROES.
          88 OK-LockStatus        VALUE 00.
          88 NOFILE-LockStatus    VALUE 35.
       77 PendStatus    PIC 99 VALUE ZEROES.
          88 OK-PendStatus        VALUE 00.
          88 NOFILE-PendStatus    VALUE 35.
       77 SecLogStatus  PIC 99 VALUE ZEROES.
          88 OK-SecLogStatus      VALUE 00.
          88 NOFILE-SecLogStatus  VALUE 35.
       77 OperatorStatus PIC 99 VALUE ZEROES.
          88 OK-OperatorStatus    VALUE 00.
          88 NOFILE-OperatorStatus VALUE 35.
       77 CtlStatus     PIC 99 VALUE ZEROES.
          88 OK-CtlStatus         VALUE 00.
          88 NOFILE-CtlStatus     VALUE 35.
       77 ReportStatus  PIC 99 VALUE ZEROES.
          88 OK-ReportStatus      VALUE 00.
       77 OperatorOnFile PIC X(1) VALUE "N".
          88 OperatorFileOpen VALUE "Y".
       77 EndOfPend     PIC X(1) VALUE "N".
          88 AtEndOfPend      VALUE "Y".
       77 CodeFound     PIC X(1) VALUE "N".
          88 CodeWasFound     VALUE "Y".
       77 RejectFileName  PIC X(40) VALUE SPACES.
       77 RejectSource    PIC X(11) VALUE SPACES.
       77 TodaysDate      PIC 9(8).
       77 LastRunDate     PIC 9(8) VALUE ZEROES.
       77 SectionCount    PIC 9(7) VALUE ZEROES.
       77 TotalToAction   PIC 9(7) VALUE ZEROES.
       77 SectionsToAction PIC 99 VALUE ZEROES.
       77 SectionTitle    PIC X(50) VALUE SPACES.
       77 OperStillLocked PIC X(12) VALUE SPACES.
       77 CountDisplay    PIC Z(6)9.
       77 OldPriceDisplay PIC Z(4)9.99.
       77 NewPriceDisplay PIC Z(4)9.99.
       77 AgeDisplay      PIC ZZZZ9.
       77 AgeDays         PIC S9(7) VALUE ZEROES.
       77 TodayNumber     PIC 9(7) VALUE ZEROES.
       77 ScanIdx         PIC 99 VALUE ZEROES.
       77 ResIdx          PIC 99 VALUE ZEROES.
       77 ResultWork      PIC X(9) VALUE SPACES.
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
       77 RESULT-TABLE-SIZE PIC 99 VALUE 20.
       77 ResStored       PIC 99 VALUE ZEROES.
       01 ResultTable.
      * Failures by result code for the log being read; reset for
      * each log. A code beyond the table is counted as OTHER.
          02 ResEntry OCCURS 20 TIMES.
             03 ResCode             PIC X(9).
             03 ResCount            PIC 9(7).
       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodaysDate FROM DATE YYYYMMDD.
          MOVE TodaysDate TO DnDate.
          PERFORM Compute-Day-Number.
          MOVE DayNumber TO TodayNumber.
          PERFORM Read-Control-File.
          OPEN OUTPUT ReportFile.
                     IF NOT OK-ReportStatus
               DISPLAY "ISSUE WHILE OPENING ReportFile "
               DISPLAY "FILE-STATUS:" ReportStatus
               STOP RUN
           END-IF
          MOVE SPACES TO ReportLine
          STRING "OPERATIONS EXCEPTIONS - " DELIMITED BY SIZE
                 TodaysDate                 DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          MOVE ALL "=" TO ReportLine
          WRITE ReportLine

          PERFORM Check-Tran-Log.
          PERFORM Check-Stock-Log.
          PERFORM Check-Supplier-Log.
          PERFORM Check-Rejects.
          PERFORM Check-Extract-Ack.
          PERFORM Check-Snapshot.
          PERFORM Check-Restart.
          PERFORM Check-Catalog-Lock.
          PERFORM Check-Held-Prices.
          PERFORM Check-Lockouts.

          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE ALL "=" TO ReportLine
          WRITE ReportLine
          IF TotalToAction = ZEROES
             MOVE "CLEAN NIGHT - NOTHING TO ACTION" TO ReportLine
          ELSE
             MOVE TotalToAction TO CountDisplay
             MOVE SPACES TO ReportLine
             STRING "ITEMS TO ACTION : " DELIMITED BY SIZE
                    CountDisplay         DELIMITED BY SIZE
                    "  IN "              DELIMITED BY SIZE
                    SectionsToAction     DELIMITED BY SIZE
                    " SECTIONS"          DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
          END-IF
          WRITE ReportLine
          CLOSE ReportFile.
          PERFORM Write-Control-File.

          DISPLAY "*****************************************".
          DISPLAY "  OpsExceptions - RUN CONTROL TOTALS      ".
          DISPLAY "*****************************************".
          IF TotalToAction = ZEROES
             DISPLAY "CLEAN NIGHT - NOTHING TO ACTION"
          ELSE
             DISPLAY "ITEMS TO ACTION        : " TotalToAction
             DISPLAY "SECTIONS WITH ITEMS    : " SectionsToAction
          END-IF.
          STOP RUN.

       Read-Control-File.
          MOVE ZEROES TO LastRunDate
          OPEN INPUT CtlFile.
          IF NOT NOFILE-CtlStatus
             READ CtlFile
                AT END CONTINUE
                NOT AT END
                   MOVE CtlLastRunDate TO LastRunDate
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
          MOVE TodaysDate TO CtlLastRunDate
          WRITE CtlRecord
          IF NOT OK-CtlStatus
             DISPLAY "ISSUE WRITING CtlFile FILE-STATUS:" CtlStatus
             DISPLAY "LAST RUN DATE NOT RECORDED IN OPSCTL.DAT"
             STOP RUN
          END-IF
          CLOSE CtlFile.

      ******************************************************************
      * Section heading and footing shared by every section. The
      * caller sets SectionTitle before and SectionCount after.
      ******************************************************************
       Start-Section.
          MOVE ZEROES TO SectionCount
          MOVE SPACES TO ReportLine
          WRITE ReportLine
          MOVE SectionTitle TO ReportLine
          WRITE ReportLine
          MOVE ALL "-" TO ReportLine
          WRITE ReportLine.

       End-Section.
          MOVE SectionCount TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "COUNT : " DELIMITED BY SIZE
                 CountDisplay DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          IF SectionCount = ZEROES
             MOVE "NOTHING TO ACTION." TO ReportLine
             WRITE ReportLine
          ELSE
             ADD SectionCount TO TotalToAction
             ADD 1 TO SectionsToAction
          END-IF.

       Clear-Result-Table.
          INITIALIZE ResultTable
          MOVE ZEROES TO ResStored.

      * Adds one to the count for ResultWork.
       Tally-Result.
          MOVE "N" TO CodeFound
          MOVE 1 TO ScanIdx
          PERFORM Scan-One-Result
             UNTIL ScanIdx > ResStored OR CodeWasFound
          IF NOT CodeWasFound
             IF ResStored < RESULT-TABLE-SIZE - 1
                ADD 1 TO ResStored
                MOVE ResStored TO ResIdx
                MOVE ResultWork TO ResCode(ResIdx)
             ELSE
                MOVE RESULT-TABLE-SIZE TO ResIdx
                MOVE RESULT-TABLE-SIZE TO ResStored
                MOVE "OTHER    " TO ResCode(ResIdx)
             END-IF
          END-IF
          ADD 1 TO ResCount(ResIdx).

       Scan-One-Result.
          IF ResCode(ScanIdx) = ResultWork
             MOVE "Y" TO CodeFound
             MOVE ScanIdx TO ResIdx
          END-IF
          ADD 1 TO ScanIdx.

       Print-Result-Counts.
          IF ResStored > ZEROES
             MOVE "  BY RESULT CODE:" TO ReportLine
             WRITE ReportLine
             MOVE 1 TO ResIdx
             PERFORM Print-One-Result UNTIL ResIdx > ResStored
             MOVE "  DETAIL:" TO ReportLine
             WRITE ReportLine
          END-IF.

       Print-One-Result.
          MOVE ResCount(ResIdx) TO CountDisplay
          MOVE SPACES TO ReportLine
          STRING "    "            DELIMITED BY SIZE
                 ResCode(ResIdx)   DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 CountDisplay      DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine
          ADD 1 TO ResIdx.

      ******************************************************************
      * Failed catalog transactions: every TRANLOG.DAT line that was
      * not applied. The log is read twice - once to count by result
      * code, once for the detail - so the summary comes first.
      ******************************************************************
       Check-Tran-Log.
          MOVE "FAILED CATALOG TRANSACTIONS (TRANLOG.DAT)"
             TO SectionTitle
          PERFORM Start-Section
          PERFORM Clear-Result-Table
          OPEN INPUT TranLogFile.
          IF NOT NOFILE-TranLogStatus
             READ TranLogFile
                AT END SET EndOfTranLog TO TRUE
             END-READ
             PERFORM UNTIL EndOfTranLog
                IF TlgResult NOT = "APPLIED  "
                   MOVE TlgResult TO ResultWork
                   PERFORM Tally-Result
                END-IF
                READ TranLogFile
                   AT END SET EndOfTranLog TO TRUE
                END-READ
             END-PERFORM
             CLOSE TranLogFile
             PERFORM Print-Result-Counts
             OPEN INPUT TranLogFile
             READ TranLogFile
                AT END SET EndOfTranLog TO TRUE
             END-READ
             PERFORM UNTIL EndOfTranLog
                IF TlgResult NOT = "APPLIED  "
                   ADD 1 TO SectionCount
                   MOVE SPACES TO ReportLine
                   STRING "    CODE "      DELIMITED BY SIZE
                          TlgCode          DELIMITED BY SIZE
                          "  ACTION "      DELIMITED BY SIZE
                          TlgAction        DELIMITED BY SIZE
                          "  "             DELIMITED BY SIZE
                          TlgResult        DELIMITED BY SIZE
                          "  STATUS "      DELIMITED BY SIZE
                          TlgFileStatus    DELIMITED BY SIZE
                      INTO ReportLine
                   END-STRING
                   WRITE ReportLine
                END-IF
                READ TranLogFile
                   AT END SET EndOfTranLog TO TRUE
                END-READ
             END-PERFORM
             CLOSE TranLogFile
          END-IF
          PERFORM End-Section.

       Check-Stock-Log.
          MOVE "FAILED STOCK MOVEMENTS (STKLOG.DAT)" TO SectionTitle
          PERFORM Start-Section
          PERFORM Clear-Result-Table
          OPEN INPUT MoveLogFile.
          IF NOT NOFILE-MoveLogStatus
             READ MoveLogFile
                AT END SET EndOfMoveLog TO TRUE
             END-READ
             PERFORM UNTIL EndOfMoveLog
                IF MlgResult NOT = "POSTED   "
                   MOVE MlgResult TO ResultWork
                   PERFORM Tally-Result
                END-IF
                READ MoveLogFile
                   AT END SET EndOfMoveLog TO TRUE
                END-READ
             END-PERFORM
             CLOSE MoveLogFile
             PERFORM Print-Result-Counts
             OPEN INPUT MoveLogFile
             READ MoveLogFile
                AT END SET EndOfMoveLog TO TRUE
             END-READ
             PERFORM UNTIL EndOfMoveLog
                IF MlgResult NOT = "POSTED   "
                   ADD 1 TO SectionCount
                   MOVE SPACES TO ReportLine
                   STRING "    CODE "      DELIMITED BY SIZE
                          MlgCode          DELIMITED BY SIZE
                          "  ACTION "      DELIMITED BY SIZE
                          MlgAction        DELIMITED BY SIZE
                          "  "             DELIMITED BY SIZE
                          MlgResult        DELIMITED BY SIZE
                          "  STATUS "      DELIMITED BY SIZE
                          MlgFileStatus    DELIMITED BY SIZE
                      INTO ReportLine
                   END-STRING
                   WRITE ReportLine
                END-IF
                READ MoveLogFile
                   AT END SET EndOfMoveLog TO TRUE
                END-READ
             END-PERFORM
             CLOSE MoveLogFile
          END-IF
          PERFORM End-Section.

       Check-Supplier-Log.
          MOVE "FAILED SUPPLIER TRANSACTIONS (SUPTLOG.DAT)"
             TO SectionTitle
          PERFORM Start-Section
          PERFORM Clear-Result-Table
          OPEN INPUT SupLogFile.
          IF NOT NOFILE-SupLogStatus
             READ SupLogFile
                AT END SET EndOfSupLog TO TRUE
             END-READ
             PERFORM UNTIL EndOfSupLog
                IF SupLogResult NOT = "APPLIED  "
                   MOVE SupLogResult TO ResultWork
                   PERFORM Tally-Result
                END-IF
                READ SupLogFile
                   AT END SET EndOfSupLog TO TRUE
                END-READ
             END-PERFORM
             CLOSE SupLogFile
             PERFORM Print-Result-Counts
             OPEN INPUT SupLogFile
             READ SupLogFile
                AT END SET EndOfSupLog TO TRUE
             END-READ
             PERFORM UNTIL EndOfSupLog
                IF SupLogResult NOT = "APPLIED  "
                   ADD 1 TO SectionCount
                   MOVE SPACES TO ReportLine
                   STRING "    SUPPLIER "  DELIMITED BY SIZE
                          SupLogCode       DELIMITED BY SIZE
                          "  ACTION "      DELIMITED BY SIZE
                          SupLogAction     DELIMITED BY SIZE
                          "  "             DELIMITED BY SIZE
                          SupLogResult     DELIMITED BY SIZE
                          "  STATUS "      DELIMITED BY SIZE
                          SupLogFileStatus DELIMITED BY SIZE
                      INTO ReportLine
                   END-STRING
                   WRITE ReportLine
                END-IF
                READ SupLogFile
                   AT END SET EndOfSupLog TO TRUE
                END-READ
             END-PERFORM
             CLOSE SupLogFile
          END-IF
          PERFORM End-Section.

      ******************************************************************
      * Catalog rejects waiting for correction in RejectResubmit.
      ******************************************************************
       Check-Rejects.
          MOVE "REJECTS WAITING FOR CORRECTION (REJECT/REJECT2)"
             TO SectionTitle
          PERFORM Start-Section
          MOVE "MYPATH/REJECT.DAT" TO RejectFileName
          MOVE "LOAD       " TO RejectSource
          PERFORM Read-Reject-File
          MOVE "MYPATH/REJECT2.DAT" TO RejectFileName
          MOVE "CARRIED FWD" TO RejectSource
          PERFORM Read-Reject-File
          PERFORM End-Section.

       Read-Reject-File.
          OPEN INPUT RejectFile.
          IF NOT NOFILE-RejectStatus
             READ RejectFile
                AT END SET EndOfRejects TO TRUE
             END-READ
             PERFORM UNTIL EndOfRejects
                ADD 1 TO SectionCount
                MOVE SPACES TO ReportLine
                STRING "    "          DELIMITED BY SIZE
                       RejectSource    DELIMITED BY SIZE
                       " CODE "        DELIMITED BY SIZE
                       RejCode         DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       RejReason       DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       RejFileStatus   DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       RejTitle        DELIMITED BY SIZE
                   INTO ReportLine
                END-STRING
                WRITE ReportLine
                READ RejectFile
                   AT END SET EndOfRejects TO TRUE
                END-READ
             END-PERFORM
             CLOSE RejectFile
          END-IF.

      ******************************************************************
      * Control files: extract not acknowledged, snapshot more than a
      * day old, restart pending, catalog claim still held.
      ******************************************************************
       Check-Extract-Ack.
          MOVE "EXTRACT AWAITING ACKNOWLEDGEMENT (EXTCTL.DAT)"
             TO SectionTitle
          PERFORM Start-Section
          OPEN INPUT ExtCtlFile.
          IF NOT NOFILE-ExtCtlStatus
             READ ExtCtlFile
                AT END CONTINUE
                NOT AT END
                   IF ExtAwaitingAck
                      ADD 1 TO SectionCount
                      MOVE ExtDetailCount TO CountDisplay
                      MOVE SPACES TO ReportLine
                      STRING "    GENERATION " DELIMITED BY SIZE
                             ExtGeneration     DELIMITED BY SIZE
                             " SENT "          DELIMITED BY SIZE
                             ExtLastRunDate    DELIMITED BY SIZE
                             " DETAILS "       DELIMITED BY SIZE
                             CountDisplay      DELIMITED BY SIZE
                             " - NO ACK YET"   DELIMITED BY SIZE
                         INTO ReportLine
                      END-STRING
                      WRITE ReportLine
                   END-IF
             END-READ
             CLOSE ExtCtlFile
          END-IF
          PERFORM End-Section.

       Check-Snapshot.
          MOVE "CATALOG SNAPSHOT OLDER THAN A DAY (SNAPCTL.DAT)"
             TO SectionTitle
          PERFORM Start-Section
          OPEN INPUT SnapCtlFile.
          IF NOFILE-SnapCtlStatus
             ADD 1 TO SectionCount
             MOVE "    NO SNAPSHOT HAS EVER BEEN TAKEN" TO ReportLine
             WRITE ReportLine
          ELSE
             READ SnapCtlFile
                AT END
                   ADD 1 TO SectionCount
                   MOVE "    SNAPCTL.DAT IS EMPTY" TO ReportLine
                   WRITE ReportLine
                NOT AT END
                   PERFORM Age-The-Snapshot
             END-READ
             CLOSE SnapCtlFile
          END-IF
          PERFORM End-Section.

       Age-The-Snapshot.
          MOVE SnapSnapshotDate TO DnDate
          PERFORM Compute-Day-Number
          COMPUTE AgeDays = TodayNumber - DayNumber
          IF AgeDays > 1
             ADD 1 TO SectionCount
             MOVE AgeDays TO AgeDisplay
             MOVE SPACES TO ReportLine
             STRING "    LAST SNAPSHOT " DELIMITED BY SIZE
                    SnapSnapshotDate     DELIMITED BY SIZE
                    " - "                DELIMITED BY SIZE
                    AgeDisplay           DELIMITED BY SIZE
                    " DAYS OLD"          DELIMITED BY SIZE
                INTO ReportLine
             END-STRING
             WRITE ReportLine
          END-IF.

       Check-Restart.
          MOVE "CATALOG BATCH RESTART PENDING (RESTART.DAT)"
             TO SectionTitle
          PERFORM Start-Section
          OPEN INPUT RestartFile.
          IF NOT NOFILE-RestartStatus
             READ RestartFile
                AT END CONTINUE
                NOT AT END
                   IF RestartPending
                      ADD 1 TO SectionCount
                      MOVE SPACES TO ReportLine
                      STRING "    RUN OF "       DELIMITED BY SIZE
                             RestartRunDate      DELIMITED BY SIZE
                             " STOPPED AFTER "   DELIMITED BY SIZE
                             RestartSeq          DELIMITED BY SIZE
                             " FIRST CODE "      DELIMITED BY SIZE
                             RestartFirstCode    DELIMITED BY SIZE
                         INTO ReportLine
                      END-STRING
                      WRITE ReportLine
                   END-IF
             END-READ
             CLOSE RestartFile
          END-IF
          PERFORM End-Section.

       Check-Catalog-Lock.
          MOVE "CATALOG CLAIM STILL HELD (CATLOCK.DAT)" TO SectionTitle
          PERFORM Start-Section
          OPEN INPUT LockFile.
          IF NOT NOFILE-LockStatus
             READ LockFile
                AT END CONTINUE
                NOT AT END
                   IF CatalogHeld
                      ADD 1 TO SectionCount
                      MOVE SPACES TO ReportLine
                      STRING "    HELD BY "      DELIMITED BY SIZE
                             LockProgram         DELIMITED BY SIZE
                             " OPERATOR "        DELIMITED BY SIZE
                             LockOperator        DELIMITED BY SIZE
                             " SINCE "           DELIMITED BY SIZE
                             LockDate            DELIMITED BY SIZE
                         INTO ReportLine
                      END-STRING
                      WRITE ReportLine
                   END-IF
             END-READ
             CLOSE LockFile
          END-IF
          PERFORM End-Section.

      ******************************************************************
      * Price changes held outside tolerance, waiting for release.
      ******************************************************************
       Check-Held-Prices.
          MOVE "PRICE CHANGES HELD FOR RELEASE (PENDPRC.DAT)"
             TO SectionTitle
          PERFORM Start-Section
          OPEN INPUT PendFile.
          IF NOT NOFILE-PendStatus
                     IF NOT OK-PendStatus
               DISPLAY "ISSUE WHILE OPENING PendFile "
               DISPLAY "FILE-STATUS:" PendStatus
               STOP RUN
           END-IF
             MOVE "N" TO EndOfPend
             MOVE LOW-VALUES TO PendKey
             START PendFile
                KEY IS NOT LESS THAN PendKey
                INVALID KEY SET AtEndOfPend TO TRUE
             END-START
             PERFORM UNTIL AtEndOfPend
                READ PendFile NEXT RECORD
                   AT END SET AtEndOfPend TO TRUE
                   NOT AT END
                      IF PendHeld
                         PERFORM Print-Held-Price
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PendFile
          END-IF
          PERFORM End-Section.

       Print-Held-Price.
          ADD 1 TO SectionCount
          MOVE PendOldPrice TO OldPriceDisplay
          MOVE PendNewPrice TO NewPriceDisplay
          MOVE SPACES TO ReportLine
          STRING "    CODE "       DELIMITED BY SIZE
                 PendCode          DELIMITED BY SIZE
                 " EFF "           DELIMITED BY SIZE
                 PendEffDate       DELIMITED BY SIZE
                 " OLD "           DELIMITED BY SIZE
                 OldPriceDisplay   DELIMITED BY SIZE
                 " NEW "           DELIMITED BY SIZE
                 NewPriceDisplay   DELIMITED BY SIZE
                 " BY "            DELIMITED BY SIZE
                 PendOperator      DELIMITED BY SIZE
                 " "               DELIMITED BY SIZE
                 PendEnteredDate   DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

      ******************************************************************
      * Operator lockouts logged since the last run of this report,
      * with whether the operator is still locked out now.
      ******************************************************************
       Check-Lockouts.
          MOVE "OPERATOR LOCKOUTS (SECLOG.DAT)" TO SectionTitle
          PERFORM Start-Section
          OPEN INPUT OperatorFile.
          IF OK-OperatorStatus
             MOVE "Y" TO OperatorOnFile
          END-IF
          OPEN INPUT SecLogFile.
          IF NOT NOFILE-SecLogStatus
             READ SecLogFile
                AT END SET EndOfSecLog TO TRUE
             END-READ
             PERFORM UNTIL EndOfSecLog
                IF SecLogReason = "LOCKOUT     "
                   AND SecLogDate NOT < LastRunDate
                   PERFORM Print-Lockout
                END-IF
                READ SecLogFile
                   AT END SET EndOfSecLog TO TRUE
                END-READ
             END-PERFORM
             CLOSE SecLogFile
          END-IF
          IF OperatorFileOpen
             CLOSE OperatorFile
          END-IF
          PERFORM End-Section.

       Print-Lockout.
          ADD 1 TO SectionCount
          MOVE SPACES TO OperStillLocked
          IF OperatorFileOpen
             MOVE SecLogOperator TO OperId
             READ OperatorFile
                KEY IS OperId
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF OperLockedOut
                      MOVE "STILL LOCKED" TO OperStillLocked
                   ELSE
                      MOVE "CLEARED" TO OperStillLocked
                   END-IF
             END-READ
          END-IF
          MOVE SPACES TO ReportLine
          STRING "    OPERATOR "   DELIMITED BY SIZE
                 SecLogOperator    DELIMITED BY SIZE
                 " LOCKED OUT "    DELIMITED BY SIZE
                 SecLogDate        DELIMITED BY SIZE
                 "  "              DELIMITED BY SIZE
                 OperStillLocked   DELIMITED BY SIZE
             INTO ReportLine
          END-STRING
          WRITE ReportLine.

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
