       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockCountEntry.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Counted quantities written on the count sheets are keyed here
      * by code and location against the count StockCount froze; a
      * recount is keyed the same way and replaces the earlier
      * figure. Once the variance report has been checked a
      * supervisor approves the count, and only then will StockCount
      * post the variances.
       SELECT CtlFile ASSIGN
        TO "MYPATH/CNTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CtlStatus.
       SELECT CountFile ASSIGN
        TO "MYPATH/STKCOUNT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CntKey
                 FILE STATUS IS CountStatus.
       SELECT IndxFile ASSIGN
        TO "MYPATH/IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IndxCode
                 ALTERNATE RECORD KEY IS IndxTitle WITH DUPLICATES
                 FILE STATUS IS IndxStatus.
      * Sign-on honors the same per-operator lockout as catalog
      * maintenance. A forced or expired password is not changed
      * here: the operator is sent to the catalog maintenance
      * sign-on, which owns the password change dialogue.
       SELECT OperatorFile ASSIGN
        TO "MYPATH/OPERATOR.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS OperId
                 FILE STATUS IS OperatorStatus.
       SELECT SecLogFile ASSIGN
        TO "MYPATH/SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecLogStatus.
       DATA DIVISION.
       FILE SECTION.
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

       FD SecLogFile.
       01 SecLogRecord.
          02 SecLogDate             PIC 9(8).
          02 SecLogOperator         PIC X(8).
          02 SecLogReason           PIC X(12).

       WORKING-STORAGE SECTION.
       77 CHOICE PIC 9.
       77 CtlStatus     PIC 99 VALUE ZEROES.
          88 OK-CtlStatus       VALUE 00.
          88 NOFILE-CtlStatus   VALUE 35.
       77 CountStatus   PIC 99 VALUE ZEROES.
          88 OK-CountStatus     VALUE 00.
          88 NOTFND-CountStatus VALUE 23.
       77 IndxStatus    PIC 99 VALUE ZEROES.
          88 OK-IndxStatus      VALUE 00.
          88 NOTFND-IndxStatus  VALUE 23.
       77 OperatorStatus PIC 99 VALUE ZEROES.
          88 OK-OperatorStatus      VALUE 00.
          88 NOTFND-OperatorStatus  VALUE 23.
       77 SecLogStatus  PIC 99 VALUE ZEROES.
          88 OK-SecLogStatus     VALUE 00.
          88 NOFILE-SecLogStatus VALUE 35.
       77 OperatorId            PIC X(8).
       77 OperatorPassword      PIC X(8).
       77 SignedOnLevel         PIC 9 VALUE ZEROES.
       77 SignedOn              PIC X(1) VALUE "N".
          88 OperatorSignedOn      VALUE "Y".
       77 SignonQuit            PIC X(1) VALUE "N".
          88 OperatorQuitSignon    VALUE "Y".
       77 PwdExpiryCutoff       PIC 9(8).
       77 TodaysDate            PIC 9(8).
       77 CountOnFile           PIC X(1) VALUE "N".
          88 CountInProgress       VALUE "Y".
       77 EntryCode             PIC 9(5).
       77 EntryLocation         PIC X(4).
       77 DEFAULT-LOCATION      PIC X(4) VALUE "MAIN".
       77 EntryQty              PIC 9(7).
       77 EntryDone             PIC X(1) VALUE "N".
          88 CountEntryDone        VALUE "Y".
       77 KeyedThisSession      PIC 9(5) VALUE ZEROES.
       77 NetValueDisplay       PIC -Z(8)9.99.
       77 ManageConfirm         PIC X(1).
          88 ManageConfirmedYes    VALUE "Y" "y".
       SCREEN SECTION.
       01 SIGNON-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "       STOCK COUNT ENTRY SIGN-ON    ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 5 COL 1 VALUE "OPERATOR ID :".
           02 LINE 5 COL 15 PIC X(8) USING OperatorId.
           02 LINE 6 COL 1 VALUE "PASSWORD    :".
           02 LINE 6 COL 15 PIC X(8) USING OperatorPassword SECURE.
       01 SIGNON-FAILED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "SIGN-ON REFUSED. TRY AGAIN.".
       01 SIGNON-GOODBYE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "SIGN-ON NOT COMPLETED. GOODBYE.".
       01 SIGNON-DEACT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "OPERATOR IS DEACTIVATED.".
       01 SIGNON-LOCKED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "OPERATOR IS LOCKED OUT - SEE A".
           02 LINE 2 COL 1 VALUE "SUPERVISOR.".
       01 SIGNON-EXPIRED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "YOUR PASSWORD MUST BE CHANGED -".
           02 LINE 2 COL 1 VALUE "SIGN ON TO CATALOG MAINTENANCE".
           02 LINE 3 COL 1 VALUE "FIRST.".
       01 NOT-AUTHORIZED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NOT AUTHORIZED FOR THIS FUNCTION.".
       01 MAIN-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "           STOCK COUNT              ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 4 COL 1 VALUE "1. ENTER COUNTED QUANTITIES       ".
           02 LINE 5 COL 1 VALUE "2. APPROVE THE COUNT              ".
           02 LINE 6 COL 1 VALUE "3. EXIT                             ".
           02 LINE 7 COL 1 VALUE "ENTER YOUR CHOICE :                 ".
       01 NO-COUNT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO COUNT IS OPEN FOR THIS FUNCTION.".
       01 COUNT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "      ENTER COUNTED QUANTITY        ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 4 COL 1 VALUE "COUNT FROZEN ON :".
           02 LINE 4 COL 20 PIC 9(8) FROM CtlFreezeDate.
           02 LINE 6 COL 1 VALUE "CODE            :".
           02 LINE 6 COL 20 PIC 9(5) USING EntryCode.
           02 LINE 7 COL 1 VALUE "LOCATION        :".
           02 LINE 7 COL 20 PIC X(4) USING EntryLocation.
           02 LINE 8 COL 1 VALUE "COUNTED QTY     :".
           02 LINE 8 COL 20 PIC 9(7) USING EntryQty.
           02 LINE 10 COL 1 VALUE "(CODE ZERO RETURNS TO THE MENU)".
           02 LINE 11 COL 1 VALUE "(BLANK LOCATION MEANS MAIN)".
       01 COUNT-NOTFOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "THAT CODE AND LOCATION ARE NOT ON".
           02 LINE 2 COL 1 VALUE "THIS COUNT.".
       01 COUNT-OK-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Count recorded for :".
           02 LINE 1 COL 22 PIC X(40) FROM IndxTitle.
       01 COUNT-ERR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "ERROR UPDATING - FILE STATUS :".
           02 LINE 1 COL 32 PIC 99 FROM CountStatus.
       01 NOT-REPORTED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "RUN THE VARIANCE REPORT BEFORE".
           02 LINE 2 COL 1 VALUE "APPROVING THE COUNT.".
       01 APPROVE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "        APPROVE STOCK COUNT         ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 5 COL 1 VALUE "COUNT FROZEN ON :".
           02 LINE 5 COL 20 PIC 9(8) FROM CtlFreezeDate.
           02 LINE 6 COL 1 VALUE "LINES ON COUNT  :".
           02 LINE 6 COL 20 PIC 9(7) FROM CtlItemCount.
           02 LINE 7 COL 1 VALUE "LINES COUNTED   :".
           02 LINE 7 COL 20 PIC 9(7) FROM CtlCountedCount.
           02 LINE 8 COL 1 VALUE "FOR RECOUNT     :".
           02 LINE 8 COL 20 PIC 9(7) FROM CtlRecountCount.
           02 LINE 9 COL 1 VALUE "NET VARIANCE    :".
           02 LINE 9 COL 20 PIC X(13) FROM NetValueDisplay.
           02 LINE 11 COL 1 VALUE "APPROVE (Y/N)   :".
           02 LINE 11 COL 20 PIC X(1) USING ManageConfirm.
       01 APPROVE-OK-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Count approved - StockCount can now".
           02 LINE 2 COL 1 VALUE "post the variances.".
       01 MANAGE-CANCEL-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "No change made.".
       01 ERROR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Invalid choice. Please try again.".
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT TodaysDate FROM DATE YYYYMMDD.
           COMPUTE PwdExpiryCutoff = TodaysDate - 10000.
           OPEN I-O OperatorFile.
           IF NOT OK-OperatorStatus
               DISPLAY "ISSUE WHILE OPENING OperatorFile "
               DISPLAY "FILE-STATUS:" OperatorStatus
               STOP RUN
           END-IF.
           OPEN EXTEND SecLogFile.
           IF NOFILE-SecLogStatus
               OPEN OUTPUT SecLogFile
               CLOSE SecLogFile
               OPEN EXTEND SecLogFile
           END-IF.
           IF NOT OK-SecLogStatus
               DISPLAY "ISSUE WHILE OPENING SecLogFile "
               DISPLAY "FILE-STATUS:" SecLogStatus
               CLOSE OperatorFile
               STOP RUN
           END-IF.
           PERFORM P-SIGNON.
           IF NOT OperatorSignedOn
               DISPLAY SIGNON-GOODBYE-SCREEN
               CLOSE OperatorFile
                     SecLogFile
               STOP RUN
           END-IF.
           CLOSE OperatorFile
                 SecLogFile.
           PERFORM P-READ-CONTROL.
           IF NOT CountInProgress
               DISPLAY "NO STOCK COUNT ON FILE - RUN StockCount IN "
                  "FREEZE MODE FIRST"
               STOP RUN
           END-IF.
           OPEN I-O CountFile.
           IF NOT OK-CountStatus
               DISPLAY "ISSUE WHILE OPENING CountFile "
               DISPLAY "FILE-STATUS:" CountStatus
               STOP RUN
           END-IF.
           OPEN INPUT IndxFile.
           IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               STOP RUN
           END-IF.
           PERFORM MENU-PARA.
           CLOSE CountFile
                 IndxFile.
           STOP RUN.

       P-SIGNON.
           PERFORM P-SIGNON-ATTEMPT
               UNTIL OperatorSignedOn OR OperatorQuitSignon.

       P-SIGNON-ATTEMPT.
           MOVE SPACES TO OperatorId
           MOVE SPACES TO OperatorPassword
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           IF OperatorId = SPACES
               MOVE "Y" TO SignonQuit
           ELSE
               MOVE OperatorId TO OperId
               READ OperatorFile
                   KEY IS OperId
                   INVALID KEY
                       MOVE "UNKNOWN ID  " TO SecLogReason
                       PERFORM P-SECURITY-LOG
                       DISPLAY SIGNON-FAILED-SCREEN
                   NOT INVALID KEY
                       PERFORM P-CHECK-OPERATOR
               END-READ
           END-IF.

       P-CHECK-OPERATOR.
           IF OperDeactivated
               MOVE "DEACTIVATED " TO SecLogReason
               PERFORM P-SECURITY-LOG
               DISPLAY SIGNON-DEACT-SCREEN
           ELSE
               IF OperLockedOut
                   MOVE "LOCKED OUT  " TO SecLogReason
                   PERFORM P-SECURITY-LOG
                   DISPLAY SIGNON-LOCKED-SCREEN
               ELSE
                   IF OperPassword = OperatorPassword
                       PERFORM P-GOOD-PASSWORD
                   ELSE
                       PERFORM P-BAD-PASSWORD
                   END-IF
               END-IF
           END-IF.

       P-BAD-PASSWORD.
           ADD 1 TO OperFailCount
           IF OperFailCount NOT LESS THAN 3
               MOVE "L" TO OperLockFlag
               MOVE "LOCKOUT     " TO SecLogReason
           ELSE
               MOVE "BAD PASSWORD" TO SecLogReason
           END-IF
           REWRITE OperatorRecord
           PERFORM P-SECURITY-LOG
           IF OperLockedOut
               DISPLAY SIGNON-LOCKED-SCREEN
           ELSE
               DISPLAY SIGNON-FAILED-SCREEN
           END-IF.

       P-SECURITY-LOG.
           MOVE TodaysDate TO SecLogDate
           MOVE OperatorId TO SecLogOperator
           WRITE SecLogRecord.

       P-GOOD-PASSWORD.
           MOVE ZEROES TO OperFailCount
           REWRITE OperatorRecord
           IF OperMustChangePwd OR
              OperPwdChangedDate < PwdExpiryCutoff
               DISPLAY SIGNON-EXPIRED-SCREEN
               MOVE "Y" TO SignonQuit
           ELSE
               MOVE "Y" TO SignedOn
               MOVE OperLevel TO SignedOnLevel
           END-IF.

       P-READ-CONTROL.
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

       P-WRITE-CONTROL.
           OPEN OUTPUT CtlFile.
           IF NOT OK-CtlStatus
               DISPLAY "ISSUE WHILE OPENING CtlFile "
               DISPLAY "FILE-STATUS:" CtlStatus
               STOP RUN
           END-IF.
           WRITE CtlRecord
           IF NOT OK-CtlStatus
               DISPLAY "ISSUE WRITING CtlFile FILE-STATUS:" CtlStatus
               DISPLAY "CNTCTL.DAT NOT UPDATED - CHECK THE COUNT STATE"
               STOP RUN
           END-IF
           CLOSE CtlFile.

       MENU-PARA.
           DISPLAY MAIN-SCREEN.
           ACCEPT CHOICE AT LINE 7 COL 23
           EVALUATE CHOICE
               WHEN 1
                   IF SignedOnLevel < 2
                       DISPLAY NOT-AUTHORIZED-SCREEN
                   ELSE
                       PERFORM P-ENTER-COUNTS
                   END-IF
                   PERFORM MENU-PARA
               WHEN 2
                   IF SignedOnLevel < 3
                       DISPLAY NOT-AUTHORIZED-SCREEN
                   ELSE
                       PERFORM P-APPROVE-COUNT
                   END-IF
                   PERFORM MENU-PARA
               WHEN 3
                   CONTINUE
               WHEN OTHER
                 DISPLAY ERROR-SCREEN
                 PERFORM MENU-PARA
           END-EVALUATE .

      * Keying a count after the variance report has run puts the
      * count back to frozen, so it cannot be approved on figures
      * the report never saw.
       P-ENTER-COUNTS.
           PERFORM P-READ-CONTROL
           IF NOT CountFrozen AND NOT CountVarianced
               DISPLAY NO-COUNT-SCREEN
           ELSE
               MOVE ZEROES TO KeyedThisSession
               MOVE "N" TO EntryDone
               PERFORM P-ENTER-ONE-COUNT UNTIL CountEntryDone
               IF KeyedThisSession > ZEROES AND CountVarianced
                   MOVE "F" TO CtlCountStatus
                   PERFORM P-WRITE-CONTROL
               END-IF
           END-IF
           .

       P-ENTER-ONE-COUNT.
           MOVE ZEROES TO EntryCode
           MOVE SPACES TO EntryLocation
           MOVE ZEROES TO EntryQty
           DISPLAY COUNT-SCREEN
           ACCEPT COUNT-SCREEN
           IF EntryCode = ZEROES
               MOVE "Y" TO EntryDone
           ELSE
               IF EntryLocation = SPACES
                   MOVE DEFAULT-LOCATION TO EntryLocation
               END-IF
               MOVE EntryCode TO CntCode
               MOVE EntryLocation TO CntLocation
               READ CountFile
                   KEY IS CntKey
                   INVALID KEY
                       DISPLAY COUNT-NOTFOUND-SCREEN
                   NOT INVALID KEY
                       PERFORM P-RECORD-COUNT
               END-READ
           END-IF
           .

       P-RECORD-COUNT.
           MOVE "Y" TO CntCountedFlag
           MOVE EntryQty TO CntCountedQty
           MOVE OperatorId TO CntCountedBy
           REWRITE CountRecord
               INVALID KEY
                   DISPLAY COUNT-ERR-SCREEN
               NOT INVALID KEY
                   ADD 1 TO KeyedThisSession
                   MOVE CntCode TO IndxCode
                   READ IndxFile
                       KEY IS IndxCode
                       INVALID KEY
                           MOVE "(NOT ON CATALOG)" TO IndxTitle
                   END-READ
                   DISPLAY COUNT-OK-SCREEN
           END-REWRITE
           .

       P-APPROVE-COUNT.
           PERFORM P-READ-CONTROL
           IF CountFrozen
               DISPLAY NOT-REPORTED-SCREEN
           ELSE
               IF NOT CountVarianced
                   DISPLAY NO-COUNT-SCREEN
               ELSE
                   MOVE CtlNetVarValue TO NetValueDisplay
                   MOVE SPACES TO ManageConfirm
                   DISPLAY APPROVE-SCREEN
                   ACCEPT APPROVE-SCREEN
                   IF ManageConfirmedYes
                       MOVE "A" TO CtlCountStatus
                       MOVE OperatorId TO CtlApprovedBy
                       MOVE TodaysDate TO CtlApprovedDate
                       PERFORM P-WRITE-CONTROL
                       DISPLAY APPROVE-OK-SCREEN
                   ELSE
                       DISPLAY MANAGE-CANCEL-SCREEN
                   END-IF
               END-IF
           END-IF
           .
