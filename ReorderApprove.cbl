       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorderApprove.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The reorder points ReorderRecalc proposed are reviewed here
      * against its report: a proposal can be accepted, refused or
      * given a different figure. A supervisor then approves the
      * run, and only then will ReorderRecalc write the accepted
      * values as "P" movements.
       SELECT CtlFile ASSIGN
        TO "MYPATH/ROPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CtlStatus.
       SELECT PropFile ASSIGN
        TO "MYPATH/ROPPROP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RopCode
                 FILE STATUS IS PropStatus.
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
       77 PropStatus    PIC 99 VALUE ZEROES.
          88 OK-PropStatus      VALUE 00.
          88 NOTFND-PropStatus  VALUE 23.
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
       77 ControlOnFile         PIC X(1) VALUE "N".
          88 ControlExists         VALUE "Y".
       77 EndOfProps            PIC X(1) VALUE "N".
          88 AtEndOfProps          VALUE "Y".
       77 EntryCode             PIC 9(5).
       77 EntryAccept           PIC X(1).
          88 EntryAcceptYes        VALUE "Y" "y".
          88 EntryAcceptNo         VALUE "N" "n".
       77 EntryPoint            PIC 9(7).
       77 EntryDone             PIC X(1) VALUE "N".
          88 ReviewDone            VALUE "Y".
       77 ReviewedThisSession   PIC 9(5) VALUE ZEROES.
       77 AcceptedCount         PIC 9(7) VALUE ZEROES.
       77 RefusedCount          PIC 9(7) VALUE ZEROES.
       77 ManageConfirm         PIC X(1).
          88 ManageConfirmedYes    VALUE "Y" "y".
       SCREEN SECTION.
       01 SIGNON-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "     REORDER POINT REVIEW SIGN-ON   ".
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
           02 LINE 2 COL 1 VALUE "      REORDER POINT PROPOSALS       ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 4 COL 1 VALUE "1. REVIEW A PROPOSAL              ".
           02 LINE 5 COL 1 VALUE "2. APPROVE THE PROPOSALS          ".
           02 LINE 6 COL 1 VALUE "3. EXIT                             ".
           02 LINE 7 COL 1 VALUE "ENTER YOUR CHOICE :                 ".
       01 NO-PROPOSALS-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO PROPOSALS ARE OPEN FOR REVIEW.".
       01 REVIEW-CODE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "     REVIEW REORDER POINT PROPOSAL  ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 4 COL 1 VALUE "PROPOSED ON     :".
           02 LINE 4 COL 20 PIC 9(8) FROM RctlProposedDate.
           02 LINE 6 COL 1 VALUE "CODE            :".
           02 LINE 6 COL 20 PIC 9(5) USING EntryCode.
           02 LINE 8 COL 1 VALUE "(CODE ZERO RETURNS TO THE MENU)".
       01 REVIEW-NOTFOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO PROPOSAL FOR THAT CODE.".
       01 REVIEW-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODE            :".
           02 LINE 1 COL 20 PIC 9(5) FROM RopCode.
           02 LINE 2 COL 1 VALUE "TITLE           :".
           02 LINE 2 COL 20 PIC X(40) FROM IndxTitle.
           02 LINE 3 COL 1 VALUE "SUPPLIER        :".
           02 LINE 3 COL 20 PIC 99 FROM RopSupplierCode.
           02 LINE 4 COL 1 VALUE "ISSUED IN WINDOW:".
           02 LINE 4 COL 20 PIC 9(9) FROM RopIssuedQty.
           02 LINE 5 COL 1 VALUE "DEAD STOCK (Y/N):".
           02 LINE 5 COL 20 PIC X(1) FROM RopDeadFlag.
           02 LINE 6 COL 1 VALUE "CURRENT POINT   :".
           02 LINE 6 COL 20 PIC 9(7) FROM RopCurrentQty.
           02 LINE 8 COL 1 VALUE "NEW POINT       :".
           02 LINE 8 COL 20 PIC 9(7) USING EntryPoint.
           02 LINE 9 COL 1 VALUE "ACCEPT (Y/N)    :".
           02 LINE 9 COL 20 PIC X(1) USING EntryAccept.
       01 REVIEW-OK-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Proposal recorded for :".
           02 LINE 1 COL 25 PIC X(40) FROM IndxTitle.
       01 REVIEW-ERR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "ERROR UPDATING - FILE STATUS :".
           02 LINE 1 COL 32 PIC 99 FROM PropStatus.
       01 APPROVE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "    APPROVE REORDER POINT PROPOSALS ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 5 COL 1 VALUE "PROPOSED ON     :".
           02 LINE 5 COL 20 PIC 9(8) FROM RctlProposedDate.
           02 LINE 6 COL 1 VALUE "WEEKS OF ISSUES :".
           02 LINE 6 COL 20 PIC 99 FROM RctlWeeks.
           02 LINE 7 COL 1 VALUE "PROPOSALS       :".
           02 LINE 7 COL 20 PIC 9(7) FROM RctlProposalCount.
           02 LINE 8 COL 1 VALUE "ACCEPTED        :".
           02 LINE 8 COL 20 PIC 9(7) FROM AcceptedCount.
           02 LINE 9 COL 1 VALUE "REFUSED         :".
           02 LINE 9 COL 20 PIC 9(7) FROM RefusedCount.
           02 LINE 11 COL 1 VALUE "APPROVE (Y/N)   :".
           02 LINE 11 COL 20 PIC X(1) USING ManageConfirm.
       01 APPROVE-OK-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Proposals approved - ReorderRecalc".
           02 LINE 2 COL 1 VALUE "can now write the movements.".
       01 ALREADY-APPROVED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "THESE PROPOSALS ARE ALREADY".
           02 LINE 2 COL 1 VALUE "APPROVED.".
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
           IF NOT ControlExists
               DISPLAY "NO PROPOSALS ON FILE - RUN ReorderRecalc IN "
                  "MODE P FIRST"
               STOP RUN
           END-IF.
           OPEN I-O PropFile.
           IF NOT OK-PropStatus
               DISPLAY "ISSUE WHILE OPENING PropFile "
               DISPLAY "FILE-STATUS:" PropStatus
               STOP RUN
           END-IF.
           OPEN INPUT IndxFile.
           IF NOT OK-IndxStatus
               DISPLAY "ISSUE WHILE OPENING IndxFile "
               DISPLAY "FILE-STATUS:" IndxStatus
               STOP RUN
           END-IF.
           PERFORM MENU-PARA.
           CLOSE PropFile
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
           MOVE "N" TO ControlOnFile
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
                       MOVE "Y" TO ControlOnFile
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
               DISPLAY "ROPCTL.DAT NOT UPDATED - CHECK THE RUN STATE"
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
                       PERFORM P-REVIEW-PROPOSALS
                   END-IF
                   PERFORM MENU-PARA
               WHEN 2
                   IF SignedOnLevel < 3
                       DISPLAY NOT-AUTHORIZED-SCREEN
                   ELSE
                       PERFORM P-APPROVE-PROPOSALS
                   END-IF
                   PERFORM MENU-PARA
               WHEN 3
                   CONTINUE
               WHEN OTHER
                 DISPLAY ERROR-SCREEN
                 PERFORM MENU-PARA
           END-EVALUATE .

      * Changing a proposal after approval puts the run back to
      * proposed, so it cannot be written on figures the approver
      * never saw.
       P-REVIEW-PROPOSALS.
           PERFORM P-READ-CONTROL
           IF NOT RopProposed AND NOT RopApproved
               DISPLAY NO-PROPOSALS-SCREEN
           ELSE
               MOVE ZEROES TO ReviewedThisSession
               MOVE "N" TO EntryDone
               PERFORM P-REVIEW-ONE-CODE UNTIL ReviewDone
               IF ReviewedThisSession > ZEROES AND RopApproved
                   MOVE "P" TO RctlStatus
                   MOVE SPACES TO RctlApprovedBy
                   MOVE ZEROES TO RctlApprovedDate
                   PERFORM P-WRITE-CONTROL
               END-IF
           END-IF
           .

       P-REVIEW-ONE-CODE.
           MOVE ZEROES TO EntryCode
           DISPLAY REVIEW-CODE-SCREEN
           ACCEPT REVIEW-CODE-SCREEN
           IF EntryCode = ZEROES
               MOVE "Y" TO EntryDone
           ELSE
               MOVE EntryCode TO RopCode
               READ PropFile
                   KEY IS RopCode
                   INVALID KEY
                       DISPLAY REVIEW-NOTFOUND-SCREEN
                   NOT INVALID KEY
                       PERFORM P-REVIEW-PROPOSAL
               END-READ
           END-IF
           .

       P-REVIEW-PROPOSAL.
           MOVE RopCode TO IndxCode
           READ IndxFile
               KEY IS IndxCode
               INVALID KEY
                   MOVE "(NOT ON CATALOG)" TO IndxTitle
           END-READ
           MOVE RopProposedQty TO EntryPoint
           MOVE RopAcceptFlag TO EntryAccept
           DISPLAY REVIEW-SCREEN
           ACCEPT REVIEW-SCREEN
           IF EntryAcceptYes OR EntryAcceptNo
               MOVE EntryPoint TO RopProposedQty
               IF EntryAcceptYes
                   MOVE "Y" TO RopAcceptFlag
               ELSE
                   MOVE "N" TO RopAcceptFlag
               END-IF
               MOVE OperatorId TO RopReviewedBy
               REWRITE PropRecord
                   INVALID KEY
                       DISPLAY REVIEW-ERR-SCREEN
                   NOT INVALID KEY
                       ADD 1 TO ReviewedThisSession
                       DISPLAY REVIEW-OK-SCREEN
               END-REWRITE
           ELSE
               DISPLAY MANAGE-CANCEL-SCREEN
           END-IF
           .

       P-APPROVE-PROPOSALS.
           PERFORM P-READ-CONTROL
           IF RopApproved
               DISPLAY ALREADY-APPROVED-SCREEN
           ELSE
               IF NOT RopProposed
                   DISPLAY NO-PROPOSALS-SCREEN
               ELSE
                   PERFORM P-COUNT-ACCEPTED
                   MOVE SPACES TO ManageConfirm
                   DISPLAY APPROVE-SCREEN
                   ACCEPT APPROVE-SCREEN
                   IF ManageConfirmedYes
                       MOVE "A" TO RctlStatus
                       MOVE OperatorId TO RctlApprovedBy
                       MOVE TodaysDate TO RctlApprovedDate
                       PERFORM P-WRITE-CONTROL
                       DISPLAY APPROVE-OK-SCREEN
                   ELSE
                       DISPLAY MANAGE-CANCEL-SCREEN
                   END-IF
               END-IF
           END-IF
           .

       P-COUNT-ACCEPTED.
           MOVE ZEROES TO AcceptedCount
           MOVE ZEROES TO RefusedCount
           MOVE "N" TO EndOfProps
           MOVE ZEROES TO RopCode
           START PropFile
               KEY IS NOT LESS THAN RopCode
               INVALID KEY
                   MOVE "Y" TO EndOfProps
           END-START
           PERFORM P-COUNT-ONE-PROPOSAL UNTIL AtEndOfProps
           .

       P-COUNT-ONE-PROPOSAL.
           READ PropFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfProps
               NOT AT END
                   IF RopAccepted
                       ADD 1 TO AcceptedCount
                   ELSE
                       ADD 1 TO RefusedCount
                   END-IF
           END-READ
           .
