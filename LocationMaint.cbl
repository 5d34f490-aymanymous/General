       IDENTIFICATION DIVISION.
       PROGRAM-ID. LocationMaint.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LocationFile ASSIGN
        TO "MYPATH/LOCATION.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LocCode
                 FILE STATUS IS LocationStatus.
       SELECT StkLocFile ASSIGN
        TO "MYPATH/STKLOC.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SlKey
                 FILE STATUS IS StkLocStatus.
       DATA DIVISION.
       FILE SECTION.
       FD LocationFile.
       01 LocationRecord.
          02 LocCode                PIC X(4).
          02 LocName                PIC X(30).
      * LocActiveFlag is "A" while stock may be moved into or out of
      * the location and "I" once deactivated. Locations are never
      * deleted so the journal stays explainable. MAIN is the location
      * a movement with no location is taken to mean, so it is always
      * active.
          02 LocActiveFlag          PIC X(1).
             88 LocActive             VALUE "A".
             88 LocInactive           VALUE "I".
          02 LocDateAdded           PIC 9(8).

       FD StkLocFile.
       01 StkLocRecord.
          88 EndOfStkLoc VALUE HIGH-VALUES.
          02 SlKey.
             03 SlCode              PIC 9(5).
             03 SlLocation          PIC X(4).
          02 SlOnHand               PIC S9(7).
          02 SlReorderPoint         PIC 9(7).
          02 SlLastMoveDate         PIC 9(8).

       WORKING-STORAGE SECTION.
       77 CHOICE PIC 9.
       77 LocationStatus   PIC 99 VALUE ZEROES.
          88 OK-LocationStatus      VALUE 00.
          88 DUP-LocationStatus     VALUE 22.
          88 NOTFND-LocationStatus  VALUE 23.
          88 NOFILE-LocationStatus  VALUE 35.
       77 StkLocStatus     PIC 99 VALUE ZEROES.
          88 OK-StkLocStatus        VALUE 00.
          88 NOFILE-StkLocStatus    VALUE 35.
       77 OperatorId            PIC X(8).
       77 TodaysDate            PIC 9(8).
       77 DEFAULT-LOCATION      PIC X(4) VALUE "MAIN".
       77 EntryCode             PIC X(4).
       77 EntryName             PIC X(30).
       77 QueryCode             PIC X(4).
       77 ManageCode            PIC X(4).
       77 ManageAction          PIC 9.
       77 ManageConfirm         PIC X(1).
          88 ManageConfirmedYes    VALUE "Y" "y".
       77 HeldCodes             PIC 9(5) VALUE ZEROES.
       SCREEN SECTION.
       01 MAIN-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "      LOCATION MASTER MAINTENANCE   ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 4 COL 1 VALUE "1. TO ADD A LOCATION              ".
           02 LINE 5 COL 1 VALUE "2. TO LOOK UP A LOCATION          ".
           02 LINE 6 COL 1 VALUE "3. TO MANAGEMENT                  ".
           02 LINE 7 COL 1 VALUE "4. EXIT                             ".
           02 LINE 8 COL 1 VALUE "ENTER YOUR CHOICE :                 ".
       01 WRITE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "        ADD LOCATION RECORD         ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 5 COL 1 VALUE "LOCATION CODE  :".
           02 LINE 5 COL 19 PIC X(4) USING EntryCode.
           02 LINE 6 COL 1 VALUE "NAME           :".
           02 LINE 6 COL 19 PIC X(30) USING EntryName.
       01 WRITE-OK-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Location added to the master.".
       01 WRITE-DUP-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODE ALREADY EXISTS - NOT ADDED.".
       01 WRITE-BLANK-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODE MAY NOT BE BLANK - NOT ADDED.".
       01 WRITE-ERR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "ERROR WRITING - FILE STATUS :".
           02 LINE 1 COL 40 PIC 99 USING LocationStatus.
       01 READ-CODE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODE TO LOOK UP :".
           02 LINE 1 COL 19 PIC X(4) USING QueryCode.
       01 READ-RESULT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "LOCATION CODE  :".
           02 LINE 1 COL 19 PIC X(4) USING LocCode.
           02 LINE 2 COL 1 VALUE "NAME           :".
           02 LINE 2 COL 19 PIC X(30) USING LocName.
           02 LINE 3 COL 1 VALUE "STATUS (A/I)   :".
           02 LINE 3 COL 19 PIC X(1) USING LocActiveFlag.
           02 LINE 4 COL 1 VALUE "DATE ADDED     :".
           02 LINE 4 COL 19 PIC 9(8) USING LocDateAdded.
       01 READ-NOTFOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO LOCATION RECORD FOUND.".
       01 MANAGE-CODE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODE TO MAINTAIN :".
           02 LINE 1 COL 20 PIC X(4) USING ManageCode.
       01 MANAGE-NOTFOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO LOCATION RECORD FOUND.".
       01 MANAGE-MENU-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "LOCATION CODE  :".
           02 LINE 1 COL 19 PIC X(4) USING LocCode.
           02 LINE 2 COL 1 VALUE "NAME           :".
           02 LINE 2 COL 19 PIC X(30) USING LocName.
           02 LINE 3 COL 1 VALUE "STATUS (A/I)   :".
           02 LINE 3 COL 19 PIC X(1) USING LocActiveFlag.
           02 LINE 5 COL 1 VALUE "1. CHANGE NAME".
           02 LINE 6 COL 1 VALUE "2. DEACTIVATE THIS LOCATION".
           02 LINE 7 COL 1 VALUE "3. REACTIVATE THIS LOCATION".
           02 LINE 8 COL 1 VALUE "4. CANCEL".
           02 LINE 9 COL 1 VALUE "ENTER YOUR CHOICE :".
           02 LINE 9 COL 21 PIC 9 USING ManageAction.
       01 MANAGE-CHANGE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NEW NAME       :".
           02 LINE 1 COL 19 PIC X(30) USING EntryName.
       01 MANAGE-CONFIRM-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CONFIRM (Y/N) :".
           02 LINE 1 COL 17 PIC X(1) USING ManageConfirm.
       01 MANAGE-CHANGED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Location updated.".
       01 MANAGE-DEACTIVATED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Location deactivated.".
       01 MANAGE-REACTIVATED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Location reactivated.".
       01 MANAGE-MAIN-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "MAIN CANNOT BE DEACTIVATED.".
       01 MANAGE-HELD-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "STOCK STILL HELD - NOT DEACTIVATED.".
           02 LINE 2 COL 1 VALUE "CODES WITH A BALANCE :".
           02 LINE 2 COL 24 PIC 9(5) FROM HeldCodes.
       01 MANAGE-CANCEL-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "No change made.".
       01 MANAGE-ERR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "ERROR UPDATING - FILE STATUS :".
           02 LINE 1 COL 32 PIC 99 USING LocationStatus.
       01 ERROR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Invalid choice. Please try again.".
       01 SIGNON-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "************************************".
           02 LINE 2 COL 1 VALUE "      LOCATION MAINTENANCE SIGN-ON  ".
           02 LINE 3 COL 1 VALUE "************************************".
           02 LINE 5 COL 1 VALUE "OPERATOR ID :".
           02 LINE 5 COL 15 PIC X(8) USING OperatorId.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT TodaysDate FROM DATE YYYYMMDD.
           MOVE SPACES TO OperatorId
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN.
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
           END-IF.
           PERFORM MENU-PARA.
           CLOSE LocationFile.
           STOP RUN.

       MENU-PARA.
           DISPLAY MAIN-SCREEN.
           ACCEPT CHOICE AT LINE 8 COL 23
           EVALUATE CHOICE
               WHEN 1
                   PERFORM P-WRITE
                   PERFORM MENU-PARA
               WHEN 2
                   PERFORM P-READ
                   PERFORM MENU-PARA
               WHEN 3
                   PERFORM P-MANAGE
                   PERFORM MENU-PARA
               WHEN 4
                   CONTINUE
               WHEN OTHER
                 DISPLAY ERROR-SCREEN
                 PERFORM MENU-PARA
           END-EVALUATE .


       P-WRITE.
           MOVE SPACES TO EntryCode
           MOVE SPACES TO EntryName
           DISPLAY WRITE-SCREEN
           ACCEPT WRITE-SCREEN
           IF EntryCode = SPACES
               DISPLAY WRITE-BLANK-SCREEN
           ELSE
               MOVE EntryCode TO LocCode
               MOVE EntryName TO LocName
               MOVE "A" TO LocActiveFlag
               MOVE TodaysDate TO LocDateAdded
               WRITE LocationRecord
                   INVALID KEY
                       IF DUP-LocationStatus
                           DISPLAY WRITE-DUP-SCREEN
                       ELSE
                           DISPLAY WRITE-ERR-SCREEN
                       END-IF
                   NOT INVALID KEY
                       DISPLAY WRITE-OK-SCREEN
               END-WRITE
           END-IF
           .

       P-READ.
           MOVE SPACES TO QueryCode
           DISPLAY READ-CODE-SCREEN
           ACCEPT READ-CODE-SCREEN
           MOVE QueryCode TO LocCode
           READ LocationFile
               KEY IS LocCode
               INVALID KEY
                   DISPLAY READ-NOTFOUND-SCREEN
               NOT INVALID KEY
                   DISPLAY READ-RESULT-SCREEN
           END-READ
           .

       P-MANAGE.
           MOVE SPACES TO ManageCode
           DISPLAY MANAGE-CODE-SCREEN
           ACCEPT MANAGE-CODE-SCREEN
           MOVE ManageCode TO LocCode
           READ LocationFile
               KEY IS LocCode
               INVALID KEY
                   DISPLAY MANAGE-NOTFOUND-SCREEN
               NOT INVALID KEY
                   PERFORM P-MANAGE-ACTION
           END-READ
           .

       P-MANAGE-ACTION.
           MOVE ZEROES TO ManageAction
           DISPLAY MANAGE-MENU-SCREEN
           ACCEPT MANAGE-MENU-SCREEN
           EVALUATE ManageAction
               WHEN 1
                   PERFORM P-MANAGE-CHANGE
               WHEN 2
                   PERFORM P-MANAGE-DEACTIVATE
               WHEN 3
                   PERFORM P-MANAGE-REACTIVATE
               WHEN OTHER
                   DISPLAY MANAGE-CANCEL-SCREEN
           END-EVALUATE
           .

       P-MANAGE-CHANGE.
           MOVE LocName TO EntryName
           DISPLAY MANAGE-CHANGE-SCREEN
           ACCEPT MANAGE-CHANGE-SCREEN
           MOVE SPACES TO ManageConfirm
           DISPLAY MANAGE-CONFIRM-SCREEN
           ACCEPT MANAGE-CONFIRM-SCREEN
           IF ManageConfirmedYes
               MOVE EntryName TO LocName
               REWRITE LocationRecord
                   INVALID KEY
                       DISPLAY MANAGE-ERR-SCREEN
                   NOT INVALID KEY
                       DISPLAY MANAGE-CHANGED-SCREEN
               END-REWRITE
           ELSE
               DISPLAY MANAGE-CANCEL-SCREEN
           END-IF
           .

      * A location may only be deactivated once it is empty, otherwise
      * StockPost could no longer move the goods still held there.
       P-MANAGE-DEACTIVATE.
           IF LocCode = DEFAULT-LOCATION
               DISPLAY MANAGE-MAIN-SCREEN
           ELSE
               PERFORM P-COUNT-HELD
               IF HeldCodes > ZEROES
                   DISPLAY MANAGE-HELD-SCREEN
               ELSE
                   PERFORM P-MANAGE-DEACTIVATE-CONFIRM
               END-IF
           END-IF
           .

       P-MANAGE-DEACTIVATE-CONFIRM.
           MOVE SPACES TO ManageConfirm
           DISPLAY MANAGE-CONFIRM-SCREEN
           ACCEPT MANAGE-CONFIRM-SCREEN
           IF ManageConfirmedYes
               MOVE "I" TO LocActiveFlag
               REWRITE LocationRecord
                   INVALID KEY
                       DISPLAY MANAGE-ERR-SCREEN
                   NOT INVALID KEY
                       DISPLAY MANAGE-DEACTIVATED-SCREEN
               END-REWRITE
           ELSE
               DISPLAY MANAGE-CANCEL-SCREEN
           END-IF
           .

       P-COUNT-HELD.
           MOVE ZEROES TO HeldCodes
           OPEN INPUT StkLocFile
           IF OK-StkLocStatus
               READ StkLocFile
                   AT END SET EndOfStkLoc TO TRUE
               END-READ
               PERFORM P-COUNT-ONE-HELD UNTIL EndOfStkLoc
               CLOSE StkLocFile
           END-IF
           .

       P-COUNT-ONE-HELD.
           IF SlLocation = LocCode AND SlOnHand NOT = ZEROES
               ADD 1 TO HeldCodes
           END-IF
           READ StkLocFile
               AT END SET EndOfStkLoc TO TRUE
           END-READ
           .

       P-MANAGE-REACTIVATE.
           MOVE SPACES TO ManageConfirm
           DISPLAY MANAGE-CONFIRM-SCREEN
           ACCEPT MANAGE-CONFIRM-SCREEN
           IF ManageConfirmedYes
               MOVE "A" TO LocActiveFlag
               REWRITE LocationRecord
                   INVALID KEY
                       DISPLAY MANAGE-ERR-SCREEN
                   NOT INVALID KEY
                       DISPLAY MANAGE-REACTIVATED-SCREEN
               END-REWRITE
           ELSE
               DISPLAY MANAGE-CANCEL-SCREEN
           END-IF
           .
