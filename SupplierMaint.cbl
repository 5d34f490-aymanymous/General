          02 SupplierContact        PIC X(30).
          02 SupplierPhone          PIC X(15).
          02 SupplierDateAdded      PIC 9(8).
      * Ordering terms used by ReorderRecalc: the days from order to
      * receipt, and the extra days of cover held as safety stock.
          02 SupplierLeadDays       PIC 9(3).
          02 SupplierSafetyDays     PIC 9(3).

       WORKING-STORAGE SECTION.
       77 CHOICE PIC 9.
       77 EntryName             PIC X(30).
       77 EntryContact          PIC X(30).
       77 EntryPhone            PIC X(15).
       77 EntryLeadDays         PIC 9(3).
       77 EntrySafetyDays       PIC 9(3).
       77 QueryCode             PIC 99.
       77 ManageCode            PIC 99.
       77 ManageAction          PIC 9.
           02 LINE 7 COL 19 PIC X(30) USING EntryContact.
           02 LINE 8 COL 1 VALUE "PHONE          :".
           02 LINE 8 COL 19 PIC X(15) USING EntryPhone.
           02 LINE 9 COL 1 VALUE "LEAD DAYS      :".
           02 LINE 9 COL 19 PIC 9(3) USING EntryLeadDays.
           02 LINE 10 COL 1 VALUE "SAFETY DAYS    :".
           02 LINE 10 COL 19 PIC 9(3) USING EntrySafetyDays.
       01 WRITE-OK-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Supplier added to the master.".
           02 LINE 5 COL 19 PIC X(15) USING SupplierPhone.
           02 LINE 6 COL 1 VALUE "DATE ADDED     :".
           02 LINE 6 COL 19 PIC 9(8) USING SupplierDateAdded.
           02 LINE 7 COL 1 VALUE "LEAD DAYS      :".
           02 LINE 7 COL 19 PIC 9(3) USING SupplierLeadDays.
           02 LINE 8 COL 1 VALUE "SAFETY DAYS    :".
           02 LINE 8 COL 19 PIC 9(3) USING SupplierSafetyDays.
       01 READ-NOTFOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NO SUPPLIER RECORD FOUND.".
           02 LINE 2 COL 19 PIC X(30) USING SupplierName.
           02 LINE 3 COL 1 VALUE "STATUS (A/I)   :".
           02 LINE 3 COL 19 PIC X(1) USING SupplierActiveFlag.
           02 LINE 5 COL 1 VALUE "1. CHANGE DETAILS / ORDER TERMS".
           02 LINE 6 COL 1 VALUE "2. DEACTIVATE THIS SUPPLIER".
           02 LINE 7 COL 1 VALUE "3. REACTIVATE THIS SUPPLIER".
           02 LINE 8 COL 1 VALUE "4. CANCEL".
           02 LINE 2 COL 19 PIC X(30) USING EntryContact.
           02 LINE 3 COL 1 VALUE "NEW PHONE      :".
           02 LINE 3 COL 19 PIC X(15) USING EntryPhone.
           02 LINE 4 COL 1 VALUE "NEW LEAD DAYS  :".
           02 LINE 4 COL 19 PIC 9(3) USING EntryLeadDays.
           02 LINE 5 COL 1 VALUE "NEW SAFETY DAYS:".
           02 LINE 5 COL 19 PIC 9(3) USING EntrySafetyDays.
       01 MANAGE-CONFIRM-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CONFIRM (Y/N) :".
           MOVE SPACES TO EntryName
           MOVE SPACES TO EntryContact
           MOVE SPACES TO EntryPhone
           MOVE ZEROES TO EntryLeadDays
           MOVE ZEROES TO EntrySafetyDays
           DISPLAY WRITE-SCREEN
           ACCEPT WRITE-SCREEN
           MOVE EntryCode TO SupplierCode
           MOVE EntryContact TO SupplierContact
           MOVE EntryPhone TO SupplierPhone
           MOVE TodaysDate TO SupplierDateAdded
           MOVE EntryLeadDays TO SupplierLeadDays
           MOVE EntrySafetyDays TO SupplierSafetyDays
           WRITE SupplierRecord
               INVALID KEY
                   IF DUP-SupplierStatus
           MOVE SupplierName TO EntryName
           MOVE SupplierContact TO EntryContact
           MOVE SupplierPhone TO EntryPhone
           MOVE SupplierLeadDays TO EntryLeadDays
           MOVE SupplierSafetyDays TO EntrySafetyDays
           DISPLAY MANAGE-CHANGE-SCREEN
           ACCEPT MANAGE-CHANGE-SCREEN
           MOVE SPACES TO ManageConfirm
               MOVE EntryName TO SupplierName
               MOVE EntryContact TO SupplierContact
               MOVE EntryPhone TO SupplierPhone
               MOVE EntryLeadDays TO SupplierLeadDays
               MOVE EntrySafetyDays TO SupplierSafetyDays
               REWRITE SupplierRecord
                   INVALID KEY
                       DISPLAY MANAGE-ERR-SCREEN
