       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SupplierConvert.
       AUTHOR.  AYMANE HMIDANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One-off reload of the supplier master into the layout that
      * carries ordering terms. The old SUPPLIER.DAT is renamed to
      * SUPOLD.DAT first; every record is copied to a new
      * SUPPLIER.DAT with lead and safety days at zero, to be keyed
      * afterwards in SupplierMaint or through SupplierBatch.
       SELECT OldFile ASSIGN
        TO "MYPATH/SUPOLD.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OldCode
                 FILE STATUS IS OldStatus.
       SELECT SupplierFile ASSIGN
        TO "MYPATH/SUPPLIER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SupplierCode
                 FILE STATUS IS SupplierStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OldFile.
       01 OldRecord.
          88   EndOfOld VALUE HIGH-VALUES.
          02 OldCode                PIC 99.
          02 OldName                PIC X(30).
          02 OldActiveFlag          PIC X(1).
          02 OldContact             PIC X(30).
          02 OldPhone               PIC X(15).
          02 OldDateAdded           PIC 9(8).

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

       WORKING-STORAGE SECTION.
       77 OldStatus      PIC 99 VALUE ZEROES.
          88 OK-OldStatus       VALUE 00.
       77 SupplierStatus PIC 99 VALUE ZEROES.
          88 OK-SupplierStatus  VALUE 00.
       77 ReadCount      PIC 9(5) VALUE ZEROES.
       77 WrittenCount   PIC 9(5) VALUE ZEROES.
       77 FailedCount    PIC 9(5) VALUE ZEROES.
       PROCEDURE DIVISION.
       Begin.
          OPEN INPUT OldFile.
                     IF NOT OK-OldStatus
               DISPLAY "ISSUE WHILE OPENING OldFile "
               DISPLAY "FILE-STATUS:" OldStatus
               STOP RUN
           END-IF
          OPEN OUTPUT SupplierFile.
                     IF NOT OK-SupplierStatus
               DISPLAY "ISSUE WHILE OPENING SupplierFile "
               DISPLAY "FILE-STATUS:" SupplierStatus
               STOP RUN
           END-IF

          READ OldFile
             AT END SET EndOfOld TO TRUE
          END-READ.
          PERFORM UNTIL EndOfOld
             ADD 1 TO ReadCount
             PERFORM Copy-One-Supplier
             READ OldFile
                AT END SET EndOfOld TO TRUE
             END-READ
          END-PERFORM.

          CLOSE OldFile
                SupplierFile.
          DISPLAY "*****************************************".
          DISPLAY "  SupplierConvert - RUN CONTROL TOTALS    ".
          DISPLAY "*****************************************".
          DISPLAY "SUPPLIERS READ         : " ReadCount.
          DISPLAY "SUPPLIERS WRITTEN      : " WrittenCount.
          DISPLAY "WRITES FAILED          : " FailedCount.
          STOP RUN.

       Copy-One-Supplier.
          MOVE OldCode TO SupplierCode
          MOVE OldName TO SupplierName
          MOVE OldActiveFlag TO SupplierActiveFlag
          MOVE OldContact TO SupplierContact
          MOVE OldPhone TO SupplierPhone
          MOVE OldDateAdded TO SupplierDateAdded
          MOVE ZEROES TO SupplierLeadDays
          MOVE ZEROES TO SupplierSafetyDays
          WRITE SupplierRecord
             INVALID KEY
                ADD 1 TO FailedCount
                DISPLAY "WRITE FAILED  SUPPLIER " OldCode
                   "  STATUS " SupplierStatus
             NOT INVALID KEY
                ADD 1 TO WrittenCount
          END-WRITE.
