          02 SupplierContact        PIC X(30).
          02 SupplierPhone          PIC X(15).
          02 SupplierDateAdded      PIC 9(8).
          02 SupplierLeadDays       PIC 9(3).
          02 SupplierSafetyDays     PIC 9(3).

       FD SeqFile.
       01 SeqRecord.
