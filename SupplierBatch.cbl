      * SupTransAction is "A" to add, "C" to change name and contact
      * details, "D" to deactivate and "R" to reactivate. Suppliers
      * are never deleted so the catalog history stays explainable.
      * The ordering terms follow the operator so older transaction
      * files still read; terms left blank are taken as zero on an
      * add and left as they are on a change.
          02 SupTransAction       PIC X(1).
          02 SupTransCode         PIC 99.
          02 SupTransName         PIC X(30).
          02 SupTransContact      PIC X(30).
          02 SupTransPhone        PIC X(15).
          02 SupTransOperator     PIC X(8).
          02 SupTransLeadDays     PIC 9(3).
          02 SupTransSafetyDays   PIC 9(3).

       FD SupplierFile.
       01 SupplierRecord.
          02 SupplierContact        PIC X(30).
          02 SupplierPhone          PIC X(15).
          02 SupplierDateAdded      PIC 9(8).
          02 SupplierLeadDays       PIC 9(3).
          02 SupplierSafetyDays     PIC 9(3).

       FD SupLogFile.
       01 SupLogRecord.
          MOVE SupTransContact TO SupplierContact
          MOVE SupTransPhone TO SupplierPhone
          MOVE TodaysDate TO SupplierDateAdded
          MOVE ZEROES TO SupplierLeadDays
          MOVE ZEROES TO SupplierSafetyDays
          PERFORM Take-Order-Terms
          WRITE SupplierRecord
             INVALID KEY
                PERFORM Log-Transaction-Failed
                MOVE SupTransName TO SupplierName
                MOVE SupTransContact TO SupplierContact
                MOVE SupTransPhone TO SupplierPhone
                PERFORM Take-Order-Terms
                REWRITE SupplierRecord
                   INVALID KEY
                      PERFORM Log-Transaction-Failed
                END-REWRITE
          END-READ.

       Take-Order-Terms.
          IF SupTransLeadDays NUMERIC
             MOVE SupTransLeadDays TO SupplierLeadDays
          END-IF
          IF SupTransSafetyDays NUMERIC
             MOVE SupTransSafetyDays TO SupplierSafetyDays
          END-IF.

       Batch-Deactivate.
          MOVE SupTransCode TO SupplierCode
          READ SupplierFile
