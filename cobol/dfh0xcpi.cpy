      *    Supplier maintenance audit file record - one record
      *    appended for every online action that changes the
      *    supplier master, so purchasing can always see who
      *    onboarded, changed or retired a supplier and when.
      *    Append-only, like the catalogue and department
      *    maintenance audits
       01  SUPPLIER-AUDIT-RECORD.
           03 SAU-DATE                 PIC 9(8).
           03 SAU-TIME                 PIC 9(6).
           03 SAU-USERID               PIC X(8).
           03 SAU-SUPPLIER-CODE        PIC X(6).
      *    What was done to the supplier
           03 SAU-ACTION               PIC X(1).
               88 SAU-ACTION-ADD           VALUE 'A'.
               88 SAU-ACTION-CHANGE        VALUE 'C'.
               88 SAU-ACTION-RETIRE        VALUE 'R'.
      *    The supplier as it stood before and after the action
      *    - spaces/zero on the before side of an add
           03 SAU-OLD-NAME             PIC X(40).
           03 SAU-NEW-NAME             PIC X(40).
           03 SAU-OLD-PHONE            PIC X(16).
           03 SAU-NEW-PHONE            PIC X(16).
           03 SAU-OLD-STATUS           PIC X(1).
           03 SAU-NEW-STATUS           PIC X(1).
           03 SAU-OLD-LEAD-TIME-DAYS   PIC 9(3).
           03 SAU-NEW-LEAD-TIME-DAYS   PIC 9(3).
