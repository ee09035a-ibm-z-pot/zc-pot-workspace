      *    User authority audit file record - one record appended
      *    for every Grant Role or Revoke Role that changes a
      *    userid's roles, so security can always see who gave or
      *    took away which role and when. Append-only, like the
      *    supplier and department maintenance audits
       01  USER-AUTHORITY-AUDIT-RECORD.
           03 UAU-DATE                 PIC 9(8).
           03 UAU-TIME                 PIC 9(6).
      *    The security administrator who made the change
           03 UAU-USERID               PIC X(8).
           03 UAU-TARGET-USERID        PIC X(8).
           03 UAU-ACTION               PIC X(1).
               88 UAU-ACTION-GRANT         VALUE 'G'.
               88 UAU-ACTION-REVOKE        VALUE 'R'.
           03 UAU-ROLE-CODE            PIC X(1).
      *    The target's role flags before and after - spaces on
      *    the before side when the grant created the record
           03 UAU-OLD-ROLE-FLAGS       PIC X(8).
           03 UAU-NEW-ROLE-FLAGS       PIC X(8).
