      *    User authority file record - keyed on USR-USERID
      *    One record per userid allowed to update the catalogue
      *    application online. Each role is a Y/N flag, in role
      *    code order (B W P A D S), so one userid can hold several
      *    roles. Every update request type needs one role; a
      *    userid not on file can still inquire but update nothing.
      *    Only Grant Role and Revoke Role change the flags, and a
      *    userid stripped of every role keeps its record so the
      *    audit trail still has something to point at
       01  USER-AUTHORITY-RECORD.
           03 USR-USERID               PIC X(8).
           03 USR-ROLE-FLAGS.
               05 USR-ROLE-FLAG        PIC X(1)  OCCURS 8 TIMES.
           03 USR-ROLES REDEFINES USR-ROLE-FLAGS.
               05 USR-ROLE-BUYER           PIC X(1).
                   88 USR-IS-BUYER             VALUE 'Y'.
               05 USR-ROLE-WAREHOUSE       PIC X(1).
                   88 USR-IS-WAREHOUSE         VALUE 'Y'.
               05 USR-ROLE-PURCHASING      PIC X(1).
                   88 USR-IS-PURCHASING        VALUE 'Y'.
               05 USR-ROLE-ACCOUNTS-PAY    PIC X(1).
                   88 USR-IS-ACCOUNTS-PAY      VALUE 'Y'.
               05 USR-ROLE-BUDGET-ADMIN    PIC X(1).
                   88 USR-IS-BUDGET-ADMIN      VALUE 'Y'.
               05 USR-ROLE-SECURITY-ADMIN  PIC X(1).
                   88 USR-IS-SECURITY-ADMIN    VALUE 'Y'.
      *        Spare role positions - always 'N'
               05 FILLER                   PIC X(2).
           03 USR-LAST-CHANGED-DATE    PIC 9(8).
           03 USR-LAST-CHANGED-BY      PIC X(8).
