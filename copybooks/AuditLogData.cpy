       01 AuditErrorCount     PIC 9(6)    VALUE ZEROS.
       01 AuditKeyValue       PIC X(17)   VALUE SPACES.
       01 AuditOperatorId     PIC X(4)    VALUE SPACES.
       01 AuditOldValue       PIC X(30)   VALUE SPACES.
       01 AuditNewValue       PIC X(30)   VALUE SPACES.
