           MOVE AuditKeyValue    TO AlgKeyValue
           MOVE SPACES           TO AuditKeyValue
           MOVE AuditOperatorId  TO AlgOperatorId
           MOVE AuditOldValue    TO AlgOldValue
           MOVE AuditNewValue    TO AlgNewValue
           MOVE SPACES           TO AuditOldValue, AuditNewValue
           WRITE AuditLogRecord.
