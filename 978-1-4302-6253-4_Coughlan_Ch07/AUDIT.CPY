      * AUDIT.CPY
      * Before/after image audit trail written for every
      * add/change/delete applied to Employee.dat.
      * AuditEnteredBy and AuditApprovedBy carry the operators
      * who keyed and approved a transaction applied by the
      * master update; other jobs leave them as spaces.
      *
      * Fixed layout (226 bytes). The retention run
      * (Listing7-34) and period close (Listing7-36) write the
      * record through PIC X(226) areas - widen those with it.
      *------------------------------------------------------
       01 AuditRecord.
           05 AuditJobName         PIC X(10).
               88 AuditChange         VALUE 'C'.
               88 AuditDelete         VALUE 'D'.
           05 AuditEmpNumber       PIC 9(09).
           05 AuditBeforeImage     PIC X(87).
           05 AuditAfterImage      PIC X(87).
           05 AuditAuthorisation.
               10 AuditEnteredBy     PIC X(08).
               10 AuditApprovedBy    PIC X(08).
