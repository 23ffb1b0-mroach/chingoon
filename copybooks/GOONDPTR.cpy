      *    active/inactive flag - a department that moves or closes
      *    is deactivated, never deleted, so its old audit lines
      *    still resolve to a name.
      *
      *    The monthly face quota is the number of faces the
      *    department may have produced in one calendar month (see
      *    GOONQTAW); zero means no limit, which is what every
      *    department carried before quotas were introduced.
      *
      *    The theme code names the GOONTHM part set (see GOONTHMR)
      *    the department's faces are drawn in; blank is the house
      *    look every department had before themes. The field grew
      *    the record from 40 to 44 bytes - the cluster must be
      *    redefined at the new size and reloaded.
      *
      *    The cost center is the GL cost center GOONBILL's journal
      *    feed debits for the department's chargeback; blank until
      *    one is given, and a department without one is debited to
      *    the service center's suspense cost center. The field grew
      *    the record from 44 to 52 bytes - the cluster must be
      *    redefined at the new size and reloaded again.
      *****************************************************************
       01  DEPT-RECORD.
           05 DPT-CODE           PIC X(04).
           05 DPT-STATUS         PIC X(01).
              88 DPT-ACTIVE         VALUE 'A'.
              88 DPT-INACTIVE       VALUE 'I'.
           05 DPT-MONTH-QUOTA    PIC 9(05).
           05 DPT-THEME          PIC X(04).
           05 DPT-COST-CENTER    PIC X(08).
