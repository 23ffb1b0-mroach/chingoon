      *****************************************************************
      *    GOONSTOR
      *    Record layout for the GOONSTO standing-order master (VSAM
      *    KSDS), keyed on department code and a two-digit order
      *    number within the department. COPY this under the FD in
      *    any program that reads or maintains the master, so the
      *    layout stays in one place.
      *
      *    Each order is a GOONIN card a department wants run on a
      *    schedule - the CHINS, style and width tokens, with the
      *    department as requestor - and the recurrence it comes due
      *    on:
      *      W  weekly, on a day of the week (1 = MON ... 7 = SUN)
      *      M  monthly, on a day of the month (1-31; a day the
      *         month doesn't have falls on its last day)
      *      L  monthly, on the last business day (MON-FRI) of the
      *         month
      *    between a start date and a stop date (99999999 = until
      *    stopped). GOONSGEN queues the orders that come due each
      *    night and stamps the night on STO-LAST-RUN, so no order
      *    is queued twice for one night however often the job is
      *    run. GOONSORM is the only program that maintains the
      *    orders themselves.
      *****************************************************************
       01  STANDING-ORDER-RECORD.
           05 STO-KEY.
              10 STO-DEPT        PIC X(04).
              10 STO-SEQ         PIC 9(02).
           05 STO-CHINS          PIC 9(02).
           05 STO-STYLE          PIC X(01).
           05 STO-WIDTH          PIC 9(02).
           05 STO-RECUR          PIC X(01).
              88 STO-WEEKLY         VALUE 'W'.
              88 STO-MONTHLY        VALUE 'M'.
              88 STO-LAST-BUS-DAY   VALUE 'L'.
           05 STO-RECUR-DAY      PIC 9(02).
           05 STO-START-DATE     PIC X(08).
           05 STO-STOP-DATE      PIC X(08).
              88 STO-OPEN-ENDED     VALUE "99999999".
      *    Business date the order was last queued for - or, for an
      *    order not yet queued, the day before it could first come
      *    due
           05 STO-LAST-RUN       PIC X(08).
           05 FILLER             PIC X(22).
