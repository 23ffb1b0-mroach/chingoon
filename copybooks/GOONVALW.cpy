      *    (0005, requestor code too long, and 0008/0009, requestor
      *    code not on the GOONDPT department master / inactive
      *    there, are edited where the requestor token is pulled
      *    apart, not here; so is 0010, department monthly face
      *    quota reached - see GOONQTAW.)
      *****************************************************************
       01  :PFX:-CAND-RAW        PIC X(10).
       01  :PFX:-CAND-DIGITS     PIC X(09).
