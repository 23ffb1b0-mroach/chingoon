      *****************************************************************
      *    GOONCATR
      *    Record layout for the GOONCAT face catalog (VSAM KSDS),
      *    keyed on theme code plus style code plus CHINS value plus
      *    body width.
      *    COPY this under the FD in any program that reads or
      *    maintains the catalog, so the layout stays in one place.
      *
      *    The face image is the finished report lines for one goon -
      *    line count plus up to 103 lines (head, eyes, body top,
      *    99 chin rows, chin), each up to the 78-column maximum
      *    body width - stored the first time a theme/style/CHINS/
      *    width combination is rendered and served straight into
      *    GOONRPT after that. The theme is the GOONTHM part set the
      *    face was drawn in (blank for the house GOONCFG look), so
      *    each department's faces sit under their own theme. A
      *    retheme makes only that theme's stored images stale:
      *    purge that one theme with GOONCATM when it happens.
      *
      *    The usage detail trails the image: the date the entry
      *    last served a face and how many times it ever has, kept
      *    only the entries nothing has asked for in a while. The
      *    fields grew the record from 8042 to 8057 bytes - a
      *    cluster defined at the old size must be redefined (and
      *    the catalog refills itself from the nightly traffic). The
      *    theme code grew the key from 5 to 9 bytes and the record
      *    to 8061 - the same redefine applies.
      *****************************************************************
       01  CATALOG-RECORD.
           05 CAT-KEY.
              10 CAT-THEME       PIC X(04).
              10 CAT-STYLE       PIC X(01).
              10 CAT-CHINS       PIC 9(02).
              10 CAT-WIDTH       PIC 9(02).
