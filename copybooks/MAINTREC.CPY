      *  Maintenance log record - one row per before/after image
      *  written by the TRANFILE maintenance transaction, so month-end
      *  can prove who changed what. An insert logs an AFTER image
      *  only, a delete a BEFORE image only, an update both. Changes
      *  are dual-controlled: MAINT-OPERATOR-ID is the maker who
      *  keyed the change at CALCMNT and MAINT-CHECKER-ID the second
      *  operator who approved it at CALCAPRV, which writes the
      *  images when the change takes effect. A change the checker
      *  rejected logs its proposed image as a REJECT row.
      *****************************************************************
       01  MAINT-LOG-RECORD.
           05  MAINT-LOG-DATE          PIC X(8).
           05  MAINT-IMAGE-TYPE        PIC X(6).
               88  MAINT-BEFORE-IMAGE      VALUE 'BEFORE'.
               88  MAINT-AFTER-IMAGE       VALUE 'AFTER'.
               88  MAINT-REJECTED-IMAGE    VALUE 'REJECT'.
           05  MAINT-RECORD-IMAGE      PIC X(41).
           05  MAINT-CHECKER-ID        PIC X(8).
