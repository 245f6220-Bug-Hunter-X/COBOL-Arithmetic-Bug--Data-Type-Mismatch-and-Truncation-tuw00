      *****************************************************************
      *  GLMLOGREC.CPY
      *  GL mapping maintenance log record - one row per
      *  before/after image of a GLMAPFILE change, in the same style
      *  as the TRANFILE maintenance log (MAINTREC copybook). The
      *  operator is the maker who keyed the change at CALCGLM and
      *  the checker is the second operator who approved it at
      *  CALCAPRV; a change the checker rejected logs its proposed
      *  image as a REJECT row so the refusal is on the trail too.
      *****************************************************************
       01  GLMAP-LOG-RECORD.
           05  GLMAP-LOG-DATE          PIC X(8).
           05  GLMAP-LOG-TIME          PIC X(8).
           05  GLMAP-LOG-OPERATOR      PIC X(8).
           05  GLMAP-LOG-ACTION        PIC X(6).
           05  GLMAP-LOG-IMAGE-TYPE    PIC X(6).
           05  GLMAP-LOG-IMAGE         PIC X(25).
           05  GLMAP-LOG-CHECKER       PIC X(8).
