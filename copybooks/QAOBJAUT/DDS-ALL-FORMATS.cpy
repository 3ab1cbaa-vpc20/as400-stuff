      *****************************************************************
      * QAOBJAUT - Display Object Authority output (DSPOBJAUT ...
      * OUTPUT(*OUTFILE)), one record per user profile (and the
      * *PUBLIC row) holding authority to the object; built per
      * file into QTEMP by AUTDRFCBL the way DBSIZCBL builds
      * QAFDMBR. Subset: OAOWN owner, OAUSR the profile, OAOBJA the
      * summary authority (*ALL, *CHANGE, *USE, *EXCLUDE, USER DEF)
      * and the individual object and data authorities, each "X"
      * when held.
      *****************************************************************
           05  OASYS               PIC X(8).
           05  OANAME              PIC X(10).
           05  OALIB               PIC X(10).
           05  OATYPE              PIC X(8).
           05  OAOWN               PIC X(10).
           05  OAUSR               PIC X(10).
           05  OAOBJA              PIC X(8).
           05  OAOPR               PIC X(1).
           05  OAOMGT              PIC X(1).
           05  OAEXS               PIC X(1).
           05  OAREAD              PIC X(1).
           05  OAADD               PIC X(1).
           05  OAUPD               PIC X(1).
           05  OADLT               PIC X(1).
           05  OAANAM              PIC X(10).
           05  OAAMGT              PIC X(1).
           05  OAEXEC              PIC X(1).
           05  OAALTR              PIC X(1).
           05  OAREF               PIC X(1).
