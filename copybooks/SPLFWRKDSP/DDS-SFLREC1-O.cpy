      * 4=delete (honors the SPLFPRO protection rules), 6=release.
      * The job identity fields ride the line (hidden on the DDS
      * where not shown) so the option processing can address the
      * live spooled file. SFL-SCHNOTE says why the off-peak
      * scheduler is holding the file, blank when it is not.
      *****************************************************************
           05  SFLREC1.
               10  SFL-OPT             PIC X(1).
               10  SFL-FORMTYP         PIC X(10).
               10  SFL-STAT            PIC X(10).
               10  SFL-PAGES           PIC 9(7).
               10  SFL-SCHNOTE         PIC X(30).
