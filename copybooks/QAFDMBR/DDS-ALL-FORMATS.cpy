      *****************************************************************
      * QAFDMBR - Display File Description member output (DSPFD
      * ... TYPE(*MBR) OUTFILE), one record per member of each
      * described file; built per library into QTEMP by DBSIZCBL the
      * way XREFSWPCBL builds QADSPPGM. Subset: MBNRCD current
      * records, MBNDTR deleted records, MBDSSZ data space and
      * MBITSZ access path size in bytes.
      *****************************************************************
           05  MBFILE              PIC X(10).
           05  MBLIB               PIC X(10).
           05  MBNAME              PIC X(10).
           05  MBFTYP              PIC X(1).
           05  MBNRCD              PIC S9(10)   PACKED-DECIMAL.
           05  MBNDTR              PIC S9(10)   PACKED-DECIMAL.
           05  MBDSSZ              PIC S9(10)   PACKED-DECIMAL.
           05  MBITSZ              PIC S9(10)   PACKED-DECIMAL.
