      *****************************************************************
      * ONCALLPF - on-call roster for critical alerts, keyed from
      * date + day type + band start time. Each row names who is on
      * call for a time band (OCSTRTM up to, not including,
      * OCENDTM; 2400 is end of day - a night shift is two rows,
      * 1800-2400 and 0000-0800) on the days of one type within a
      * date range:
      *
      *   OCDAYTYP  "B" business day, "N" weekend or SHOPCAL
      *             holiday, "*" either
      *   OCTODT    last date the row applies; zero - open-ended
      *   OCPRIM/OCSEC/OCMGR  user profiles paged at tier 1
      *             (primary), 2 (secondary) and 3 (manager); a
      *             blank tier is skipped
      *   OCESCMIN  minutes a critical alert may stay unacknowledged
      *             at one tier before the next is paged
      *
      * ONCALLSVC resolves the row for a moment: a row for the
      * day's own type beats a "*" row, and among equals the latest
      * OCFROMDT wins, so next month's roster is keyed alongside
      * this month's. Maintained through ONCALLMNT.
      *****************************************************************
           05  OCKEY.
               10  OCFROMDT        PIC 9(8).
               10  OCDAYTYP        PIC X(1).
               10  OCSTRTM         PIC 9(4).
           05  OCTODT              PIC 9(8).
           05  OCENDTM             PIC 9(4).
           05  OCPRIM              PIC X(10).
           05  OCSEC               PIC X(10).
           05  OCMGR               PIC X(10).
           05  OCESCMIN            PIC 9(3).
