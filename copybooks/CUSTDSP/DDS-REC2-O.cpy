      *    reported this customer.
           05  CUSTBAL             PIC S9(9)V99.
           05  CUSTBALDT           PIC 9(8).
      *    Credit limit (CUSTCRLPF) and its near-limit warning
      *    percentage - input-capable in add/change mode.
           05  CUSTCRLMT           PIC S9(9)V99.
           05  CUSTCRWPCT          PIC 9(3).
           05  SCRMODE             PIC X(07).
