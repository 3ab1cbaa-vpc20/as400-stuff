      *  we don't is exactly the kind of drift someone should see.
      *  The apply is idempotent: rerunning the same feed lands the
      *  same figures.
      *
      *  Every stored row is also kept in CUSTBALHS under the run
      *  date the chain hands in, so the overwrite here no longer
      *  loses yesterday's figure - the CUSTBALMOV movement report
      *  works from that.
      *================================================================

       ENVIRONMENT DIVISION.
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BALCUSTNO.

           SELECT CUSTBALHS      ASSIGN  TO DATABASE-CUSTBALHS
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         BHKEY.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
       01  CUSTBALPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALPF.

       FD  CUSTBALHS
           LABEL RECORDS ARE STANDARD.
       01  CUSTBALHS-REC.
           COPY DDS-ALL-FORMATS OF CUSTBALHS.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           05  BAL-FOUND-SW        PIC 1   VALUE B"0".
               88  BAL-FOUND               VALUE B"1".
               88  BAL-NOT-FOUND           VALUE B"0".
           05  HST-FOUND-SW        PIC 1   VALUE B"0".
               88  HST-FOUND               VALUE B"1".
               88  HST-NOT-FOUND           VALUE B"0".

       01  APPLY-COUNTERS.
           05  WS-READ-COUNT       PIC S9(7) VALUE ZEROES.
               10  FILLER           PIC X(11) VALUE "  UNKNOWN:".
               10  TTL-UNKNOWN      PIC ZZZZZZ9.

       LINKAGE SECTION.

       01  LINK-RUN-DATE            PIC 9(08).
       01  LINK-RUN-ID              PIC 9(06).

      *================================================================

       PROCEDURE DIVISION USING LINK-RUN-DATE, LINK-RUN-ID.

       0000-MAIN.

           OPEN INPUT  CUSTBALIMP
                       CUSTPF.
           OPEN I-O    CUSTBALPF
                       CUSTBALHS.
           OPEN OUTPUT CUSTBALLST.

           MOVE HDR-LINE TO CUSTBALLST-REC.
           CLOSE CUSTBALIMP
                 CUSTPF
                 CUSTBALPF
                 CUSTBALHS
                 CUSTBALLST.

           DISPLAY "CUSTBALCBL: " WS-READ-COUNT " read, "
           ELSE
              WRITE CUSTBALPF-REC
           END-IF.

           PERFORM 2100-STORE-HISTORY.

      *================================================================

       2100-STORE-HISTORY.

           MOVE LINK-RUN-DATE              TO BHDATE   OF CUSTBALHS-REC.
           MOVE BALCUSTNO OF CUSTBALPF-REC TO BHCUSTNO OF CUSTBALHS-REC.
           SET HST-FOUND TO TRUE.
           READ CUSTBALHS
              INVALID KEY
                 SET HST-NOT-FOUND TO TRUE
           END-READ.

           MOVE BALAMT   OF CUSTBALPF-REC TO BHAMT   OF CUSTBALHS-REC.
           MOVE BALASOF  OF CUSTBALPF-REC TO BHASOF  OF CUSTBALHS-REC.
           MOVE BALUPDTS OF CUSTBALPF-REC TO BHUPDTS OF CUSTBALHS-REC.

           IF HST-FOUND
              REWRITE CUSTBALHS-REC
           ELSE
              WRITE CUSTBALHS-REC
           END-IF.
