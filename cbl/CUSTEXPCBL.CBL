      *          pickup - and logs the run through AUDITLOG so the
      *          morning audit report shows a full refresh went out.
      *
      *  Contact notifications (NOTTYPE "K", from CUSTCONCBL) go
      *  only to a subscriber whose registry row opts in with
      *  SUBCONEXT "Y": the build writes them to the CUSTCEXF contact
      *  extract beside the customer extract, tracked on the same
      *  CUSTSUBSPF rows, and the customer extract never sees them.
      *  A subscriber not opted in skips them without a status row,
      *  so they are never its backlog. An added or changed contact
      *  that has been removed again before the build has nothing
      *  left to send - its removal follows in its own notification
      *  - and is stamped "E" on the spot.
      *
      *  A notification that cannot be exported (customer no longer
      *  on CUSTPF) is held at "N" with an exception line; the
      *  falling-behind count at the bottom of the report is this
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTCONPF      ASSIGN  TO DATABASE-CUSTCONPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         CONKEY.

           SELECT CUSTCEXF       ASSIGN  TO DATABASE-CUSTCEXF
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT CUSTEXPLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

       01  CUSTMKTF-REC.
           COPY DDS-ALL-FORMATS OF CUSTMKTF.

       FD  CUSTCONPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCONPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCONPF.

       FD  CUSTCEXF
           LABEL RECORDS ARE STANDARD.
       01  CUSTCEXF-REC.
           COPY DDS-ALL-FORMATS OF CUSTCEXF.

       FD  CUSTEXPLST
           LABEL RECORDS ARE OMITTED.
       01  CUSTEXPLST-REC           PIC X(132).
      *    is read, so the layout choice must be kept here - the FD
      *    record area is undefined after the CLOSE.
       01  WS-SUB-LAYOUT           PIC X(10) VALUE SPACES.
       01  WS-SUB-CONEXT           PIC X(1)  VALUE "N".
           88  SUB-TAKES-CONTACTS            VALUE "Y".

       01  PRINT-LINES.
           05  HDR-LINE.

           IF SUB-FOUND
              MOVE SUBLAYOUT OF CUSTSUBPF-REC TO WS-SUB-LAYOUT
              MOVE SUBCONEXT OF CUSTSUBPF-REC TO WS-SUB-CONEXT
           END-IF.

           CLOSE CUSTSUBPF.
              OPEN OUTPUT CUSTEXTF
           END-IF.

           IF SUB-TAKES-CONTACTS
              OPEN INPUT  CUSTCONPF
              OPEN OUTPUT CUSTCEXF
           END-IF.

           MOVE LINK-SUBSCRIBER TO HDR-SUBID.
           MOVE HDR-LINE TO CUSTEXPLST-REC.
           WRITE CUSTEXPLST-REC.
              CLOSE CUSTEXTF
           END-IF.

           IF SUB-TAKES-CONTACTS
              CLOSE CUSTCONPF
                    CUSTCEXF
           END-IF.

      *================================================================
      *  Eligibility for THIS subscriber: no status row yet, an "N"
      *  a previous exception left behind, or a "P" a lost script
              END-IF
           END-IF.

           IF NOTTYPE OF CUSTOUTF-REC = "K"
           AND NOT SUB-TAKES-CONTACTS
              SET SKIP-EXTRACT TO TRUE
           END-IF.

      *================================================================

       1100-EXTRACT-CUSTOMER.

           IF NOTTYPE OF CUSTOUTF-REC = "K"
              PERFORM 1600-EXTRACT-CONTACT
           ELSE
              PERFORM 1150-EXTRACT-MASTER
           END-IF.

      *================================================================

       1150-EXTRACT-MASTER.

           MOVE NOTCUSTNO OF CUSTOUTF-REC TO CUSTNO OF CUSTPF-REC.
           SET CUSTPF-FOUND TO TRUE.
           READ CUSTPF
           MOVE NOTTS     OF CUSTOUTF-REC TO EXTADDTS OF CUSTEXTF-REC.
           MOVE NOTTYPE   OF CUSTOUTF-REC TO EXTTYPE  OF CUSTEXTF-REC.
           MOVE NOTMRGTO  OF CUSTOUTF-REC TO EXTMRGTO OF CUSTEXTF-REC.
           MOVE CUSTCHGTS OF CUSTPF-REC  TO EXTCHGTS OF CUSTEXTF-REC.
           WRITE CUSTEXTF-REC.

      *================================================================
              WRITE CUSTSUBSPF-REC
           END-IF.

      *================================================================
      *  The contact as it stands now - a removal carries the key
      *  and the action only.
      *================================================================

       1600-EXTRACT-CONTACT.

           INITIALIZE CUSTCEXF-REC.
           MOVE NOTCUSTNO OF CUSTOUTF-REC TO CEXCUSTNO OF CUSTCEXF-REC.
           MOVE NOTCONSEQ OF CUSTOUTF-REC TO CEXCONSEQ OF CUSTCEXF-REC.
           MOVE NOTCONACT OF CUSTOUTF-REC TO CEXACTION OF CUSTCEXF-REC.
           MOVE NOTTS     OF CUSTOUTF-REC TO CEXNOTTS  OF CUSTCEXF-REC.
           MOVE NOTID     OF CUSTOUTF-REC TO CEXNOTID  OF CUSTCEXF-REC.

           IF NOTCONACT OF CUSTOUTF-REC = "D"
              WRITE CUSTCEXF-REC
              PERFORM 1400-STAMP-STATUS
              ADD 1 TO WS-EXTRACT-COUNT
           ELSE
              MOVE NOTCUSTNO OF CUSTOUTF-REC
                 TO CONCUSTNO OF CUSTCONPF-REC
              MOVE NOTCONSEQ OF CUSTOUTF-REC
                 TO CONSEQ    OF CUSTCONPF-REC
              READ CUSTCONPF
                 INVALID KEY
                    PERFORM 1700-STAMP-SUPERSEDED
                 NOT INVALID KEY
                    MOVE CONNAME  OF CUSTCONPF-REC
                       TO CEXNAME  OF CUSTCEXF-REC
                    MOVE CONROLE  OF CUSTCONPF-REC
                       TO CEXROLE  OF CUSTCEXF-REC
                    MOVE CONPHONE OF CUSTCONPF-REC
                       TO CEXPHONE OF CUSTCEXF-REC
                    WRITE CUSTCEXF-REC
                    PERFORM 1400-STAMP-STATUS
                    ADD 1 TO WS-EXTRACT-COUNT
              END-READ
           END-IF.

      *================================================================

       1700-STAMP-SUPERSEDED.

           MOVE LINK-SUBSCRIBER       TO SBSSUBID OF CUSTSUBSPF-REC.
           MOVE NOTID OF CUSTOUTF-REC TO SBSNOTID OF CUSTSUBSPF-REC.
           MOVE "E"                   TO SBSSTAT  OF CUSTSUBSPF-REC.
           MOVE FUNCTION CURRENT-DATE TO SBSTS    OF CUSTSUBSPF-REC.
           IF STS-FOUND
              REWRITE CUSTSUBSPF-REC
           ELSE
              WRITE CUSTSUBSPF-REC
           END-IF.

      *================================================================
      *  Full-refresh extract - every CUSTPF record in the CUSTEXTF
      *  layout, in key order, bracketed by control records in the
           MOVE CUSTCHGTS OF CUSTPF-REC  TO EXTADDTS  OF CUSTEXTF-REC.
           MOVE "R"                      TO EXTTYPE   OF CUSTEXTF-REC.
           MOVE CUSTMRGTO OF CUSTPF-REC  TO EXTMRGTO  OF CUSTEXTF-REC.
           MOVE CUSTCHGTS OF CUSTPF-REC  TO EXTCHGTS  OF CUSTEXTF-REC.
           WRITE CUSTEXTF-REC.

      *================================================================
